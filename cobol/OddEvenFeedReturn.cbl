*> =======================================================
*>
*>	Cobol Program for cerner_2^5_2020
*>
*> =======================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ODDEVRTN.

*> ---------------------------------------------------------------
*> Modification History
*>   10/15/2026 - New per-feed return file for the source systems.
*>                All a source system ever heard back about its
*>                extract was a phone call when the feed shorted,
*>                and the clerks rekeyed its bad records through
*>                CORRECT-IN for it. Once ODDEVREC has posted the
*>                business date balanced, this program builds the
*>                return file for the source id in the PARM: one
*>                HDR per extract the source sent that day, with
*>                our trailer verdict from the FEEDSTAT master
*>                (B/S/M/T) and the counts accepted, diverted to
*>                EXCEPT-OUT and screened to DUPS-OUT, a DTL for
*>                every rejected input image on EXCEPT-OUT with
*>                its reason code, and a TRL (ODDEVRN layout). A
*>                source that sent nothing gets a single HDR with
*>                verdict N so silence is answered too. RETURN-
*>                REPORT lists what went back, and checks the
*>                rejected images listed against the exception
*>                count FEEDSTAT attributed to the source; a
*>                mismatch, or no extract received, ends RC=4.
*>   10/15/2026 - Accumulate the FEEDSTAT records by extract date
*>                before the HDRs are written. On a partitioned day
*>                each partition appends its own record for every
*>                balanced feed (the splitter re-wraps the feed per
*>                partition), so one extract arrived as three HDRs
*>                with partial counts and the TRL extract count was
*>                inflated. The counts now sum across the date's
*>                records for the extract, as ODDEVFSC sums its
*>                volumes, and the verdict is the splitter's
*>                S/M/T when any record for the extract carries
*>                one, else B. One HDR goes back per extract.
*>   10/15/2026 - Also verify the SUPPREC step. An ODDEVSUP
*>                supplemental extends FEEDSTAT and EXCEPT before
*>                its reconciliation posts, so the return file could
*>                be built off a day that had not balanced. While a
*>                supplemental sequence is open and SUPPREC is not
*>                complete the run is refused RC=12, as the DELTA
*>                and RECYCLE check-ins are.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT FEED-STATS ASSIGN TO FEEDSTAT
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_FEED_STATS_STATUS.

		SELECT EXCEPT-IN ASSIGN TO EXCPTOUT
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_EXCEPT_IN_STATUS.

		SELECT RETURN-OUT ASSIGN TO RTNOUT
			ORGANIZATION IS LINE SEQUENTIAL.

		SELECT RETURN-REPORT ASSIGN TO RTNRPT
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

	FILE SECTION.
	FD FEED-STATS.
	COPY ODDEVFS.

	FD EXCEPT-IN.
	COPY ODDEVEX.

	FD RETURN-OUT.
	01	WS_RETURN_OUT_RECORD	PIC	X(131).

	FD RETURN-REPORT.
	01	WS_REPORT_LINE		PIC	X(80).

	WORKING-STORAGE SECTION.
	01	WS_FEED_STATS_STATUS	PIC	X(02).
	01	WS_EXCEPT_IN_STATUS	PIC	X(02).

	01	WS_PARM_DATA	PIC	X(20)	VALUE SPACE.
	01	WS_SOURCE_ID	PIC	X(08)	VALUE SPACE.

	01	WS_RUN_DATE	PIC	X(08)	VALUE SPACE.

	01	WS_RCTL_FUNCTION	PIC	X(08)	VALUE 'VERIFY'.
	01	WS_RCTL_STEP		PIC	X(08)	VALUE 'RECON'.
	01	WS_RCTL_STATUS		PIC	X(01)	VALUE SPACE.
	01	WS_RCTL_BUS_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_RESULT		PIC	X(02)	VALUE SPACE.

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	COPY ODDEVRN.

	01	WS_FEED_TABLE.
		05	WS_FEEDS_COUNT		PIC	9(03)	VALUE ZERO.
		05	WS_FEED_ENTRY OCCURS 20 TIMES.
			10	WS_FEED_EXTRACT_DATE	PIC	X(08).
			10	WS_FEED_STATUS		PIC	X(01).
			10	WS_FEED_DETAIL_COUNT	PIC	9(09).
			10	WS_FEED_EXC_COUNT	PIC	9(07).
			10	WS_FEED_DUP_COUNT	PIC	9(07).

	01	WS_FEED_SUB	PIC	9(03)	VALUE ZERO.
	01	WS_SCAN_SUB	PIC	9(03)	VALUE ZERO.
	01	WS_FOUND_SUB	PIC	9(03)	VALUE ZERO.

	01	WS_ACCEPTED	PIC	S9(10)	VALUE ZERO.

	01	WS_RTN_TOTALS.
		05	WS_COUNT_FEEDSTAT_READ	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_EXCEPT_READ	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_REJECTS	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_CLAIMED_EXC	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_DETAILS	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_ACCEPTED	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_DUPS		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_RECORDS	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_REASON OCCURS 4 TIMES
					PIC	9(07)	VALUE ZERO.

	01	WS_REASON_SUB	PIC	9(02)	VALUE ZERO.

	01	WS_FEED_LINE.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_FDL_EXTRACT_DATE	PIC	X(08).
		05	FILLER			PIC	X(04)	VALUE SPACE.
		05	WS_FDL_VERDICT		PIC	X(01).
		05	FILLER			PIC	X(03)	VALUE SPACE.
		05	WS_FDL_DETAILS		PIC	ZZZZZZZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_FDL_ACCEPTED		PIC	ZZZZZZZZ9.
		05	FILLER			PIC	X(03)	VALUE SPACE.
		05	WS_FDL_DIVERTED		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(03)	VALUE SPACE.
		05	WS_FDL_SCREENED		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(22)	VALUE SPACE.

	01	WS_COUNT_LINE.
		05	WS_CNT_TEXT		PIC	X(30)	VALUE SPACE.
		05	WS_CNT_VALUE		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(43)	VALUE SPACE.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_PARM_DATA FROM COMMAND-LINE.
		MOVE WS_PARM_DATA (1:8) TO WS_SOURCE_ID.

		IF WS_SOURCE_ID IS EQUAL TO SPACES
			DISPLAY 'ODDEVRTN - NO SOURCE ID IN THE PARM; RUN '
				'REFUSED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		PERFORM RUN-CONTROL-VERIFY-PARAGRAPH.

		PERFORM LOAD-FEEDS-PARAGRAPH.

		OPEN OUTPUT RETURN-OUT.
		OPEN OUTPUT RETURN-REPORT.

		PERFORM WRITE-HEADING-PARAGRAPH.

		IF WS_FEEDS_COUNT IS EQUAL TO ZERO
			PERFORM WRITE-NOT-RECEIVED-PARAGRAPH
		ELSE
			PERFORM WRITE-FEED-HEADER-PARAGRAPH
				VARYING WS_FEED_SUB FROM 1 BY 1
				UNTIL WS_FEED_SUB > WS_FEEDS_COUNT
		END-IF.

		PERFORM WRITE-REJECTS-PARAGRAPH.

		PERFORM WRITE-TRAILER-PARAGRAPH.

		CLOSE RETURN-OUT.

		PERFORM WRITE-SUMMARY-PARAGRAPH.

		CLOSE RETURN-REPORT.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		IF WS_FEEDS_COUNT IS EQUAL TO ZERO
			DISPLAY 'ODDEVRTN WARNING - NO EXTRACT FROM SOURCE '
				WS_SOURCE_ID ' ON BUSINESS DATE ' WS_RUN_DATE
				'; NOT-RECEIVED RETURN WRITTEN.'
			MOVE 4 TO RETURN-CODE
		END-IF.

		IF WS_COUNT_REJECTS NOT EQUAL WS_COUNT_CLAIMED_EXC
			DISPLAY 'ODDEVRTN WARNING - ' WS_COUNT_REJECTS
				' REJECTED IMAGES LISTED BUT FEEDSTAT '
				'ATTRIBUTES ' WS_COUNT_CLAIMED_EXC ' TO '
				WS_SOURCE_ID '.'
			MOVE 4 TO RETURN-CODE
		END-IF.

	STOP RUN.

	RUN-CONTROL-VERIFY-PARAGRAPH.

		CALL 'ODDEVRCT' USING WS_RCTL_FUNCTION WS_RCTL_STEP
			WS_RCTL_STATUS WS_RCTL_BUS_DATE WS_RCTL_RESULT.

		IF WS_RCTL_RESULT EQUAL '04'
			DISPLAY 'ODDEVRTN - NO RUN-CONTROL RECORD; WAS '
				'ODDEVRCI RUN FOR THE DAY?'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_RCTL_RESULT NOT EQUAL '08'
			DISPLAY 'ODDEVRTN - RECON HAS NOT POSTED CLEAN FOR '
				'BUSINESS DATE ' WS_RCTL_BUS_DATE '; RETURN '
				'FILE NOT BUILT.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		MOVE 'SUPPREC' TO WS_RCTL_STEP.
		MOVE SPACE TO WS_RCTL_STATUS.

		CALL 'ODDEVRCT' USING WS_RCTL_FUNCTION WS_RCTL_STEP
			WS_RCTL_STATUS WS_RCTL_BUS_DATE WS_RCTL_RESULT.

		IF WS_RCTL_STATUS NOT EQUAL SPACE
			AND WS_RCTL_RESULT NOT EQUAL '08'
			DISPLAY 'ODDEVRTN - SUPPLEMENTAL NOT YET BALANCED, '
				'SEQUENCE ' WS_RCTL_STATUS ', FOR BUSINESS DATE '
				WS_RCTL_BUS_DATE '; RETURN FILE NOT BUILT.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		MOVE WS_RCTL_BUS_DATE TO WS_RUN_DATE.

	LOAD-FEEDS-PARAGRAPH.

		MOVE 'N' TO WS_EOF_SW.

		OPEN INPUT FEED-STATS.

		IF WS_FEED_STATS_STATUS EQUAL '00'
			PERFORM READ-FEED-STATS-PARAGRAPH
			PERFORM KEEP-FEED-PARAGRAPH UNTIL WS_EOF
			CLOSE FEED-STATS
		ELSE
			DISPLAY 'ODDEVRTN WARNING - FEED-STATS NOT AVAILABLE, '
				'STATUS ' WS_FEED_STATS_STATUS '.'
		END-IF.

	READ-FEED-STATS-PARAGRAPH.

		READ FEED-STATS
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_FEEDSTAT_READ
		END-IF.

	KEEP-FEED-PARAGRAPH.

		IF WS_FST_RUN_DATE EQUAL WS_RUN_DATE
			AND WS_FST_SOURCE_ID EQUAL WS_SOURCE_ID
			PERFORM LOCATE-FEED-PARAGRAPH
			IF WS_FOUND_SUB IS GREATER THAN ZERO
				PERFORM ADD-FEED-PARAGRAPH
			END-IF
		END-IF.

		PERFORM READ-FEED-STATS-PARAGRAPH.

	LOCATE-FEED-PARAGRAPH.

		MOVE ZERO TO WS_FOUND_SUB.

		PERFORM SCAN-FEED-PARAGRAPH
			VARYING WS_SCAN_SUB FROM 1 BY 1
			UNTIL WS_SCAN_SUB > WS_FEEDS_COUNT
				OR WS_FOUND_SUB IS GREATER THAN ZERO.

		IF WS_FOUND_SUB IS EQUAL TO ZERO
			PERFORM INSERT-FEED-PARAGRAPH
		END-IF.

	SCAN-FEED-PARAGRAPH.

		IF WS_FEED_EXTRACT_DATE (WS_SCAN_SUB)
				IS EQUAL TO WS_FST_EXTRACT_DATE
			MOVE WS_SCAN_SUB TO WS_FOUND_SUB
		END-IF.

	INSERT-FEED-PARAGRAPH.

		IF WS_FEEDS_COUNT IS LESS THAN 20
			ADD 1 TO WS_FEEDS_COUNT
			MOVE WS_FEEDS_COUNT TO WS_FOUND_SUB
			MOVE WS_FST_EXTRACT_DATE
				TO WS_FEED_EXTRACT_DATE (WS_FOUND_SUB)
			MOVE 'B' TO WS_FEED_STATUS (WS_FOUND_SUB)
			MOVE ZERO TO WS_FEED_DETAIL_COUNT (WS_FOUND_SUB)
			MOVE ZERO TO WS_FEED_EXC_COUNT (WS_FOUND_SUB)
			MOVE ZERO TO WS_FEED_DUP_COUNT (WS_FOUND_SUB)
		ELSE
			DISPLAY 'ODDEVRTN WARNING - MORE THAN 20 EXTRACTS '
				'FROM ' WS_SOURCE_ID ' TODAY; FEEDSTAT RECORD '
				'FOR EXTRACT ' WS_FST_EXTRACT_DATE ' IGNORED.'
		END-IF.

	ADD-FEED-PARAGRAPH.

		IF NOT WS_FST_BALANCED
			MOVE WS_FST_STATUS TO WS_FEED_STATUS (WS_FOUND_SUB)
		END-IF.

		IF WS_FST_DETAIL_COUNT IS NUMERIC
			ADD WS_FST_DETAIL_COUNT
				TO WS_FEED_DETAIL_COUNT (WS_FOUND_SUB)
		END-IF.
		IF WS_FST_EXC_COUNT IS NUMERIC
			ADD WS_FST_EXC_COUNT
				TO WS_FEED_EXC_COUNT (WS_FOUND_SUB)
		END-IF.
		IF WS_FST_DUP_COUNT IS NUMERIC
			ADD WS_FST_DUP_COUNT
				TO WS_FEED_DUP_COUNT (WS_FOUND_SUB)
		END-IF.

	WRITE-NOT-RECEIVED-PARAGRAPH.

		MOVE SPACES TO WS_RTN_RECORD.
		MOVE 'HDR' TO WS_RTN_TYPE.
		MOVE WS_SOURCE_ID TO WS_RTN_SOURCE_ID.
		MOVE WS_RUN_DATE TO WS_RTN_BUS_DATE.
		MOVE SPACES TO WS_RTN_EXTRACT_DATE.
		MOVE 'N' TO WS_RTN_VERDICT.
		MOVE ZERO TO WS_RTN_DETAIL_COUNT.
		MOVE ZERO TO WS_RTN_ACCEPTED.
		MOVE ZERO TO WS_RTN_DIVERTED.
		MOVE ZERO TO WS_RTN_SCREENED.

		PERFORM WRITE-RETURN-PARAGRAPH.

		MOVE '  (NO EXTRACT RECEIVED FROM THIS SOURCE TODAY)'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

	WRITE-FEED-HEADER-PARAGRAPH.

		COMPUTE WS_ACCEPTED =
			WS_FEED_DETAIL_COUNT (WS_FEED_SUB)
			- WS_FEED_EXC_COUNT (WS_FEED_SUB)
			- WS_FEED_DUP_COUNT (WS_FEED_SUB).

		IF WS_ACCEPTED IS LESS THAN ZERO
			MOVE ZERO TO WS_ACCEPTED
		END-IF.

		MOVE SPACES TO WS_RTN_RECORD.
		MOVE 'HDR' TO WS_RTN_TYPE.
		MOVE WS_SOURCE_ID TO WS_RTN_SOURCE_ID.
		MOVE WS_RUN_DATE TO WS_RTN_BUS_DATE.
		MOVE WS_FEED_EXTRACT_DATE (WS_FEED_SUB) TO WS_RTN_EXTRACT_DATE.
		MOVE WS_FEED_STATUS (WS_FEED_SUB) TO WS_RTN_VERDICT.
		MOVE WS_FEED_DETAIL_COUNT (WS_FEED_SUB) TO WS_RTN_DETAIL_COUNT.
		MOVE WS_ACCEPTED TO WS_RTN_ACCEPTED.
		MOVE WS_FEED_EXC_COUNT (WS_FEED_SUB) TO WS_RTN_DIVERTED.
		MOVE WS_FEED_DUP_COUNT (WS_FEED_SUB) TO WS_RTN_SCREENED.

		PERFORM WRITE-RETURN-PARAGRAPH.

		ADD WS_FEED_DETAIL_COUNT (WS_FEED_SUB) TO WS_COUNT_DETAILS.
		ADD WS_ACCEPTED TO WS_COUNT_ACCEPTED.
		ADD WS_FEED_EXC_COUNT (WS_FEED_SUB) TO WS_COUNT_CLAIMED_EXC.
		ADD WS_FEED_DUP_COUNT (WS_FEED_SUB) TO WS_COUNT_DUPS.

		MOVE WS_FEED_EXTRACT_DATE (WS_FEED_SUB) TO WS_FDL_EXTRACT_DATE.
		MOVE WS_FEED_STATUS (WS_FEED_SUB) TO WS_FDL_VERDICT.
		MOVE WS_FEED_DETAIL_COUNT (WS_FEED_SUB) TO WS_FDL_DETAILS.
		MOVE WS_ACCEPTED TO WS_FDL_ACCEPTED.
		MOVE WS_FEED_EXC_COUNT (WS_FEED_SUB) TO WS_FDL_DIVERTED.
		MOVE WS_FEED_DUP_COUNT (WS_FEED_SUB) TO WS_FDL_SCREENED.
		WRITE WS_REPORT_LINE FROM WS_FEED_LINE.

	WRITE-REJECTS-PARAGRAPH.

		MOVE 'N' TO WS_EOF_SW.

		OPEN INPUT EXCEPT-IN.

		IF WS_EXCEPT_IN_STATUS EQUAL '00'
			PERFORM READ-EXCEPT-PARAGRAPH
			PERFORM SELECT-REJECT-PARAGRAPH UNTIL WS_EOF
			CLOSE EXCEPT-IN
		ELSE
			DISPLAY 'ODDEVRTN WARNING - EXCEPT-IN NOT AVAILABLE, '
				'STATUS ' WS_EXCEPT_IN_STATUS '; NO REJECTS LISTED.'
		END-IF.

	READ-EXCEPT-PARAGRAPH.

		READ EXCEPT-IN
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_EXCEPT_READ
		END-IF.

	SELECT-REJECT-PARAGRAPH.

		IF WS_EXCEPT_SOURCE_ID EQUAL WS_SOURCE_ID
			ADD 1 TO WS_COUNT_REJECTS
			MOVE SPACES TO WS_RTN_RECORD
			MOVE 'DTL' TO WS_RTN_TYPE
			MOVE WS_SOURCE_ID TO WS_RTN_SOURCE_ID
			MOVE WS_RUN_DATE TO WS_RTN_BUS_DATE
			MOVE WS_EXCEPT_REASON_CODE TO WS_RTN_REASON_CODE
			MOVE WS_EXCEPT_REASON_TEXT TO WS_RTN_REASON_TEXT
			MOVE WS_EXCEPT_INPUT TO WS_RTN_INPUT
			PERFORM WRITE-RETURN-PARAGRAPH
			IF WS_EXCEPT_REASON_CODE IS NUMERIC
				MOVE WS_EXCEPT_REASON_CODE TO WS_REASON_SUB
				IF WS_REASON_SUB IS GREATER THAN ZERO
					AND WS_REASON_SUB IS LESS THAN 5
					ADD 1 TO WS_COUNT_REASON (WS_REASON_SUB)
				END-IF
			END-IF
		END-IF.

		PERFORM READ-EXCEPT-PARAGRAPH.

	WRITE-TRAILER-PARAGRAPH.

		MOVE SPACES TO WS_RTN_RECORD.
		MOVE 'TRL' TO WS_RTN_TYPE.
		MOVE WS_SOURCE_ID TO WS_RTN_SOURCE_ID.
		MOVE WS_RUN_DATE TO WS_RTN_BUS_DATE.
		MOVE WS_FEEDS_COUNT TO WS_RTN_TRL_EXTRACTS.
		MOVE WS_COUNT_REJECTS TO WS_RTN_TRL_REJECTS.
		COMPUTE WS_RTN_TRL_RECORDS = WS_COUNT_RECORDS + 1.

		PERFORM WRITE-RETURN-PARAGRAPH.

	WRITE-RETURN-PARAGRAPH.

		WRITE WS_RETURN_OUT_RECORD FROM WS_RTN_RECORD.
		ADD 1 TO WS_COUNT_RECORDS.

	WRITE-HEADING-PARAGRAPH.

		MOVE 'ODDEVEN SOURCE-SYSTEM RETURN FILE' TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'SOURCE ' WS_SOURCE_ID '  BUSINESS DATE ' WS_RUN_DATE
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE '  EXTRACT   VERDICT   DETAILS   ACCEPTED  DIVERTED  SCREENED'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

	WRITE-SUMMARY-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'EXTRACTS REPORTED' TO WS_CNT_TEXT.
		MOVE WS_FEEDS_COUNT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'REJECTED IMAGES RETURNED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REJECTS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE '  01 NON-NUMERIC/MALFORMED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REASON (1) TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE '  02 FEED OUT OF BALANCE' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REASON (2) TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE '  03 OUTSIDE FEED GROUP' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REASON (3) TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE '  04 REVERSAL FOR UNKNOWN' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REASON (4) TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'EXCEPTIONS PER FEEDSTAT' TO WS_CNT_TEXT.
		MOVE WS_COUNT_CLAIMED_EXC TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'RETURN RECORDS WRITTEN' TO WS_CNT_TEXT.
		MOVE WS_COUNT_RECORDS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		IF WS_COUNT_REJECTS EQUAL WS_COUNT_CLAIMED_EXC
			MOVE 'VERDICT - REJECTS LISTED AGREE WITH FEEDSTAT'
				TO WS_REPORT_LINE
		ELSE
			MOVE 'VERDICT - REJECTS LISTED DO NOT AGREE WITH FEEDSTAT'
				TO WS_REPORT_LINE
		END-IF.
		WRITE WS_REPORT_LINE.

	CONTROL-TOTALS-PARAGRAPH.

		DISPLAY '-------------------------------------------'.
		DISPLAY 'ODDEVRTN CONTROL TOTALS'.
		DISPLAY 'SOURCE ID  . . . . . . : ' WS_SOURCE_ID.
		DISPLAY 'BUSINESS DATE  . . . . : ' WS_RUN_DATE.
		DISPLAY 'FEEDSTAT RECORDS READ  : ' WS_COUNT_FEEDSTAT_READ.
		DISPLAY 'EXTRACTS REPORTED  . . : ' WS_FEEDS_COUNT.
		DISPLAY 'DETAILS RECEIVED . . . : ' WS_COUNT_DETAILS.
		DISPLAY 'ACCEPTED . . . . . . . : ' WS_COUNT_ACCEPTED.
		DISPLAY 'SCREENED AS DUPLICATE  : ' WS_COUNT_DUPS.
		DISPLAY 'EXCEPTIONS READ  . . . : ' WS_COUNT_EXCEPT_READ.
		DISPLAY 'REJECTS RETURNED . . . : ' WS_COUNT_REJECTS.
		DISPLAY 'RETURN RECORDS . . . . : ' WS_COUNT_RECORDS.
		DISPLAY '-------------------------------------------'.
