*> =======================================================
*>
*>	Cobol Program for cerner_2^5_2020
*>
*> =======================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ODDEVAVF.

*> ---------------------------------------------------------------
*> Modification History
*>   10/15/2026 - New audit seal verification. Every run now closes
*>                its AUDIT-OUT records with a seal record (count,
*>                previous seal's hash, keyed hash -- see ODDEVSEL),
*>                and this program proves the trail has not been
*>                touched since. It reads AUDIT-IN (the live file,
*>                or any concatenation of AUDARCH generations,
*>                oldest first, with or without the live file
*>                behind them), passes every record through
*>                ODDEVSEL VERIFY and lists each sealed run on
*>                SEAL-REPORT with the count its seal claims, the
*>                records actually found and the verdict: verified,
*>                records added or removed (count differs), altered
*>                (hash differs) or chain break (the previous-hash
*>                does not match the seal before it, i.e. a whole
*>                run and its seal were removed or the order
*>                changed). Anchor records left by the monthly
*>                archival are checked the same way, and records
*>                after the last seal are listed as unsealed. RC=8
*>                for any altered, miscounted or broken run, RC=4
*>                when the only finding is unsealed records, else
*>                RC=0. PARM 'ANCHOR jobname stepname' (used by
*>                ODDEVARC after the cut-over) then appends an
*>                anchor record chained to the last seal read to
*>                AUDIT-OUT, so the new live file continues the
*>                archived month's chain; no seal to chain to ends
*>                RC=4 with no anchor written.
*>   10/15/2026 - Trim the seal group line to the 132-byte report
*>                record, and report an AUDIT-OUT that would not
*>                open for the anchor apart from a trail with no
*>                seal to chain to.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT AUDIT-IN ASSIGN TO AUDITIN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_AUDIT_STATUS.

		SELECT SEAL-REPORT ASSIGN TO SEALRPT
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

	FILE SECTION.
	FD AUDIT-IN.
	COPY ODDEVAU.

	FD SEAL-REPORT.
	01	WS_REPORT_LINE		PIC	X(132).

	WORKING-STORAGE SECTION.
	01	WS_AUDIT_STATUS	PIC	X(02).

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	01	WS_RUN_DATE	PIC	X(08).
	01	WS_RUN_TIME	PIC	X(08).

	01	WS_PARM_DATA	PIC	X(40)	VALUE SPACE.
	01	WS_AVF_MODE	PIC	X(08)	VALUE SPACE.
		88	WS_ANCHOR_MODE		VALUE 'ANCHOR'.
	01	WS_JOB_ID	PIC	X(08)	VALUE 'ODDEVAVF'.
	01	WS_STEP_ID	PIC	X(08)	VALUE SPACE.

	01	WS_NO_ANCHOR_SW	PIC	X(01)	VALUE 'N'.
		88	WS_NO_ANCHOR		VALUE 'Y'.

	COPY ODDEVSL.

	01	WS_TAIL_RECS	PIC	9(07)	VALUE ZERO.
	01	WS_TAIL_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_TAIL_TIME	PIC	X(08)	VALUE SPACE.
	01	WS_TAIL_JOB	PIC	X(08)	VALUE SPACE.
	01	WS_TAIL_STEP	PIC	X(08)	VALUE SPACE.
	01	WS_TAIL_SUPP	PIC	X(01)	VALUE SPACE.

	01	WS_AVF_TOTALS.
		05	WS_COUNT_READ		PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_DETAIL		PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_SEALS		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_VERIFIED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ALTERED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_MISCOUNTED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_BREAKS		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ANCHORS	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_UNSEALED	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_TAILS		PIC	9(07)	VALUE ZERO.

	01	WS_GROUP_LINE.
		05	WS_GRL_TYPE		PIC	X(06).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_GRL_RUN_DATE		PIC	X(08).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_GRL_RUN_TIME		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_GRL_JOB_ID		PIC	X(08).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_GRL_STEP_ID		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_GRL_SUPP		PIC	X(01).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_GRL_CLAIMED		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_GRL_COUNTED		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_GRL_HASH		PIC	X(12).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_GRL_VERDICT		PIC	X(35).
		05	FILLER			PIC	X(16)	VALUE SPACE.

	01	WS_COUNT_LINE.
		05	WS_CNT_TEXT		PIC	X(30)	VALUE SPACE.
		05	WS_CNT_VALUE		PIC	ZZZZZZZZ9.
		05	FILLER			PIC	X(93)	VALUE SPACE.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_RUN_DATE FROM DATE YYYYMMDD.
		ACCEPT WS_RUN_TIME FROM TIME.
		ACCEPT WS_PARM_DATA FROM COMMAND-LINE.

		IF WS_PARM_DATA IS NOT EQUAL TO SPACES
			UNSTRING WS_PARM_DATA DELIMITED BY ALL SPACE
				INTO WS_AVF_MODE WS_JOB_ID WS_STEP_ID
		END-IF.

		OPEN INPUT AUDIT-IN.

		IF WS_AUDIT_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVAVF - AUDIT-IN WILL NOT OPEN, STATUS '
				WS_AUDIT_STATUS '; NOTHING TO VERIFY.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		OPEN OUTPUT SEAL-REPORT.
		PERFORM WRITE-HEADING-PARAGRAPH.

		MOVE 'RESET' TO WS_SL_FUNCTION.
		CALL 'ODDEVSEL' USING WS_SL_BLOCK.

		PERFORM READ-AUDIT-PARAGRAPH.
		PERFORM VERIFY-AUDIT-PARAGRAPH UNTIL WS_EOF.

		CLOSE AUDIT-IN.

		MOVE 'END' TO WS_SL_FUNCTION.
		CALL 'ODDEVSEL' USING WS_SL_BLOCK.

		IF WS_SL_NOTHING
			PERFORM WRITE-TAIL-PARAGRAPH
		END-IF.

		IF WS_ANCHOR_MODE
			PERFORM WRITE-ANCHOR-PARAGRAPH
		END-IF.

		PERFORM WRITE-SUMMARY-PARAGRAPH.

		CLOSE SEAL-REPORT.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		IF WS_COUNT_ALTERED IS GREATER THAN ZERO
			OR WS_COUNT_MISCOUNTED IS GREATER THAN ZERO
			OR WS_COUNT_BREAKS IS GREATER THAN ZERO
			DISPLAY 'ODDEVAVF - THE AUDIT TRAIL FAILED SEAL '
				'VERIFICATION; SEE SEALRPT.'
			MOVE 8 TO RETURN-CODE
		ELSE
			IF WS_COUNT_UNSEALED IS GREATER THAN ZERO
				OR WS_NO_ANCHOR
				DISPLAY 'ODDEVAVF - UNSEALED AUDIT RECORDS OR NO '
					'ANCHOR; SEE SEALRPT.'
				MOVE 4 TO RETURN-CODE
			ELSE
				DISPLAY 'ODDEVAVF - EVERY SEALED RUN VERIFIED.'
			END-IF
		END-IF.

	STOP RUN.

	READ-AUDIT-PARAGRAPH.

		READ AUDIT-IN
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_READ
		END-IF.

	VERIFY-AUDIT-PARAGRAPH.

		MOVE 'VERIFY' TO WS_SL_FUNCTION.
		MOVE WS_AUDIT_RECORD TO WS_SL_RECORD.
		CALL 'ODDEVSEL' USING WS_SL_BLOCK.

		IF WS_AUDIT_SEAL
			PERFORM REPORT-SEAL-PARAGRAPH
		ELSE
			IF WS_AUDIT_ANCHOR
				PERFORM REPORT-ANCHOR-PARAGRAPH
			ELSE
				PERFORM NOTE-DETAIL-PARAGRAPH
			END-IF
		END-IF.

		PERFORM READ-AUDIT-PARAGRAPH.

	NOTE-DETAIL-PARAGRAPH.

		ADD 1 TO WS_COUNT_DETAIL.

		IF WS_TAIL_RECS EQUAL ZERO
			MOVE WS_AUDIT_RUN_DATE TO WS_TAIL_DATE
			MOVE WS_AUDIT_RUN_TIME TO WS_TAIL_TIME
			MOVE WS_AUDIT_JOB_ID TO WS_TAIL_JOB
			MOVE WS_AUDIT_STEP_ID TO WS_TAIL_STEP
			MOVE WS_AUDIT_SUPP_SEQ TO WS_TAIL_SUPP
		END-IF.

		ADD 1 TO WS_TAIL_RECS.

	REPORT-SEAL-PARAGRAPH.

		ADD 1 TO WS_COUNT_SEALS.

		MOVE 'SEAL' TO WS_GRL_TYPE.
		PERFORM FILL-GROUP-LINE-PARAGRAPH.

		IF WS_SL_SEAL_OK
			ADD 1 TO WS_COUNT_VERIFIED
			MOVE 'VERIFIED' TO WS_GRL_VERDICT
		END-IF.

		IF WS_SL_ALTERED
			ADD 1 TO WS_COUNT_ALTERED
			MOVE 'ALTERED - HASH DOES NOT MATCH'
				TO WS_GRL_VERDICT
		END-IF.

		IF WS_SL_COUNT_OFF
			ADD 1 TO WS_COUNT_MISCOUNTED
			MOVE 'RECORDS ADDED OR REMOVED' TO WS_GRL_VERDICT
		END-IF.

		IF WS_SL_CHAIN_BREAK
			ADD 1 TO WS_COUNT_BREAKS
			MOVE 'CHAIN BREAK - SEALED RUN MISSING'
				TO WS_GRL_VERDICT
		END-IF.

		WRITE WS_REPORT_LINE FROM WS_GROUP_LINE.

		MOVE ZERO TO WS_TAIL_RECS.

	REPORT-ANCHOR-PARAGRAPH.

		IF WS_SL_COUNTED IS GREATER THAN ZERO
			PERFORM WRITE-TAIL-PARAGRAPH
		END-IF.

		ADD 1 TO WS_COUNT_ANCHORS.

		MOVE 'ANCHOR' TO WS_GRL_TYPE.
		PERFORM FILL-GROUP-LINE-PARAGRAPH.
		MOVE ZERO TO WS_GRL_COUNTED.

		IF WS_SL_ANCHOR_OK
			MOVE 'ANCHOR VERIFIED' TO WS_GRL_VERDICT
		END-IF.

		IF WS_SL_ALTERED
			ADD 1 TO WS_COUNT_ALTERED
			MOVE 'ALTERED - HASH DOES NOT MATCH'
				TO WS_GRL_VERDICT
		END-IF.

		IF WS_SL_CHAIN_BREAK
			ADD 1 TO WS_COUNT_BREAKS
			MOVE 'CHAIN BREAK - PRIOR MONTH MISMATCH'
				TO WS_GRL_VERDICT
		END-IF.

		WRITE WS_REPORT_LINE FROM WS_GROUP_LINE.

		MOVE ZERO TO WS_TAIL_RECS.

	FILL-GROUP-LINE-PARAGRAPH.

		MOVE WS_AUDIT_RUN_DATE TO WS_GRL_RUN_DATE.
		MOVE WS_AUDIT_RUN_TIME TO WS_GRL_RUN_TIME.
		MOVE WS_AUDIT_JOB_ID TO WS_GRL_JOB_ID.
		MOVE WS_AUDIT_STEP_ID TO WS_GRL_STEP_ID.
		MOVE WS_AUDIT_SUPP_SEQ TO WS_GRL_SUPP.
		MOVE WS_SL_CLAIMED TO WS_GRL_CLAIMED.
		MOVE WS_SL_COUNTED TO WS_GRL_COUNTED.
		MOVE WS_AUDIT_SEAL_HASH TO WS_GRL_HASH.
		MOVE SPACES TO WS_GRL_VERDICT.

	WRITE-TAIL-PARAGRAPH.

		ADD 1 TO WS_COUNT_TAILS.
		ADD WS_SL_COUNTED TO WS_COUNT_UNSEALED.

		MOVE 'TAIL' TO WS_GRL_TYPE.
		MOVE WS_TAIL_DATE TO WS_GRL_RUN_DATE.
		MOVE WS_TAIL_TIME TO WS_GRL_RUN_TIME.
		MOVE WS_TAIL_JOB TO WS_GRL_JOB_ID.
		MOVE WS_TAIL_STEP TO WS_GRL_STEP_ID.
		MOVE WS_TAIL_SUPP TO WS_GRL_SUPP.
		MOVE ZERO TO WS_GRL_CLAIMED.
		MOVE WS_SL_COUNTED TO WS_GRL_COUNTED.
		MOVE SPACES TO WS_GRL_HASH.
		MOVE 'UNSEALED RECORDS' TO WS_GRL_VERDICT.

		WRITE WS_REPORT_LINE FROM WS_GROUP_LINE.

	WRITE-ANCHOR-PARAGRAPH.

		MOVE 'ANCHOR' TO WS_SL_FUNCTION.
		MOVE WS_RUN_DATE TO WS_SL_RUN_DATE.
		MOVE WS_RUN_TIME TO WS_SL_RUN_TIME.
		MOVE WS_JOB_ID TO WS_SL_JOB_ID.
		MOVE WS_STEP_ID TO WS_SL_STEP_ID.
		MOVE SPACE TO WS_SL_SUPP_SEQ.

		CALL 'ODDEVSEL' USING WS_SL_BLOCK.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.

		IF WS_SL_OK
			STRING 'ANCHOR WRITTEN TO AUDIT-OUT, HASH ' WS_SL_HASH
				DELIMITED BY SIZE
				INTO WS_REPORT_LINE
		ELSE
			IF WS_SL_OPEN_FAILED
				MOVE 'AUDIT-OUT WOULD NOT OPEN; NO ANCHOR WRITTEN'
					TO WS_REPORT_LINE
			ELSE
				MOVE 'NO SEAL ON AUDIT-IN TO CHAIN TO; NO ANCHOR WRITTEN'
					TO WS_REPORT_LINE
			END-IF
			DISPLAY 'ODDEVAVF - NO ANCHOR WRITTEN TO AUDIT-OUT.'
			MOVE 'Y' TO WS_NO_ANCHOR_SW
		END-IF.

		WRITE WS_REPORT_LINE.

	WRITE-HEADING-PARAGRAPH.

		MOVE 'ODDEVEN AUDIT SEAL VERIFICATION' TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'RUN DATE ' WS_RUN_DATE
			'  TIME ' WS_RUN_TIME
			'  MODE ' WS_AVF_MODE
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'TYPE    RUN-DATE RUN-TIME  JOB      STEP      S  CLAIMED'
			TO WS_REPORT_LINE.
		MOVE 'COUNTED  HASH          VERDICT' TO WS_REPORT_LINE (59:30).
		WRITE WS_REPORT_LINE.

	WRITE-SUMMARY-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'AUDIT RECORDS READ' TO WS_CNT_TEXT.
		MOVE WS_COUNT_READ TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'DETAIL RECORDS' TO WS_CNT_TEXT.
		MOVE WS_COUNT_DETAIL TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'SEALED RUNS' TO WS_CNT_TEXT.
		MOVE WS_COUNT_SEALS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'SEALED RUNS VERIFIED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_VERIFIED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'RECORDS ADDED OR REMOVED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MISCOUNTED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'ALTERED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_ALTERED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'CHAIN BREAKS' TO WS_CNT_TEXT.
		MOVE WS_COUNT_BREAKS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'ANCHORS' TO WS_CNT_TEXT.
		MOVE WS_COUNT_ANCHORS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'UNSEALED RECORDS' TO WS_CNT_TEXT.
		MOVE WS_COUNT_UNSEALED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

	CONTROL-TOTALS-PARAGRAPH.

		DISPLAY '-------------------------------------------'.
		DISPLAY 'ODDEVAVF CONTROL TOTALS'.
		DISPLAY 'AUDIT RECORDS READ . . : ' WS_COUNT_READ.
		DISPLAY 'DETAIL RECORDS . . . . : ' WS_COUNT_DETAIL.
		DISPLAY 'SEALED RUNS  . . . . . : ' WS_COUNT_SEALS.
		DISPLAY 'SEALED RUNS VERIFIED . : ' WS_COUNT_VERIFIED.
		DISPLAY 'ADDED OR REMOVED . . . : ' WS_COUNT_MISCOUNTED.
		DISPLAY 'ALTERED  . . . . . . . : ' WS_COUNT_ALTERED.
		DISPLAY 'CHAIN BREAKS . . . . . : ' WS_COUNT_BREAKS.
		DISPLAY 'ANCHORS  . . . . . . . : ' WS_COUNT_ANCHORS.
		DISPLAY 'UNSEALED RECORDS . . . : ' WS_COUNT_UNSEALED.
		DISPLAY '-------------------------------------------'.
