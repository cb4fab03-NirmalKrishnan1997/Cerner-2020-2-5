*> =======================================================
*>
*>	Cobol Program for cerner_2^5_2020
*>
*> =======================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ODDEVHBK.

*> ---------------------------------------------------------------
*> Modification History
*>   10/15/2026 - New business-date backout of a posted day from
*>                HIST-MASTER. When a bad RULES-IN or a corrupted
*>                feed got through and ODDEVHST posted the day,
*>                times-processed stayed inflated, last-seen was
*>                wrong and a phantom flag change sat in the change
*>                table, and REV details on NUMBER-IN cannot unwind
*>                tens of thousands of accounts. The PARM is the
*>                business date to take off. Every HIST-JOURNAL
*>                before-image (ODDEVHJ) journaled under that date
*>                is loaded -- the first one per account, which is
*>                the account's state before the date -- and each
*>                account is put back: an account the date updated
*>                is rewritten from its before-image, an account
*>                the date added is deleted. An account whose
*>                master last-seen is later than the date has been
*>                posted again since and is left alone and
*>                reported, and so is an updated account no longer
*>                on the master; either ends the step RC=8 and
*>                leaves RUNCTL untouched. An account already put
*>                back (a rerun of the same backout) is skipped.
*>                For every account backed out, BACKOUT-REV gets an
*>                ODDEVOR reversal record ('R') repeating the flag
*>                and bucket the date posted, so the shift desks
*>                unwind the day's actions the way they unwind a
*>                REV detail. BACKOUT-REPORT lists every account,
*>                day's state against restored state. When the
*>                backout is clean and RUNCTL is still on the date,
*>                the HISTORY status is reset through ODDEVRCT so
*>                the date can be posted again; if RUNCTL has moved
*>                on, the step ends RC=4.
*>   10/15/2026 - The HISTORY reset is only reported done when
*>                ODDEVRCT answers 00 to the POST space; any other
*>                answer is warned and ends the step RC=4. A
*>                VERIFY answer of 12 or 16 is treated like 04 --
*>                warned, and nothing is posted.
*>   10/15/2026 - Log the backout for the ODDEVHVF integrity check.
*>                HVF replays the audit trail, which still holds the
*>                backed-out date's records, so a date taken off
*>                the master and not posted again reported every
*>                account it touched as drifted and ODDEVBIL stayed
*>                held. A clean backout now reads AUDIT-IN and
*>                appends one ODDEVBK backout entry ('B') to
*>                BACKOUT-LOG for every run the audit trail holds
*>                for the date (run time, job, step and
*>                supplemental sequence), stamped with the date and
*>                time of the backout. The HISTORY reset lets
*>                ODDEVHST post the date again from the same
*>                ODD-EVEN-OUT; it then logs a repost entry for the
*>                date, and HVF replays the logged runs again. Only
*>                a date still off the master has its runs left
*>                out. No audit run found for the date, or an audit
*>                trail that will not open, is warned and ends the
*>                step RC=4.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT HIST-JOURNAL ASSIGN TO HISTJRNL
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_JRNL_STATUS.

		SELECT HIST-MASTER ASSIGN TO HISTMST
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS WS_HIST_KEY
			FILE STATUS IS WS_HIST_STATUS.

		SELECT BACKOUT-REV ASSIGN TO BKOUTREV
			ORGANIZATION IS LINE SEQUENTIAL.

		SELECT BACKOUT-REPORT ASSIGN TO BKOUTRPT
			ORGANIZATION IS LINE SEQUENTIAL.

		SELECT AUDIT-IN ASSIGN TO AUDITIN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_AUDIT_STATUS.

		SELECT BACKOUT-LOG ASSIGN TO BKOUTLOG
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_BKLOG_STATUS.

DATA DIVISION.

	FILE SECTION.
	FD HIST-JOURNAL.
	COPY ODDEVHJ.

	FD HIST-MASTER.
	COPY ODDEVHM.

	FD BACKOUT-REV.
	COPY ODDEVOR.

	FD BACKOUT-REPORT.
	01	WS_REPORT_LINE		PIC	X(100).

	FD AUDIT-IN.
	COPY ODDEVAU.

	FD BACKOUT-LOG.
	COPY ODDEVBK.

	WORKING-STORAGE SECTION.
	01	WS_JRNL_STATUS	PIC	X(02).
	01	WS_HIST_STATUS	PIC	X(02).
	01	WS_AUDIT_STATUS	PIC	X(02).
	01	WS_BKLOG_STATUS	PIC	X(02).

	01	WS_RCTL_FUNCTION	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_STEP		PIC	X(08)	VALUE 'HISTORY'.
	01	WS_RCTL_STATUS		PIC	X(01)	VALUE SPACE.
	01	WS_RCTL_BUS_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_RESULT		PIC	X(02)	VALUE SPACE.

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	01	WS_RCTL_RESET_SW	PIC	X(01)	VALUE 'N'.
		88	WS_RCTL_RESET		VALUE 'Y'.

	01	WS_LOGGED_SW	PIC	X(01)	VALUE 'N'.
		88	WS_BACKOUT_LOGGED	VALUE 'Y'.

	01	WS_NOW_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_NOW_TIME	PIC	X(08)	VALUE SPACE.

	01	WS_AUD_RUN_KEY.
		05	WS_AUD_RUN_TIME		PIC	X(08).
		05	WS_AUD_RUN_JOB_ID	PIC	X(08).
		05	WS_AUD_RUN_STEP_ID	PIC	X(08).
		05	WS_AUD_RUN_SUPP_SEQ	PIC	X(01).

	01	WS_RUN_COUNT	PIC	9(03)	VALUE ZERO.
	01	WS_RUN_SUB	PIC	9(03)	VALUE ZERO.
	01	WS_RUN_POS	PIC	9(03)	VALUE ZERO.

	01	WS_RUN_TABLE.
		05	WS_RUN_ENTRY OCCURS 50 TIMES.
			10	WS_RUN_KEY		PIC	X(25).
			10	WS_RUN_AUDIT_COUNT	PIC	9(07).

	01	WS_PARM_DATA	PIC	X(20)	VALUE SPACE.
	01	WS_BACKOUT_DATE	PIC	X(08)	VALUE SPACE.

	01	WS_KEY_BUILD.
		05	WS_KEY_NUM	PIC	S9(9)	SIGN IS LEADING SEPARATE.

	COPY ODDEVHM REPLACING LEADING ==WS_HIST== BY ==WS_BFR==.

	01	WS_BK_FOUND_SW	PIC	X(01)	VALUE 'N'.
		88	WS_BK_FOUND		VALUE 'Y'.

	01	WS_BK_COUNT	PIC	9(06)	VALUE ZERO.
	01	WS_BK_SHIFT	PIC	9(06)	VALUE ZERO.
	01	WS_BK_SUB	PIC	9(06)	VALUE ZERO.

	01	WS_BK_TABLE.
		05	WS_BK_ENTRY OCCURS 0 TO 100000 TIMES
					DEPENDING ON WS_BK_COUNT
					ASCENDING KEY IS WS_BK_KEY
					INDEXED BY WS_BK_IDX.
			10	WS_BK_KEY		PIC	X(10).
			10	WS_BK_ACTION		PIC	X(01).
				88	WS_BK_ADDED		VALUE 'A'.
			10	WS_BK_IMAGE		PIC	X(87).

	01	WS_HBK_TOTALS.
		05	WS_COUNT_READ		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_SELECTED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_REPEATS	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_RESTORED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_DELETED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ALREADY	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_CONFLICT	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_REV_OUT	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_AUDIT_READ	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_AUDIT_DATE	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_RUNS_LOGGED	PIC	9(07)	VALUE ZERO.

	01	WS_DETAIL_HEAD.
		05	FILLER			PIC	X(50)
			VALUE '   ACCOUNT  ACTION    DAY F B  TIMES  RESTORED F B'.
		05	FILLER			PIC	X(50)
			VALUE '  TIMES LAST-SEEN  NOTE'.

	01	WS_DETAIL_LINE.
		05	WS_DTL_NUMBER		PIC	-(9)9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DTL_ACTION		PIC	X(08).
		05	FILLER			PIC	X(06)	VALUE SPACE.
		05	WS_DTL_DAY_FLAG		PIC	X(01).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_DTL_DAY_BUCKET	PIC	X(01).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_DTL_DAY_TIMES	PIC	ZZZZZZ9.
		05	FILLER			PIC	X(10)	VALUE SPACE.
		05	WS_DTL_NEW_FLAG		PIC	X(01).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_DTL_NEW_BUCKET	PIC	X(01).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_DTL_NEW_TIMES	PIC	ZZZZZZ9.
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_DTL_NEW_LAST		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DTL_NOTE		PIC	X(30).

	01	WS_COUNT_LINE.
		05	WS_CNT_TEXT		PIC	X(30)	VALUE SPACE.
		05	WS_CNT_VALUE		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(63)	VALUE SPACE.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_PARM_DATA FROM COMMAND-LINE.

		IF WS_PARM_DATA (1:8) IS NOT NUMERIC
			DISPLAY 'ODDEVHBK - PARM MUST BE THE BUSINESS DATE TO '
				'BACK OUT (YYYYMMDD); RUN STOPPED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		MOVE WS_PARM_DATA (1:8) TO WS_BACKOUT_DATE.

		OPEN INPUT HIST-JOURNAL.

		IF WS_JRNL_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVHBK - HIST-JOURNAL WILL NOT OPEN, STATUS '
				WS_JRNL_STATUS '; NOTHING TO BACK OUT FROM.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		PERFORM READ-JOURNAL-PARAGRAPH.
		PERFORM SELECT-JOURNAL-PARAGRAPH UNTIL WS_EOF.

		CLOSE HIST-JOURNAL.

		OPEN OUTPUT BACKOUT-REPORT.
		PERFORM WRITE-HEADING-PARAGRAPH.

		IF WS_BK_COUNT IS EQUAL TO ZERO
			MOVE 'NO JOURNAL RECORDS FOR THE DATE; NOTHING BACKED '
				TO WS_REPORT_LINE
			MOVE 'OUT.' TO WS_REPORT_LINE (49:4)
			WRITE WS_REPORT_LINE
			CLOSE BACKOUT-REPORT
			PERFORM CONTROL-TOTALS-PARAGRAPH
			DISPLAY 'ODDEVHBK - NO JOURNAL RECORDS FOR BUSINESS '
				'DATE ' WS_BACKOUT_DATE '.'
			MOVE 4 TO RETURN-CODE
			STOP RUN
		END-IF.

		OPEN I-O HIST-MASTER.

		IF WS_HIST_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVHBK - HIST-MASTER WILL NOT OPEN, '
				'STATUS ' WS_HIST_STATUS
			CLOSE BACKOUT-REPORT
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		OPEN OUTPUT BACKOUT-REV.

		WRITE WS_REPORT_LINE FROM WS_DETAIL_HEAD.

		PERFORM BACK-OUT-ACCOUNT-PARAGRAPH
			VARYING WS_BK_SUB FROM 1 BY 1
			UNTIL WS_BK_SUB > WS_BK_COUNT.

		CLOSE HIST-MASTER.
		CLOSE BACKOUT-REV.

		IF WS_COUNT_CONFLICT IS EQUAL TO ZERO
			PERFORM LOG-BACKOUT-PARAGRAPH
			PERFORM RESET-RUN-CONTROL-PARAGRAPH
		END-IF.

		PERFORM WRITE-SUMMARY-PARAGRAPH.

		CLOSE BACKOUT-REPORT.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		IF WS_COUNT_CONFLICT IS GREATER THAN ZERO
			DISPLAY 'ODDEVHBK - ' WS_COUNT_CONFLICT
				' ACCOUNT(S) NOT BACKED OUT; SEE BKOUTRPT. '
				'RUNCTL NOT RESET.'
			MOVE 8 TO RETURN-CODE
		ELSE
			IF NOT WS_RCTL_RESET
				OR NOT WS_BACKOUT_LOGGED
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF.

	STOP RUN.

	READ-JOURNAL-PARAGRAPH.

		READ HIST-JOURNAL
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_READ
		END-IF.

	SELECT-JOURNAL-PARAGRAPH.

		IF WS_HJ_BUS_DATE IS EQUAL TO WS_BACKOUT_DATE
			ADD 1 TO WS_COUNT_SELECTED
			PERFORM LOOKUP-ACCOUNT-PARAGRAPH
			IF WS_BK_FOUND
				ADD 1 TO WS_COUNT_REPEATS
			ELSE
				PERFORM INSERT-ACCOUNT-PARAGRAPH
			END-IF
		END-IF.

		PERFORM READ-JOURNAL-PARAGRAPH.

	LOOKUP-ACCOUNT-PARAGRAPH.

		MOVE 'N' TO WS_BK_FOUND_SW.

		IF WS_BK_COUNT IS GREATER THAN ZERO
			SEARCH ALL WS_BK_ENTRY
				AT END
					CONTINUE
				WHEN WS_BK_KEY (WS_BK_IDX) IS EQUAL TO WS_HJ_KEY
					MOVE 'Y' TO WS_BK_FOUND_SW
			END-SEARCH
		END-IF.

	INSERT-ACCOUNT-PARAGRAPH.

		IF WS_BK_COUNT IS EQUAL TO 100000
			DISPLAY 'ODDEVHBK ERROR - MORE THAN 100000 ACCOUNTS '
				'JOURNALED FOR THE DATE; RUN STOPPED BEFORE ANY '
				'MASTER UPDATE.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		ADD 1 TO WS_BK_COUNT.
		MOVE WS_BK_COUNT TO WS_BK_SHIFT.

		PERFORM SHIFT-ACCOUNT-PARAGRAPH
			UNTIL WS_BK_SHIFT IS EQUAL TO 1
				OR WS_BK_KEY (WS_BK_SHIFT - 1)
					IS LESS THAN WS_HJ_KEY.

		MOVE WS_HJ_KEY TO WS_BK_KEY (WS_BK_SHIFT).
		MOVE WS_HJ_ACTION TO WS_BK_ACTION (WS_BK_SHIFT).
		MOVE WS_HJ_BEFORE_IMAGE TO WS_BK_IMAGE (WS_BK_SHIFT).

	SHIFT-ACCOUNT-PARAGRAPH.

		MOVE WS_BK_ENTRY (WS_BK_SHIFT - 1)
			TO WS_BK_ENTRY (WS_BK_SHIFT).
		SUBTRACT 1 FROM WS_BK_SHIFT.

	WRITE-HEADING-PARAGRAPH.

		MOVE 'ODDEVEN HISTORY MASTER BUSINESS-DATE BACKOUT'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'BUSINESS DATE BACKED OUT ' WS_BACKOUT_DATE
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

	BACK-OUT-ACCOUNT-PARAGRAPH.

		MOVE WS_BK_KEY (WS_BK_SUB) TO WS_KEY_BUILD.
		MOVE WS_BK_KEY (WS_BK_SUB) TO WS_HIST_KEY.
		MOVE WS_BK_IMAGE (WS_BK_SUB) TO WS_BFR_RECORD.

		MOVE SPACES TO WS_DETAIL_LINE.
		MOVE WS_KEY_NUM TO WS_DTL_NUMBER.

		READ HIST-MASTER
			INVALID KEY
				PERFORM ACCOUNT-NOT-ON-MASTER-PARAGRAPH
			NOT INVALID KEY
				PERFORM ACCOUNT-ON-MASTER-PARAGRAPH
		END-READ.

		WRITE WS_REPORT_LINE FROM WS_DETAIL_LINE.

	ACCOUNT-NOT-ON-MASTER-PARAGRAPH.

		IF WS_BK_ADDED (WS_BK_SUB)
			MOVE 'DELETE' TO WS_DTL_ACTION
			MOVE 'ALREADY OFF THE MASTER' TO WS_DTL_NOTE
			ADD 1 TO WS_COUNT_ALREADY
		ELSE
			MOVE 'RESTORE' TO WS_DTL_ACTION
			PERFORM SHOW-RESTORED-PARAGRAPH
			MOVE 'NOT ON MASTER - NOT RESTORED' TO WS_DTL_NOTE
			ADD 1 TO WS_COUNT_CONFLICT
		END-IF.

	ACCOUNT-ON-MASTER-PARAGRAPH.

		MOVE WS_HIST_CUR_FLAG TO WS_DTL_DAY_FLAG.
		MOVE WS_HIST_CUR_BUCKET TO WS_DTL_DAY_BUCKET.
		MOVE WS_HIST_TIMES_PROC TO WS_DTL_DAY_TIMES.

		IF WS_BK_ADDED (WS_BK_SUB)
			MOVE 'DELETE' TO WS_DTL_ACTION
		ELSE
			MOVE 'RESTORE' TO WS_DTL_ACTION
			PERFORM SHOW-RESTORED-PARAGRAPH
		END-IF.

		IF WS_HIST_LAST_SEEN IS GREATER THAN WS_BACKOUT_DATE
			MOVE SPACES TO WS_DTL_NOTE
			STRING 'POSTED AGAIN ' WS_HIST_LAST_SEEN
				' - NOT DONE'
				DELIMITED BY SIZE
				INTO WS_DTL_NOTE
			ADD 1 TO WS_COUNT_CONFLICT
		ELSE
			IF WS_HIST_LAST_SEEN IS LESS THAN WS_BACKOUT_DATE
				MOVE 'ALREADY BACKED OUT' TO WS_DTL_NOTE
				ADD 1 TO WS_COUNT_ALREADY
			ELSE
				PERFORM WRITE-REVERSAL-PARAGRAPH
				PERFORM APPLY-BACKOUT-PARAGRAPH
			END-IF
		END-IF.

	SHOW-RESTORED-PARAGRAPH.

		MOVE WS_BFR_CUR_FLAG TO WS_DTL_NEW_FLAG.
		MOVE WS_BFR_CUR_BUCKET TO WS_DTL_NEW_BUCKET.
		MOVE WS_BFR_TIMES_PROC TO WS_DTL_NEW_TIMES.
		MOVE WS_BFR_LAST_SEEN TO WS_DTL_NEW_LAST.

	WRITE-REVERSAL-PARAGRAPH.

		MOVE SPACES TO WS_OUTPUT_RECORD.
		MOVE WS_KEY_NUM TO WS_OUT_NUMBER.
		MOVE WS_HIST_CUR_FLAG TO WS_OUT_FLAG.
		MOVE WS_BACKOUT_DATE TO WS_OUT_RUN_DATE.
		MOVE WS_HIST_CUR_BUCKET TO WS_OUT_SHIFT_BUCKET.
		MOVE 'R' TO WS_OUT_REV_FLAG.

		WRITE WS_OUTPUT_RECORD.

		ADD 1 TO WS_COUNT_REV_OUT.

	APPLY-BACKOUT-PARAGRAPH.

		IF WS_BK_ADDED (WS_BK_SUB)
			DELETE HIST-MASTER
				INVALID KEY
					DISPLAY 'ODDEVHBK ERROR - DELETE FAILED FOR '
						'KEY ' WS_HIST_KEY ' STATUS '
						WS_HIST_STATUS
			END-DELETE
			MOVE 'ADDED ON THE DATE - DELETED' TO WS_DTL_NOTE
			ADD 1 TO WS_COUNT_DELETED
		ELSE
			MOVE WS_BFR_RECORD TO WS_HIST_RECORD
			REWRITE WS_HIST_RECORD
				INVALID KEY
					DISPLAY 'ODDEVHBK ERROR - REWRITE FAILED FOR '
						'KEY ' WS_HIST_KEY ' STATUS '
						WS_HIST_STATUS
			END-REWRITE
			MOVE 'RESTORED TO PRIOR STATE' TO WS_DTL_NOTE
			ADD 1 TO WS_COUNT_RESTORED
		END-IF.

	LOG-BACKOUT-PARAGRAPH.

		ACCEPT WS_NOW_DATE FROM DATE YYYYMMDD.
		ACCEPT WS_NOW_TIME FROM TIME.

		OPEN INPUT AUDIT-IN.

		IF WS_AUDIT_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVHBK WARNING - AUDIT-IN WILL NOT OPEN, '
				'STATUS ' WS_AUDIT_STATUS '; BACKOUT NOT LOGGED.'
		ELSE
			MOVE 'N' TO WS_EOF_SW
			PERFORM READ-AUDIT-PARAGRAPH
			PERFORM SELECT-AUDIT-PARAGRAPH UNTIL WS_EOF
			CLOSE AUDIT-IN
			PERFORM WRITE-BACKOUT-LOG-PARAGRAPH
		END-IF.

	READ-AUDIT-PARAGRAPH.

		READ AUDIT-IN
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_AUDIT_READ
		END-IF.

	SELECT-AUDIT-PARAGRAPH.

		IF WS_AUDIT_RUN_DATE IS EQUAL TO WS_BACKOUT_DATE
			AND NOT WS_AUDIT_CONTROL
			ADD 1 TO WS_COUNT_AUDIT_DATE
			MOVE WS_AUDIT_RUN_TIME TO WS_AUD_RUN_TIME
			MOVE WS_AUDIT_JOB_ID TO WS_AUD_RUN_JOB_ID
			MOVE WS_AUDIT_STEP_ID TO WS_AUD_RUN_STEP_ID
			MOVE WS_AUDIT_SUPP_SEQ TO WS_AUD_RUN_SUPP_SEQ
			PERFORM TALLY-RUN-PARAGRAPH
		END-IF.

		PERFORM READ-AUDIT-PARAGRAPH.

	TALLY-RUN-PARAGRAPH.

		MOVE ZERO TO WS_RUN_POS.

		PERFORM SCAN-RUN-PARAGRAPH
			VARYING WS_RUN_SUB FROM 1 BY 1
			UNTIL WS_RUN_SUB > WS_RUN_COUNT
				OR WS_RUN_POS IS GREATER THAN ZERO.

		IF WS_RUN_POS IS EQUAL TO ZERO
			IF WS_RUN_COUNT IS LESS THAN 50
				ADD 1 TO WS_RUN_COUNT
				MOVE WS_RUN_COUNT TO WS_RUN_POS
				MOVE WS_AUD_RUN_KEY TO WS_RUN_KEY (WS_RUN_POS)
				MOVE ZERO TO WS_RUN_AUDIT_COUNT (WS_RUN_POS)
			ELSE
				DISPLAY 'ODDEVHBK WARNING - MORE THAN 50 AUDIT '
					'RUNS FOR THE DATE; RUN ' WS_AUD_RUN_KEY
					' NOT LOGGED.'
			END-IF
		END-IF.

		IF WS_RUN_POS IS GREATER THAN ZERO
			ADD 1 TO WS_RUN_AUDIT_COUNT (WS_RUN_POS)
		END-IF.

	SCAN-RUN-PARAGRAPH.

		IF WS_RUN_KEY (WS_RUN_SUB) IS EQUAL TO WS_AUD_RUN_KEY
			MOVE WS_RUN_SUB TO WS_RUN_POS
		END-IF.

	WRITE-BACKOUT-LOG-PARAGRAPH.

		IF WS_RUN_COUNT IS EQUAL TO ZERO
			DISPLAY 'ODDEVHBK WARNING - NO AUDIT RECORDS FOR '
				'BUSINESS DATE ' WS_BACKOUT_DATE ' ON AUDIT-IN; '
				'BACKOUT NOT LOGGED.'
		ELSE
			OPEN EXTEND BACKOUT-LOG
			IF WS_BKLOG_STATUS NOT EQUAL '00'
				OPEN OUTPUT BACKOUT-LOG
			END-IF
			PERFORM WRITE-ONE-RUN-PARAGRAPH
				VARYING WS_RUN_SUB FROM 1 BY 1
				UNTIL WS_RUN_SUB > WS_RUN_COUNT
			CLOSE BACKOUT-LOG
			MOVE 'Y' TO WS_LOGGED_SW
		END-IF.

	WRITE-ONE-RUN-PARAGRAPH.

		MOVE SPACES TO WS_BKL_RECORD.
		MOVE WS_BACKOUT_DATE TO WS_BKL_BUS_DATE.
		MOVE WS_NOW_DATE TO WS_BKL_BACKOUT_DATE.
		MOVE WS_NOW_TIME TO WS_BKL_BACKOUT_TIME.
		MOVE WS_RUN_KEY (WS_RUN_SUB) TO WS_BKL_RUN.
		MOVE WS_RUN_AUDIT_COUNT (WS_RUN_SUB) TO WS_BKL_AUDIT_COUNT.
		MOVE 'B' TO WS_BKL_ENTRY_TYPE.

		WRITE WS_BKL_RECORD.

		ADD 1 TO WS_COUNT_RUNS_LOGGED.

	RESET-RUN-CONTROL-PARAGRAPH.

		MOVE 'VERIFY' TO WS_RCTL_FUNCTION.

		CALL 'ODDEVRCT' USING WS_RCTL_FUNCTION WS_RCTL_STEP
			WS_RCTL_STATUS WS_RCTL_BUS_DATE WS_RCTL_RESULT.

		IF WS_RCTL_RESULT EQUAL '04'
			OR WS_RCTL_RESULT EQUAL '12'
			OR WS_RCTL_RESULT EQUAL '16'
			DISPLAY 'ODDEVHBK WARNING - RUN CONTROL RESULT '
				WS_RCTL_RESULT ' ON VERIFY; '
				'HISTORY STATUS NOT RESET.'
		ELSE
			IF WS_RCTL_BUS_DATE NOT EQUAL WS_BACKOUT_DATE
				DISPLAY 'ODDEVHBK WARNING - RUNCTL IS OPEN FOR '
					WS_RCTL_BUS_DATE ', NOT ' WS_BACKOUT_DATE
					'; HISTORY STATUS NOT RESET.'
			ELSE
				PERFORM POST-RESET-PARAGRAPH
			END-IF
		END-IF.

	POST-RESET-PARAGRAPH.

		MOVE 'POST' TO WS_RCTL_FUNCTION.
		MOVE SPACE TO WS_RCTL_STATUS.

		CALL 'ODDEVRCT' USING WS_RCTL_FUNCTION WS_RCTL_STEP
			WS_RCTL_STATUS WS_RCTL_BUS_DATE WS_RCTL_RESULT.

		IF WS_RCTL_RESULT EQUAL '00'
			MOVE 'Y' TO WS_RCTL_RESET_SW
		ELSE
			DISPLAY 'ODDEVHBK WARNING - RUN CONTROL RESULT '
				WS_RCTL_RESULT ' ON POST; '
				'HISTORY STATUS NOT RESET.'
		END-IF.

	WRITE-SUMMARY-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'JOURNAL RECORDS READ' TO WS_CNT_TEXT.
		MOVE WS_COUNT_READ TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'JOURNALED FOR THE DATE' TO WS_CNT_TEXT.
		MOVE WS_COUNT_SELECTED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'ACCOUNTS TOUCHED ON THE DATE' TO WS_CNT_TEXT.
		MOVE WS_BK_COUNT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'RESTORED TO PRIOR STATE' TO WS_CNT_TEXT.
		MOVE WS_COUNT_RESTORED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'DELETED (ADDED ON THE DATE)' TO WS_CNT_TEXT.
		MOVE WS_COUNT_DELETED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'ALREADY BACKED OUT' TO WS_CNT_TEXT.
		MOVE WS_COUNT_ALREADY TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'NOT BACKED OUT' TO WS_CNT_TEXT.
		MOVE WS_COUNT_CONFLICT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'REVERSAL RECORDS WRITTEN' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REV_OUT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.

		IF WS_RCTL_RESET
			MOVE 'RUNCTL HISTORY STATUS RESET; THE DATE MAY BE '
				TO WS_REPORT_LINE
			MOVE 'POSTED AGAIN.' TO WS_REPORT_LINE (46:13)
		ELSE
			MOVE 'RUNCTL HISTORY STATUS NOT RESET.'
				TO WS_REPORT_LINE
		END-IF.

		WRITE WS_REPORT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.

		IF WS_BACKOUT_LOGGED
			MOVE 'BACKOUT LOGGED; ODDEVHVF SKIPS THE AUDIT RUNS '
				TO WS_REPORT_LINE
			MOVE 'LISTED ON BKOUTLOG.' TO WS_REPORT_LINE (47:19)
		ELSE
			MOVE 'BACKOUT NOT LOGGED.' TO WS_REPORT_LINE
		END-IF.

		WRITE WS_REPORT_LINE.

	CONTROL-TOTALS-PARAGRAPH.

		DISPLAY '-------------------------------------------'.
		DISPLAY 'ODDEVHBK CONTROL TOTALS'.
		DISPLAY 'JOURNAL RECORDS READ . : ' WS_COUNT_READ.
		DISPLAY 'JOURNALED FOR THE DATE : ' WS_COUNT_SELECTED.
		DISPLAY 'REPEAT IMAGES IGNORED  : ' WS_COUNT_REPEATS.
		DISPLAY 'MASTERS RESTORED . . . : ' WS_COUNT_RESTORED.
		DISPLAY 'MASTERS DELETED  . . . : ' WS_COUNT_DELETED.
		DISPLAY 'ALREADY BACKED OUT . . : ' WS_COUNT_ALREADY.
		DISPLAY 'NOT BACKED OUT . . . . : ' WS_COUNT_CONFLICT.
		DISPLAY 'REVERSALS WRITTEN  . . : ' WS_COUNT_REV_OUT.
		DISPLAY 'AUDIT RECORDS READ . . : ' WS_COUNT_AUDIT_READ.
		DISPLAY 'AUDIT FOR THE DATE . . : ' WS_COUNT_AUDIT_DATE.
		DISPLAY 'AUDIT RUNS LOGGED  . . : ' WS_COUNT_RUNS_LOGGED.
		DISPLAY '-------------------------------------------'.
