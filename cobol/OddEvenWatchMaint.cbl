*> =======================================================
*>
*>	Cobol Program for cerner_2^5_2020
*>
*> =======================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ODDEVWLM.

*> ---------------------------------------------------------------
*> Modification History
*>   10/15/2026 - New transaction-driven maintenance for the
*>                research desk's watch list (WATCH-IN, ODDEVWL
*>                copybook), on the ODDEVRUM pattern. The desk
*>                submits WATCH-TRANS (ODDEVWT: ADD / CHG / DEL
*>                keyed by account number + case reference); the
*>                accepted transactions are applied to the current
*>                list and the next version is written to WATCH-OUT
*>                for the JCL to swap into place. A transaction is
*>                rejected when the account is not numeric, the
*>                analyst is blank, a date is malformed, the end
*>                date is missing or before the start, an ADD
*>                duplicates a row already on the list, or a
*>                CHG/DEL target is not on it. Rows whose end date
*>                is before today are dropped as the new version
*>                is written -- that is how an expired watch comes
*>                off the list -- and each one prints on the
*>                change report. Any rejection ends the step RC=4;
*>                the accepted changes still apply.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT WATCH-IN ASSIGN TO WATCHIN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_WATCH_IN_STATUS.

		SELECT WATCH-TRANS ASSIGN TO WATCHTRN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_TRANS_IN_STATUS.

		SELECT WATCH-OUT ASSIGN TO WATCHNEW
			ORGANIZATION IS LINE SEQUENTIAL.

		SELECT CHANGE-REPORT ASSIGN TO CHANGRPT
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

	FILE SECTION.
	FD WATCH-IN.
	COPY ODDEVWL.

	FD WATCH-TRANS.
	COPY ODDEVWT.

	FD WATCH-OUT.
	COPY ODDEVWL REPLACING LEADING ==WS_WL== BY ==WS_WLO==.

	FD CHANGE-REPORT.
	01	WS_REPORT_LINE		PIC	X(100).

	WORKING-STORAGE SECTION.
	01	WS_WATCH_IN_STATUS	PIC	X(02).
	01	WS_TRANS_IN_STATUS	PIC	X(02).

	01	WS_RUN_DATE	PIC	X(08).
	01	WS_RUN_TIME	PIC	X(08).

	01	WS_TRAN_VALID_SW	PIC	X(01)	VALUE 'Y'.
		88	WS_TRAN_VALID		VALUE 'Y'.

	01	WS_REJECT_REASON	PIC	X(45)	VALUE SPACE.

	01	WS_ROW_SUB	PIC	9(05)	VALUE ZERO.
	01	WS_TARGET_SUB	PIC	9(05)	VALUE ZERO.

	01	WS_NEW_START	PIC	X(08)	VALUE SPACE.

	01	WS_DATE_WORK.
		05	WS_DW_YEAR	PIC	9(04).
		05	WS_DW_MONTH	PIC	9(02).
		05	WS_DW_DAY	PIC	9(02).

	01	WS_DATE_OK_SW	PIC	X(01)	VALUE 'N'.
		88	WS_DATE_OK		VALUE 'Y'.

	01	WS_WATCH_TABLE.
		05	WS_WATCH_COUNT		PIC	9(05)	VALUE ZERO.
		05	WS_WATCH_ENTRY OCCURS 1000 TIMES.
			10	WS_WATCH_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE.
			10	WS_WATCH_CASE_REF	PIC	X(12).
			10	WS_WATCH_ANALYST	PIC	X(08).
			10	WS_WATCH_START		PIC	X(08).
			10	WS_WATCH_END		PIC	X(08).
			10	WS_WATCH_LIVE_SW	PIC	X(01).
				88	WS_WATCH_LIVE		VALUE 'Y'.

	01	WS_WLM_TOTALS.
		05	WS_COUNT_WATCH_IN	PIC	9(05)	VALUE ZERO.
		05	WS_COUNT_TRANS		PIC	9(05)	VALUE ZERO.
		05	WS_COUNT_APPLIED	PIC	9(05)	VALUE ZERO.
		05	WS_COUNT_REJECTED	PIC	9(05)	VALUE ZERO.
		05	WS_COUNT_EXPIRED	PIC	9(05)	VALUE ZERO.
		05	WS_COUNT_WATCH_OUT	PIC	9(05)	VALUE ZERO.

	01	WS_TRAN_HEAD_LINE.
		05	FILLER			PIC	X(05)	VALUE 'TRAN '.
		05	WS_THL_SEQ		PIC	ZZZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_THL_ACTION		PIC	X(03).
		05	FILLER			PIC	X(85)	VALUE SPACE.

	01	WS_VALUES_LINE.
		05	WS_VAL_TAG		PIC	X(08).
		05	FILLER			PIC	X(09)	VALUE ' ACCOUNT '.
		05	WS_VAL_NUMBER		PIC	X(10).
		05	FILLER			PIC	X(06)	VALUE ' CASE '.
		05	WS_VAL_CASE_REF		PIC	X(12).
		05	FILLER			PIC	X(09)	VALUE ' ANALYST '.
		05	WS_VAL_ANALYST		PIC	X(08).
		05	FILLER			PIC	X(07)	VALUE ' START '.
		05	WS_VAL_START		PIC	X(08).
		05	FILLER			PIC	X(05)	VALUE ' END '.
		05	WS_VAL_END		PIC	X(08).
		05	FILLER			PIC	X(10)	VALUE SPACE.

	01	WS_VERDICT_LINE.
		05	FILLER			PIC	X(10)	VALUE '  VERDICT '.
		05	WS_VRD_TEXT		PIC	X(55)	VALUE SPACE.
		05	FILLER			PIC	X(35)	VALUE SPACE.

	01	WS_COUNT_LINE.
		05	WS_CNT_TEXT		PIC	X(30)	VALUE SPACE.
		05	WS_CNT_VALUE		PIC	ZZZZ9.
		05	FILLER			PIC	X(65)	VALUE SPACE.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_RUN_DATE FROM DATE YYYYMMDD.
		ACCEPT WS_RUN_TIME FROM TIME.

		OPEN OUTPUT CHANGE-REPORT.

		MOVE 'ODDEVEN WATCH-LIST MAINTENANCE CHANGE REPORT'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'APPLIED ' WS_RUN_DATE ' ' WS_RUN_TIME
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		PERFORM LOAD-WATCH-PARAGRAPH.
		PERFORM PROCESS-TRANS-PARAGRAPH.
		PERFORM WRITE-NEW-WATCH-PARAGRAPH.
		PERFORM WRITE-SUMMARY-PARAGRAPH.

		CLOSE CHANGE-REPORT.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		IF WS_COUNT_REJECTED IS GREATER THAN ZERO
			DISPLAY 'ODDEVWLM - ' WS_COUNT_REJECTED
				' TRANSACTION(S) REJECTED; SEE THE CHANGE '
				'REPORT.'
			MOVE 4 TO RETURN-CODE
		END-IF.

	STOP RUN.

	LOAD-WATCH-PARAGRAPH.

		OPEN INPUT WATCH-IN.

		IF WS_WATCH_IN_STATUS EQUAL '00'
			PERFORM READ-WATCH-PARAGRAPH
			PERFORM BUILD-WATCH-ENTRY-PARAGRAPH
				UNTIL WS_WATCH_IN_STATUS NOT EQUAL '00'
					OR WS_WATCH_COUNT = 1000
			IF WS_WATCH_IN_STATUS EQUAL '00'
				DISPLAY 'ODDEVWLM ERROR - WATCH-IN HAS MORE '
					'THAN 1000 ROWS; RUN STOPPED.'
				MOVE 12 TO RETURN-CODE
				STOP RUN
			END-IF
			CLOSE WATCH-IN
		END-IF.

		MOVE WS_WATCH_COUNT TO WS_COUNT_WATCH_IN.

	READ-WATCH-PARAGRAPH.

		READ WATCH-IN.

	BUILD-WATCH-ENTRY-PARAGRAPH.

		ADD 1 TO WS_WATCH_COUNT.
		MOVE WS_WL_NUMBER TO WS_WATCH_NUMBER (WS_WATCH_COUNT).
		MOVE WS_WL_CASE_REF TO WS_WATCH_CASE_REF (WS_WATCH_COUNT).
		MOVE WS_WL_ANALYST TO WS_WATCH_ANALYST (WS_WATCH_COUNT).
		MOVE WS_WL_START_DATE TO WS_WATCH_START (WS_WATCH_COUNT).
		MOVE WS_WL_END_DATE TO WS_WATCH_END (WS_WATCH_COUNT).
		MOVE 'Y' TO WS_WATCH_LIVE_SW (WS_WATCH_COUNT).

		PERFORM READ-WATCH-PARAGRAPH.

	PROCESS-TRANS-PARAGRAPH.

		OPEN INPUT WATCH-TRANS.

		IF WS_TRANS_IN_STATUS EQUAL '00'
			PERFORM READ-TRAN-PARAGRAPH
			PERFORM HANDLE-TRAN-PARAGRAPH
				UNTIL WS_TRANS_IN_STATUS NOT EQUAL '00'
			CLOSE WATCH-TRANS
		ELSE
			MOVE 'NO TRANSACTION FILE; EXPIRED WATCHES DROPPED ONLY.'
				TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

	READ-TRAN-PARAGRAPH.

		READ WATCH-TRANS.

	HANDLE-TRAN-PARAGRAPH.

		ADD 1 TO WS_COUNT_TRANS.

		PERFORM WRITE-TRAN-HEAD-PARAGRAPH.
		PERFORM EDIT-TRAN-PARAGRAPH.

		IF WS_TRAN_VALID
			PERFORM APPLY-TRAN-PARAGRAPH
		ELSE
			ADD 1 TO WS_COUNT_REJECTED
			MOVE SPACES TO WS_VRD_TEXT
			STRING 'REJECTED - ' WS_REJECT_REASON
				DELIMITED BY SIZE
				INTO WS_VRD_TEXT
			WRITE WS_REPORT_LINE FROM WS_VERDICT_LINE
		END-IF.

		PERFORM READ-TRAN-PARAGRAPH.

	WRITE-TRAN-HEAD-PARAGRAPH.

		MOVE WS_COUNT_TRANS TO WS_THL_SEQ.
		MOVE WS_WT_ACTION TO WS_THL_ACTION.
		WRITE WS_REPORT_LINE FROM WS_TRAN_HEAD_LINE.

		MOVE 'REQUEST ' TO WS_VAL_TAG.
		MOVE WS_WT_NUMBER TO WS_VAL_NUMBER.
		MOVE WS_WT_CASE_REF TO WS_VAL_CASE_REF.
		MOVE WS_WT_ANALYST TO WS_VAL_ANALYST.
		MOVE WS_WT_START_DATE TO WS_VAL_START.
		MOVE WS_WT_END_DATE TO WS_VAL_END.
		WRITE WS_REPORT_LINE FROM WS_VALUES_LINE.

	EDIT-TRAN-PARAGRAPH.

		MOVE 'Y' TO WS_TRAN_VALID_SW.
		MOVE SPACES TO WS_REJECT_REASON.

		IF NOT WS_WT_ADD AND NOT WS_WT_CHANGE AND NOT WS_WT_DELETE
			MOVE 'ACTION IS NOT ADD, CHG OR DEL'
				TO WS_REJECT_REASON
			MOVE 'N' TO WS_TRAN_VALID_SW
		END-IF.

		IF WS_TRAN_VALID
			AND WS_WT_NUMBER IS NOT NUMERIC
			MOVE 'ACCOUNT NUMBER IS NOT NUMERIC'
				TO WS_REJECT_REASON
			MOVE 'N' TO WS_TRAN_VALID_SW
		END-IF.

		IF WS_TRAN_VALID
			AND WS_WT_CASE_REF EQUAL SPACES
			MOVE 'CASE REFERENCE IS BLANK'
				TO WS_REJECT_REASON
			MOVE 'N' TO WS_TRAN_VALID_SW
		END-IF.

		IF WS_TRAN_VALID AND NOT WS_WT_DELETE
			AND WS_WT_ANALYST EQUAL SPACES
			MOVE 'ANALYST ID IS BLANK'
				TO WS_REJECT_REASON
			MOVE 'N' TO WS_TRAN_VALID_SW
		END-IF.

		IF WS_TRAN_VALID AND NOT WS_WT_DELETE
			AND WS_WT_START_DATE NOT EQUAL SPACES
			MOVE WS_WT_START_DATE TO WS_DATE_WORK
			PERFORM EDIT-DATE-PARAGRAPH
			IF NOT WS_DATE_OK
				MOVE 'WATCH START DATE IS NOT YYYYMMDD'
					TO WS_REJECT_REASON
				MOVE 'N' TO WS_TRAN_VALID_SW
			END-IF
		END-IF.

		IF WS_TRAN_VALID AND NOT WS_WT_DELETE
			IF WS_WT_END_DATE EQUAL SPACES
				MOVE 'WATCH END DATE IS REQUIRED'
					TO WS_REJECT_REASON
				MOVE 'N' TO WS_TRAN_VALID_SW
			ELSE
				MOVE WS_WT_END_DATE TO WS_DATE_WORK
				PERFORM EDIT-DATE-PARAGRAPH
				IF NOT WS_DATE_OK
					MOVE 'WATCH END DATE IS NOT YYYYMMDD'
						TO WS_REJECT_REASON
					MOVE 'N' TO WS_TRAN_VALID_SW
				END-IF
			END-IF
		END-IF.

		IF WS_TRAN_VALID AND NOT WS_WT_DELETE
			IF WS_WT_START_DATE EQUAL SPACES
				MOVE WS_RUN_DATE TO WS_NEW_START
			ELSE
				MOVE WS_WT_START_DATE TO WS_NEW_START
			END-IF
			IF WS_NEW_START IS GREATER THAN WS_WT_END_DATE
				MOVE 'WATCH START IS AFTER WATCH END'
					TO WS_REJECT_REASON
				MOVE 'N' TO WS_TRAN_VALID_SW
			END-IF
		END-IF.

		IF WS_TRAN_VALID AND NOT WS_WT_DELETE
			AND WS_WT_END_DATE IS LESS THAN WS_RUN_DATE
			MOVE 'WATCH END DATE HAS ALREADY PASSED'
				TO WS_REJECT_REASON
			MOVE 'N' TO WS_TRAN_VALID_SW
		END-IF.

		IF WS_TRAN_VALID
			PERFORM LOCATE-TARGET-PARAGRAPH
			PERFORM EDIT-TARGET-PARAGRAPH
		END-IF.

	EDIT-DATE-PARAGRAPH.

		MOVE 'Y' TO WS_DATE_OK_SW.

		IF WS_DATE_WORK IS NOT NUMERIC
			MOVE 'N' TO WS_DATE_OK_SW
		ELSE
			IF WS_DW_MONTH IS LESS THAN 01
				OR WS_DW_MONTH IS GREATER THAN 12
				OR WS_DW_DAY IS LESS THAN 01
				OR WS_DW_DAY IS GREATER THAN 31
				MOVE 'N' TO WS_DATE_OK_SW
			END-IF
		END-IF.

	LOCATE-TARGET-PARAGRAPH.

		MOVE ZERO TO WS_TARGET_SUB.

		PERFORM SCAN-TARGET-PARAGRAPH
			VARYING WS_ROW_SUB FROM 1 BY 1
			UNTIL WS_ROW_SUB > WS_WATCH_COUNT
				OR WS_TARGET_SUB IS GREATER THAN ZERO.

	SCAN-TARGET-PARAGRAPH.

		IF WS_WATCH_LIVE (WS_ROW_SUB)
			AND WS_WATCH_NUMBER (WS_ROW_SUB) IS EQUAL TO WS_WT_NUMBER
			AND WS_WATCH_CASE_REF (WS_ROW_SUB) IS EQUAL
				TO WS_WT_CASE_REF
			MOVE WS_ROW_SUB TO WS_TARGET_SUB
		END-IF.

	EDIT-TARGET-PARAGRAPH.

		IF WS_WT_ADD
			AND WS_TARGET_SUB IS GREATER THAN ZERO
			MOVE 'ACCOUNT ALREADY WATCHED FOR THIS CASE'
				TO WS_REJECT_REASON
			MOVE 'N' TO WS_TRAN_VALID_SW
		END-IF.

		IF (WS_WT_CHANGE OR WS_WT_DELETE)
			AND WS_TARGET_SUB IS EQUAL TO ZERO
			MOVE 'TARGET ROW NOT ON THE CURRENT LIST'
				TO WS_REJECT_REASON
			MOVE 'N' TO WS_TRAN_VALID_SW
		END-IF.

		IF WS_WT_ADD AND WS_TRAN_VALID
			AND WS_WATCH_COUNT IS EQUAL TO 1000
			MOVE 'WATCH LIST FULL AT 1000 ROWS'
				TO WS_REJECT_REASON
			MOVE 'N' TO WS_TRAN_VALID_SW
		END-IF.

	APPLY-TRAN-PARAGRAPH.

		IF WS_TARGET_SUB IS GREATER THAN ZERO
			MOVE 'BEFORE  ' TO WS_VAL_TAG
			PERFORM MOVE-ROW-VALUES-PARAGRAPH
			WRITE WS_REPORT_LINE FROM WS_VALUES_LINE
		END-IF.

		IF WS_WT_ADD
			ADD 1 TO WS_WATCH_COUNT
			MOVE WS_WATCH_COUNT TO WS_TARGET_SUB
			MOVE WS_WT_NUMBER TO WS_WATCH_NUMBER (WS_TARGET_SUB)
			MOVE WS_WT_CASE_REF
				TO WS_WATCH_CASE_REF (WS_TARGET_SUB)
			MOVE 'Y' TO WS_WATCH_LIVE_SW (WS_TARGET_SUB)
		END-IF.

		IF WS_WT_DELETE
			MOVE 'N' TO WS_WATCH_LIVE_SW (WS_TARGET_SUB)
		ELSE
			MOVE WS_WT_ANALYST TO WS_WATCH_ANALYST (WS_TARGET_SUB)
			MOVE WS_NEW_START TO WS_WATCH_START (WS_TARGET_SUB)
			MOVE WS_WT_END_DATE TO WS_WATCH_END (WS_TARGET_SUB)
			MOVE 'AFTER   ' TO WS_VAL_TAG
			PERFORM MOVE-ROW-VALUES-PARAGRAPH
			WRITE WS_REPORT_LINE FROM WS_VALUES_LINE
		END-IF.

		ADD 1 TO WS_COUNT_APPLIED.

		MOVE 'APPLIED' TO WS_VRD_TEXT.
		WRITE WS_REPORT_LINE FROM WS_VERDICT_LINE.

	MOVE-ROW-VALUES-PARAGRAPH.

		MOVE WS_WATCH_NUMBER (WS_TARGET_SUB) TO WS_VAL_NUMBER.
		MOVE WS_WATCH_CASE_REF (WS_TARGET_SUB) TO WS_VAL_CASE_REF.
		MOVE WS_WATCH_ANALYST (WS_TARGET_SUB) TO WS_VAL_ANALYST.
		MOVE WS_WATCH_START (WS_TARGET_SUB) TO WS_VAL_START.
		MOVE WS_WATCH_END (WS_TARGET_SUB) TO WS_VAL_END.

	WRITE-NEW-WATCH-PARAGRAPH.

		OPEN OUTPUT WATCH-OUT.

		PERFORM WRITE-ONE-WATCH-PARAGRAPH
			VARYING WS_ROW_SUB FROM 1 BY 1
			UNTIL WS_ROW_SUB > WS_WATCH_COUNT.

		CLOSE WATCH-OUT.

	WRITE-ONE-WATCH-PARAGRAPH.

		IF WS_WATCH_LIVE (WS_ROW_SUB)
			IF WS_WATCH_END (WS_ROW_SUB) NOT EQUAL SPACES
				AND WS_WATCH_END (WS_ROW_SUB) IS LESS THAN WS_RUN_DATE
				PERFORM REPORT-EXPIRED-PARAGRAPH
			ELSE
				MOVE SPACES TO WS_WLO_RECORD
				MOVE WS_WATCH_NUMBER (WS_ROW_SUB) TO WS_WLO_NUMBER
				MOVE WS_WATCH_CASE_REF (WS_ROW_SUB)
					TO WS_WLO_CASE_REF
				MOVE WS_WATCH_ANALYST (WS_ROW_SUB)
					TO WS_WLO_ANALYST
				MOVE WS_WATCH_START (WS_ROW_SUB)
					TO WS_WLO_START_DATE
				MOVE WS_WATCH_END (WS_ROW_SUB) TO WS_WLO_END_DATE
				WRITE WS_WLO_RECORD
				ADD 1 TO WS_COUNT_WATCH_OUT
			END-IF
		END-IF.

	REPORT-EXPIRED-PARAGRAPH.

		ADD 1 TO WS_COUNT_EXPIRED.

		MOVE WS_ROW_SUB TO WS_TARGET_SUB.
		MOVE 'EXPIRED ' TO WS_VAL_TAG.
		PERFORM MOVE-ROW-VALUES-PARAGRAPH.
		WRITE WS_REPORT_LINE FROM WS_VALUES_LINE.

		MOVE 'DROPPED - WATCH WINDOW HAS ENDED' TO WS_VRD_TEXT.
		WRITE WS_REPORT_LINE FROM WS_VERDICT_LINE.

	WRITE-SUMMARY-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'WATCH ROWS READ' TO WS_CNT_TEXT.
		MOVE WS_COUNT_WATCH_IN TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'TRANSACTIONS READ' TO WS_CNT_TEXT.
		MOVE WS_COUNT_TRANS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'TRANSACTIONS APPLIED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_APPLIED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'TRANSACTIONS REJECTED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REJECTED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'EXPIRED WATCHES DROPPED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_EXPIRED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'WATCH ROWS WRITTEN' TO WS_CNT_TEXT.
		MOVE WS_COUNT_WATCH_OUT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

	CONTROL-TOTALS-PARAGRAPH.

		DISPLAY '-------------------------------------------'.
		DISPLAY 'ODDEVWLM CONTROL TOTALS'.
		DISPLAY 'WATCH ROWS READ  . . . : ' WS_COUNT_WATCH_IN.
		DISPLAY 'TRANSACTIONS READ  . . : ' WS_COUNT_TRANS.
		DISPLAY 'TRANSACTIONS APPLIED . : ' WS_COUNT_APPLIED.
		DISPLAY 'TRANSACTIONS REJECTED  : ' WS_COUNT_REJECTED.
		DISPLAY 'EXPIRED WATCHES DROPPED: ' WS_COUNT_EXPIRED.
		DISPLAY 'WATCH ROWS WRITTEN . . : ' WS_COUNT_WATCH_OUT.
		DISPLAY '-------------------------------------------'.
