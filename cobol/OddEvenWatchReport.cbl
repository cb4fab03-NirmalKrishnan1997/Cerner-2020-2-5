*> =======================================================
*>
*>	Cobol Program for cerner_2^5_2020
*>
*> =======================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ODDEVWHR.

*> ---------------------------------------------------------------
*> Modification History
*>   10/15/2026 - New daily watch-hit report for the research desk.
*>                Reads the WATCH-HIT records (ODDEVWH copybook)
*>                ODD_EVEN and ODDEVSPL write whenever an account
*>                on the watch list is classified, reversed,
*>                diverted or screened as a duplicate, and lists
*>                them by analyst, then case reference, account
*>                and run time, with the full decision on each
*>                line: flag, assigned and original bucket, source
*>                feed, and the reason when diverted. Each analyst
*>                closes with a subtotal; the report closes with
*>                totals by event. The PARM is the business date
*>                to report (YYYYMMDD) or * for everything on the
*>                file.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT HIT-IN ASSIGN TO WATCHHIT
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_HIT_IN_STATUS.

		SELECT HIT-REPORT ASSIGN TO WATCHRPT
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

	FILE SECTION.
	FD HIT-IN.
	COPY ODDEVWH.

	FD HIT-REPORT.
	01	WS_REPORT_LINE		PIC	X(100).

	WORKING-STORAGE SECTION.
	01	WS_HIT_IN_STATUS	PIC	X(02).

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	01	WS_PARM_DATA	PIC	X(20)	VALUE SPACE.
	01	WS_QRY_DATE	PIC	X(08)	VALUE '*'.

	01	WS_HT_SUB	PIC	9(05)	VALUE ZERO.
	01	WS_INS_SUB	PIC	9(05)	VALUE ZERO.

	01	WS_BEFORE_SW	PIC	X(01)	VALUE 'N'.
		88	WS_KEY_BEFORE		VALUE 'Y'.

	01	WS_HIT_OVERFLOW_SW	PIC	X(01)	VALUE 'N'.
		88	WS_HIT_OVERFLOW		VALUE 'Y'.

	01	WS_CUR_ANALYST	PIC	X(08)	VALUE SPACE.
	01	WS_ANALYST_HITS	PIC	9(07)	VALUE ZERO.

	COPY ODDEVWH REPLACING LEADING ==WS_WH== BY ==WS_WHP==.

	01	WS_HIT_TABLE.
		05	WS_HT_COUNT		PIC	9(05)	VALUE ZERO.
		05	WS_HT_ENTRY OCCURS 5000 TIMES.
			10	WS_HT_ANALYST		PIC	X(08).
			10	WS_HT_CASE_REF		PIC	X(12).
			10	WS_HT_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE.
			10	WS_HT_RUN_TIME		PIC	X(08).
			10	WS_HT_IMAGE		PIC	X(112).

	01	WS_WHR_TOTALS.
		05	WS_COUNT_READ		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_MATCHED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ANALYSTS	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_CLASSIFIED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_REVERSED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_DIVERTED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_DUPLICATE	PIC	9(07)	VALUE ZERO.

	01	WS_ANALYST_HEAD.
		05	FILLER			PIC	X(09)	VALUE 'ANALYST  '.
		05	WS_AHD_ANALYST		PIC	X(08).
		05	FILLER			PIC	X(83)	VALUE SPACE.

	01	WS_HIT_HEAD.
		05	FILLER			PIC	X(50)
			VALUE '  CASE REF        ACCOUNT EVENT      F  B  O  SOUR'.
		05	FILLER			PIC	X(50)
			VALUE 'CE   RUN TIME STEP     RC REASON'.

	01	WS_HIT_LINE.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_HLN_CASE_REF		PIC	X(12).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_HLN_NUMBER		PIC	-(9)9.
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_HLN_EVENT		PIC	X(10).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_HLN_FLAG		PIC	X(01).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_HLN_BUCKET		PIC	X(01).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_HLN_ORIG		PIC	X(01).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_HLN_SOURCE_ID	PIC	X(08).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_HLN_RUN_TIME		PIC	X(08).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_HLN_STEP_ID		PIC	X(08).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_HLN_REASON_CODE	PIC	X(02).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_HLN_REASON_TEXT	PIC	X(24).

	01	WS_COUNT_LINE.
		05	WS_CNT_TEXT		PIC	X(30)	VALUE SPACE.
		05	WS_CNT_VALUE		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(63)	VALUE SPACE.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_PARM_DATA FROM COMMAND-LINE.

		IF WS_PARM_DATA IS NOT EQUAL TO SPACES
			MOVE WS_PARM_DATA (1:8) TO WS_QRY_DATE
		END-IF.

		OPEN OUTPUT HIT-REPORT.

		MOVE 'ODDEVEN RESEARCH-DESK WATCH-HIT REPORT'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'BUSINESS DATE ' WS_QRY_DATE
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		OPEN INPUT HIT-IN.

		IF WS_HIT_IN_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVWHR - WATCHHIT FILE NOT AVAILABLE, '
				'STATUS ' WS_HIT_IN_STATUS
			MOVE 'NO WATCH-HIT FILE; NOTHING TO REPORT.'
				TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
			CLOSE HIT-REPORT
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF.

		PERFORM READ-HIT-PARAGRAPH.
		PERFORM SELECT-HIT-PARAGRAPH UNTIL WS_EOF.

		CLOSE HIT-IN.

		PERFORM WRITE-REPORT-PARAGRAPH.

		CLOSE HIT-REPORT.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		IF WS_HIT_OVERFLOW
			MOVE 4 TO RETURN-CODE
		END-IF.

	STOP RUN.

	READ-HIT-PARAGRAPH.

		READ HIT-IN
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_READ
		END-IF.

	SELECT-HIT-PARAGRAPH.

		IF WS_QRY_DATE (1:1) EQUAL '*'
			OR WS_WH_RUN_DATE IS EQUAL TO WS_QRY_DATE
			ADD 1 TO WS_COUNT_MATCHED
			PERFORM INSERT-HIT-PARAGRAPH
		END-IF.

		PERFORM READ-HIT-PARAGRAPH.

	INSERT-HIT-PARAGRAPH.

		IF WS_HT_COUNT IS EQUAL TO 5000
			IF NOT WS_HIT_OVERFLOW
				DISPLAY 'ODDEVWHR WARNING - MORE THAN 5000 WATCH '
					'HITS FOR THE DATE; FURTHER HITS SKIPPED.'
				MOVE 'Y' TO WS_HIT_OVERFLOW_SW
			END-IF
		ELSE
			MOVE WS_HT_COUNT TO WS_INS_SUB
			ADD 1 TO WS_HT_COUNT
			MOVE 'N' TO WS_BEFORE_SW
			IF WS_INS_SUB IS GREATER THAN ZERO
				PERFORM COMPARE-KEY-PARAGRAPH
			END-IF
			PERFORM SHIFT-HIT-PARAGRAPH
				UNTIL WS_INS_SUB IS EQUAL TO ZERO
					OR NOT WS_KEY_BEFORE
			ADD 1 TO WS_INS_SUB
			MOVE WS_WH_ANALYST TO WS_HT_ANALYST (WS_INS_SUB)
			MOVE WS_WH_CASE_REF TO WS_HT_CASE_REF (WS_INS_SUB)
			MOVE WS_WH_NUMBER TO WS_HT_NUMBER (WS_INS_SUB)
			MOVE WS_WH_RUN_TIME TO WS_HT_RUN_TIME (WS_INS_SUB)
			MOVE WS_WH_RECORD TO WS_HT_IMAGE (WS_INS_SUB)
		END-IF.

	COMPARE-KEY-PARAGRAPH.

		MOVE 'N' TO WS_BEFORE_SW.

		IF WS_WH_ANALYST IS LESS THAN WS_HT_ANALYST (WS_INS_SUB)
			MOVE 'Y' TO WS_BEFORE_SW
		ELSE
			IF WS_WH_ANALYST IS EQUAL TO WS_HT_ANALYST (WS_INS_SUB)
				IF WS_WH_CASE_REF IS LESS THAN
						WS_HT_CASE_REF (WS_INS_SUB)
					MOVE 'Y' TO WS_BEFORE_SW
				ELSE
					IF WS_WH_CASE_REF IS EQUAL TO
							WS_HT_CASE_REF (WS_INS_SUB)
						PERFORM COMPARE-NUMBER-PARAGRAPH
					END-IF
				END-IF
			END-IF
		END-IF.

	COMPARE-NUMBER-PARAGRAPH.

		IF WS_WH_NUMBER IS LESS THAN WS_HT_NUMBER (WS_INS_SUB)
			MOVE 'Y' TO WS_BEFORE_SW
		ELSE
			IF WS_WH_NUMBER IS EQUAL TO WS_HT_NUMBER (WS_INS_SUB)
				AND WS_WH_RUN_TIME IS LESS THAN
					WS_HT_RUN_TIME (WS_INS_SUB)
				MOVE 'Y' TO WS_BEFORE_SW
			END-IF
		END-IF.

	SHIFT-HIT-PARAGRAPH.

		MOVE WS_HT_ENTRY (WS_INS_SUB)
			TO WS_HT_ENTRY (WS_INS_SUB + 1).
		SUBTRACT 1 FROM WS_INS_SUB.

		IF WS_INS_SUB IS GREATER THAN ZERO
			PERFORM COMPARE-KEY-PARAGRAPH
		END-IF.

	WRITE-REPORT-PARAGRAPH.

		IF WS_HT_COUNT IS EQUAL TO ZERO
			MOVE 'NO WATCHED ACCOUNT WAS PROCESSED.'
				TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		ELSE
			PERFORM WRITE-HIT-PARAGRAPH
				VARYING WS_HT_SUB FROM 1 BY 1
				UNTIL WS_HT_SUB > WS_HT_COUNT
			PERFORM CLOSE-ANALYST-PARAGRAPH
		END-IF.

		PERFORM WRITE-SUMMARY-PARAGRAPH.

	WRITE-HIT-PARAGRAPH.

		IF WS_HT_SUB IS EQUAL TO 1
			OR WS_HT_ANALYST (WS_HT_SUB) NOT EQUAL WS_CUR_ANALYST
			IF WS_HT_SUB IS GREATER THAN 1
				PERFORM CLOSE-ANALYST-PARAGRAPH
			END-IF
			PERFORM OPEN-ANALYST-PARAGRAPH
		END-IF.

		MOVE WS_HT_IMAGE (WS_HT_SUB) TO WS_WHP_RECORD.

		MOVE WS_WHP_CASE_REF TO WS_HLN_CASE_REF.
		MOVE WS_WHP_NUMBER TO WS_HLN_NUMBER.
		MOVE WS_WHP_FLAG TO WS_HLN_FLAG.
		MOVE WS_WHP_SHIFT_BUCKET TO WS_HLN_BUCKET.
		MOVE WS_WHP_ORIG_BUCKET TO WS_HLN_ORIG.
		MOVE WS_WHP_SOURCE_ID TO WS_HLN_SOURCE_ID.
		MOVE WS_WHP_RUN_TIME TO WS_HLN_RUN_TIME.
		MOVE WS_WHP_STEP_ID TO WS_HLN_STEP_ID.
		MOVE WS_WHP_REASON_CODE TO WS_HLN_REASON_CODE.
		MOVE WS_WHP_REASON_TEXT TO WS_HLN_REASON_TEXT.

		IF WS_WHP_CLASSIFIED
			MOVE 'CLASSIFIED' TO WS_HLN_EVENT
			ADD 1 TO WS_COUNT_CLASSIFIED
		ELSE
			IF WS_WHP_REVERSED
				MOVE 'REVERSED' TO WS_HLN_EVENT
				ADD 1 TO WS_COUNT_REVERSED
			ELSE
				IF WS_WHP_DIVERTED
					MOVE 'DIVERTED' TO WS_HLN_EVENT
					ADD 1 TO WS_COUNT_DIVERTED
				ELSE
					MOVE 'DUPLICATE' TO WS_HLN_EVENT
					ADD 1 TO WS_COUNT_DUPLICATE
				END-IF
			END-IF
		END-IF.

		WRITE WS_REPORT_LINE FROM WS_HIT_LINE.

		ADD 1 TO WS_ANALYST_HITS.

	OPEN-ANALYST-PARAGRAPH.

		MOVE WS_HT_ANALYST (WS_HT_SUB) TO WS_CUR_ANALYST.
		MOVE ZERO TO WS_ANALYST_HITS.
		ADD 1 TO WS_COUNT_ANALYSTS.

		MOVE WS_CUR_ANALYST TO WS_AHD_ANALYST.
		WRITE WS_REPORT_LINE FROM WS_ANALYST_HEAD.
		WRITE WS_REPORT_LINE FROM WS_HIT_HEAD.

	CLOSE-ANALYST-PARAGRAPH.

		MOVE '  HITS FOR ANALYST' TO WS_CNT_TEXT.
		MOVE WS_ANALYST_HITS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

	WRITE-SUMMARY-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'ANALYSTS WITH HITS' TO WS_CNT_TEXT.
		MOVE WS_COUNT_ANALYSTS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'CLASSIFIED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_CLASSIFIED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'REVERSED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REVERSED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'DIVERTED TO EXCEPTIONS' TO WS_CNT_TEXT.
		MOVE WS_COUNT_DIVERTED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'SCREENED AS DUPLICATES' TO WS_CNT_TEXT.
		MOVE WS_COUNT_DUPLICATE TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'TOTAL WATCH HITS' TO WS_CNT_TEXT.
		MOVE WS_HT_COUNT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

	CONTROL-TOTALS-PARAGRAPH.

		DISPLAY '-------------------------------------------'.
		DISPLAY 'ODDEVWHR CONTROL TOTALS'.
		DISPLAY 'WATCH HITS READ  . . . : ' WS_COUNT_READ.
		DISPLAY 'HITS FOR THE DATE  . . : ' WS_COUNT_MATCHED.
		DISPLAY 'HITS REPORTED  . . . . : ' WS_HT_COUNT.
		DISPLAY 'ANALYSTS WITH HITS . . : ' WS_COUNT_ANALYSTS.
		DISPLAY '-------------------------------------------'.
