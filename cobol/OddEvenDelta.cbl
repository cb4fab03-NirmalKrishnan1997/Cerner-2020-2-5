*>                step RC=8 so the scheduler holds the shift jobs.
*>                A missing or empty master (first run) makes every
*>                account NEW, which is the correct day-one answer.
*>   10/15/2026 - Checks in with the RUNCTL run-control record as
*>                step DELTA (RECON must be complete) and posts it
*>                complete, or E when out of balance. Once the day
*>                has had a supplemental run, a second DELTA for the
*>                same date is a pick-up run: run control hands back
*>                the supplemental sequence already extracted, only
*>                the ODD-EVEN-OUT records stamped with a later
*>                sequence are matched, the rest are counted as
*>                skipped (and balanced as such), and the DELTAn
*>                and DLTTOTAL files are opened EXTEND so the shift
*>                desks get the late records appended to the day's
*>                delta instead of a replacement.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	01	WS_RUN_DATE	PIC	X(08)	VALUE SPACE.

	01	WS_RCTL_FUNCTION	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_STEP		PIC	X(08)	VALUE 'DELTA'.
	01	WS_RCTL_STATUS		PIC	X(01)	VALUE SPACE.
	01	WS_RCTL_BUS_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_RESULT		PIC	X(02)	VALUE SPACE.

	01	WS_PICKUP_MARK	PIC	X(01)	VALUE SPACE.
		88	WS_FULL_EXTRACT		VALUE SPACE.

	01	WS_KEY_BUILD.
		05	WS_KEY_NUM	PIC	S9(9)	SIGN IS LEADING SEPARATE.

		05	WS_COUNT_SH1		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_SH2		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_SH3		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_SKIPPED	PIC	9(07)	VALUE ZERO.

	01	WS_ACCOUNTED	PIC	9(08)	VALUE ZERO.


	FIRST-PARAGRAPH.

		PERFORM RUN-CONTROL-CHECKIN-PARAGRAPH.

		OPEN INPUT ODD-EVEN-IN.

		IF WS_FULL_EXTRACT
			OPEN OUTPUT DELTA1-OUT
			OPEN OUTPUT DELTA2-OUT
			OPEN OUTPUT DELTA3-OUT
		ELSE
			OPEN EXTEND DELTA1-OUT
			OPEN EXTEND DELTA2-OUT
			OPEN EXTEND DELTA3-OUT
		END-IF.

		OPEN OUTPUT DELTA-REPORT.

		PERFORM OPEN-HIST-PARAGRAPH.
			MOVE 8 TO RETURN-CODE
		END-IF.

		PERFORM RUN-CONTROL-POST-PARAGRAPH.

	STOP RUN.

	RUN-CONTROL-CHECKIN-PARAGRAPH.

		MOVE 'CHECKIN' TO WS_RCTL_FUNCTION.

		CALL 'ODDEVRCT' USING WS_RCTL_FUNCTION WS_RCTL_STEP
			WS_RCTL_STATUS WS_RCTL_BUS_DATE WS_RCTL_RESULT.

		IF WS_RCTL_RESULT EQUAL '04'
			DISPLAY 'ODDEVDLT - NO RUN-CONTROL RECORD; WAS '
				'ODDEVRCI RUN FOR THE DAY?'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_RCTL_RESULT EQUAL '12'
			DISPLAY 'ODDEVDLT - RECON HAS NOT POSTED CLEAN, OR A '
				'SUPPLEMENTAL RUN IS NOT YET BALANCED, FOR '
				'BUSINESS DATE ' WS_RCTL_BUS_DATE
				'; RUN REFUSED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_RCTL_RESULT NOT EQUAL '00'
			AND WS_RCTL_RESULT NOT EQUAL '02'
			DISPLAY 'ODDEVDLT - DELTA ALREADY COMPLETE FOR '
				'BUSINESS DATE ' WS_RCTL_BUS_DATE
				' AND NO NEW SUPPLEMENTAL; RUN REFUSED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_RCTL_RESULT EQUAL '02'
			MOVE WS_RCTL_STATUS TO WS_PICKUP_MARK
			DISPLAY 'ODDEVDLT - PICK-UP RUN: EXTRACTING RECORDS '
				'AFTER SUPPLEMENTAL ' WS_PICKUP_MARK
				' (0 IS THE MAIN RUN) FOR BUSINESS DATE '
				WS_RCTL_BUS_DATE '.'
		END-IF.

	RUN-CONTROL-POST-PARAGRAPH.

		MOVE 'POST' TO WS_RCTL_FUNCTION.

		IF WS_IN_BALANCE
			MOVE 'C' TO WS_RCTL_STATUS
		ELSE
			MOVE 'E' TO WS_RCTL_STATUS
		END-IF.

		CALL 'ODDEVRCT' USING WS_RCTL_FUNCTION WS_RCTL_STEP
			WS_RCTL_STATUS WS_RCTL_BUS_DATE WS_RCTL_RESULT.

	OPEN-HIST-PARAGRAPH.

		OPEN INPUT HIST-MASTER.

		MOVE WS_OUT_RUN_DATE TO WS_RUN_DATE.

		IF WS_FULL_EXTRACT
			OR (WS_OUT_SUPP_SEQ NOT EQUAL SPACE
				AND WS_OUT_SUPP_SEQ IS GREATER THAN WS_PICKUP_MARK)
			PERFORM EXTRACT-RECORD-PARAGRAPH
		ELSE
			ADD 1 TO WS_COUNT_SKIPPED
		END-IF.

		PERFORM READ-OUTPUT-PARAGRAPH.

	EXTRACT-RECORD-PARAGRAPH.

		IF WS_OUT_REVERSAL
			ADD 1 TO WS_COUNT_REVS
			MOVE 'REV' TO WS_DLT_CHANGE_CODE
			PERFORM MATCH-MASTER-PARAGRAPH
		END-IF.

	MATCH-MASTER-PARAGRAPH.

		IF WS_HIST_AVAILABLE
	BALANCE-CHECK-PARAGRAPH.

		ADD WS_COUNT_NEW WS_COUNT_FLAG_CHG WS_COUNT_BUCKET_CHG
			WS_COUNT_REVS WS_COUNT_UNCHANGED WS_COUNT_SKIPPED
			GIVING WS_ACCOUNTED.

		IF WS_ACCOUNTED NOT EQUAL WS_COUNT_READ

	WRITE-TOTALS-PARAGRAPH.

		IF WS_FULL_EXTRACT
			OPEN OUTPUT DELTA-TOTALS
		ELSE
			OPEN EXTEND DELTA-TOTALS
		END-IF.

		MOVE SPACES TO WS_DLT_TOT_RECORD.
		MOVE WS_RUN_DATE TO WS_DLT_TOT_RUN_DATE.
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		IF NOT WS_FULL_EXTRACT
			MOVE SPACES TO WS_REPORT_LINE
			STRING 'PICK-UP RUN - RECORDS AFTER SUPPLEMENTAL '
				WS_PICKUP_MARK ' ONLY (0 IS THE MAIN RUN)'
				DELIMITED BY SIZE
				INTO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE WS_COUNT_UNCHANGED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'SKIPPED (EXTRACTED EARLIER)' TO WS_CNT_TEXT.
		MOVE WS_COUNT_SKIPPED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'DELTAS TO SHIFT 1' TO WS_CNT_TEXT.
		MOVE WS_COUNT_SH1 TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.
		WRITE WS_REPORT_LINE.

		IF WS_IN_BALANCE
			MOVE 'VERDICT - DELTAS, UNCHANGED AND SKIPPED EQUAL THE OUTPUT'
				TO WS_REPORT_LINE
		ELSE
			MOVE 'VERDICT - OUT OF BALANCE, HOLD THE SHIFT JOBS'
		DISPLAY 'BUCKET CHANGES . . . . : ' WS_COUNT_BUCKET_CHG.
		DISPLAY 'REVERSALS PASSED . . . : ' WS_COUNT_REVS.
		DISPLAY 'UNCHANGED  . . . . . . : ' WS_COUNT_UNCHANGED.
		DISPLAY 'SKIPPED  . . . . . . . : ' WS_COUNT_SKIPPED.
		DISPLAY 'DELTAS TO SHIFT 1  . . : ' WS_COUNT_SH1.
		DISPLAY 'DELTAS TO SHIFT 2  . . : ' WS_COUNT_SH2.
		DISPLAY 'DELTAS TO SHIFT 3  . . : ' WS_COUNT_SH3.
