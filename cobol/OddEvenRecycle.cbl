*>                date whose RECYCLE step already posted complete,
*>                which used to double the carried-forward attempt
*>                counts. A clean end posts RECYCLE complete.
*>   10/15/2026 - Pick-up runs for supplemental records. Once the
*>                day has had a supplemental run, a second RECYCLE
*>                for the same date is accepted: run control hands
*>                back the supplemental sequence already recycled,
*>                only EXCEPT-IN records stamped with a later
*>                sequence are worked (the rest are counted as
*>                skipped), PENDING-IN is matched against the
*>                corrections again without bumping its attempt
*>                counts a second time for the day, and RECYCLE-OUT
*>                is opened EXTEND so the repairs follow the day's
*>                first recycle feed as a second HDR/TRL group.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
	01	WS_RCTL_BUS_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_RESULT		PIC	X(02)	VALUE SPACE.

	01	WS_PICKUP_MARK	PIC	X(01)	VALUE SPACE.
		88	WS_FULL_RECYCLE		VALUE SPACE.

	01	WS_FROM_PENDING_SW	PIC	X(01)	VALUE 'N'.
		88	WS_FROM_PENDING		VALUE 'Y'.

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

		05	WS_COUNT_CARRIED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_AGED_OUT	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_UNMATCHED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_SKIPPED	PIC	9(07)	VALUE ZERO.

	01	WS_AGING_DETAIL.
		05	FILLER			PIC	X(12)	VALUE 'FIRST SEEN  '.

		PERFORM LOAD-CORRECTIONS-PARAGRAPH.

		IF WS_FULL_RECYCLE
			OPEN OUTPUT RECYCLE-OUT
		ELSE
			OPEN EXTEND RECYCLE-OUT
		END-IF.

		OPEN OUTPUT PENDING-OUT.
		OPEN OUTPUT AGING-REPORT.

		MOVE 'ODDEVEN EXCEPTION AGING REPORT' TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		IF NOT WS_FULL_RECYCLE
			MOVE SPACES TO WS_REPORT_LINE
			STRING 'PICK-UP RUN - EXCEPTIONS AFTER SUPPLEMENTAL '
				WS_PICKUP_MARK ' ONLY (0 IS THE MAIN RUN)'
				DELIMITED BY SIZE
				INTO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		END-IF.

		IF WS_RCTL_RESULT EQUAL '12'
			DISPLAY 'ODDEVRCY - RECON HAS NOT POSTED CLEAN, OR A '
				'SUPPLEMENTAL RUN IS NOT YET BALANCED, FOR '
				'BUSINESS DATE ' WS_RCTL_BUS_DATE '; RUN REFUSED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_RCTL_RESULT NOT EQUAL '00'
			AND WS_RCTL_RESULT NOT EQUAL '02'
			DISPLAY 'ODDEVRCY - RECYCLE ALREADY COMPLETE FOR '
				'BUSINESS DATE ' WS_RCTL_BUS_DATE
				' AND NO NEW SUPPLEMENTAL; RUN REFUSED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		MOVE WS_RCTL_BUS_DATE TO WS_RUN_DATE.

		IF WS_RCTL_RESULT EQUAL '02'
			MOVE WS_RCTL_STATUS TO WS_PICKUP_MARK
			DISPLAY 'ODDEVRCY - PICK-UP RUN: RECYCLING EXCEPTIONS '
				'AFTER SUPPLEMENTAL ' WS_PICKUP_MARK
				' (0 IS THE MAIN RUN) FOR BUSINESS DATE '
				WS_RUN_DATE '.'
		END-IF.

	RUN-CONTROL-POST-PARAGRAPH.

		MOVE 'POST' TO WS_RCTL_FUNCTION.

	HANDLE-PENDING-PARAGRAPH.

		MOVE 'Y' TO WS_FROM_PENDING_SW.
		MOVE WS_PEND_IN_INPUT TO WS_WORK_INPUT.
		MOVE WS_PEND_IN_REASON TO WS_WORK_REASON.
		MOVE WS_PEND_IN_FIRST_SEEN TO WS_WORK_FIRST_SEEN.

	HANDLE-EXCEPT-PARAGRAPH.

		IF WS_FULL_RECYCLE
			OR (WS_EXCEPT_SUPP_SEQ NOT EQUAL SPACE
				AND WS_EXCEPT_SUPP_SEQ IS GREATER THAN WS_PICKUP_MARK)
			MOVE 'N' TO WS_FROM_PENDING_SW
			MOVE WS_EXCEPT_INPUT TO WS_WORK_INPUT
			MOVE WS_EXCEPT_REASON_CODE TO WS_WORK_REASON
			MOVE WS_RUN_DATE TO WS_WORK_FIRST_SEEN
			MOVE ZERO TO WS_WORK_ATTEMPTS
			PERFORM RESOLVE-WORK-PARAGRAPH
		ELSE
			ADD 1 TO WS_COUNT_SKIPPED
		END-IF.

		PERFORM READ-EXCEPT-PARAGRAPH.


	CARRY-FORWARD-PARAGRAPH.

		IF WS_FULL_RECYCLE OR NOT WS_FROM_PENDING
			ADD 1 TO WS_WORK_ATTEMPTS
		END-IF.

		IF WS_WORK_ATTEMPTS IS GREATER THAN WS_MAX_ATTEMPTS
			ADD 1 TO WS_COUNT_AGED_OUT
		DISPLAY 'CORRECTIONS LOADED . . : ' WS_COUNT_CORRECTIONS.
		DISPLAY 'PENDING BROUGHT IN . . : ' WS_COUNT_PENDING_IN.
		DISPLAY 'EXCEPTIONS TODAY . . . : ' WS_COUNT_TODAY.
		DISPLAY 'RECYCLED EARLIER, SKIP : ' WS_COUNT_SKIPPED.
		DISPLAY 'EXCEPTIONS REPAIRED  . : ' WS_COUNT_REPAIRED.
		DISPLAY 'CARRIED FORWARD  . . . : ' WS_COUNT_CARRIED.
		DISPLAY 'AGED OUT . . . . . . . : ' WS_COUNT_AGED_OUT.
