*>                uses; more than that ends the run RC=12 before
*>                any output is written, since a partial billing
*>                file is worse than none.
*>   10/15/2026 - Skip the audit seal and anchor records (ODDEVAU
*>                type S/A); they fall in the month but are not
*>                classification decisions to bill.
*>   10/15/2026 - Check in and post as run-control step BILLING so
*>                the extract's start and end times, restarts and
*>                failures land in the run-control history with the
*>                daily cycle's steps. BILLING is logged only: the
*>                run control never refuses it, and a missing
*>                run-control record is a warning, not a reason to
*>                hold month-end billing. The account-table
*>                overflow posts E before the run stops.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
	01	WS_QRY_MONTH	PIC	X(06)	VALUE SPACE.
	01	WS_RUN_DATE	PIC	X(08).

	01	WS_RCTL_FUNCTION	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_STEP		PIC	X(08)	VALUE 'BILLING'.
	01	WS_RCTL_STATUS		PIC	X(01)	VALUE SPACE.
	01	WS_RCTL_BUS_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_RESULT		PIC	X(02)	VALUE SPACE.

	01	WS_RCTL_LOGGED_SW	PIC	X(01)	VALUE 'N'.
		88	WS_RCTL_LOGGED		VALUE 'Y'.

	COPY ODDEVBL.

	01	WS_BIL_HEADER.
			MOVE WS_PARM_DATA (1:6) TO WS_QRY_MONTH
		END-IF.

		PERFORM RUN-CONTROL-CHECKIN-PARAGRAPH.

		PERFORM OPEN-HIST-PARAGRAPH.

		OPEN INPUT AUDIT-IN.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		MOVE 'C' TO WS_RCTL_STATUS.
		PERFORM RUN-CONTROL-POST-PARAGRAPH.

	STOP RUN.

	RUN-CONTROL-CHECKIN-PARAGRAPH.

		MOVE 'CHECKIN' TO WS_RCTL_FUNCTION.

		CALL 'ODDEVRCT' USING WS_RCTL_FUNCTION WS_RCTL_STEP
			WS_RCTL_STATUS WS_RCTL_BUS_DATE WS_RCTL_RESULT.

		IF WS_RCTL_RESULT EQUAL '00'
			MOVE 'Y' TO WS_RCTL_LOGGED_SW
		ELSE
			DISPLAY 'ODDEVBIL WARNING - RUN CONTROL ANSWERED '
				WS_RCTL_RESULT ' TO THE BILLING CHECK-IN; RUN '
				'NOT LOGGED IN THE RUN-CONTROL HISTORY.'
		END-IF.

	RUN-CONTROL-POST-PARAGRAPH.

		IF WS_RCTL_LOGGED
			MOVE 'POST' TO WS_RCTL_FUNCTION
			CALL 'ODDEVRCT' USING WS_RCTL_FUNCTION WS_RCTL_STEP
				WS_RCTL_STATUS WS_RCTL_BUS_DATE WS_RCTL_RESULT
		END-IF.

	OPEN-HIST-PARAGRAPH.

		OPEN INPUT HIST-MASTER.
	SELECT-AUDIT-PARAGRAPH.

		IF WS_AUDIT_RUN_DATE (1:6) IS EQUAL TO WS_QRY_MONTH
			AND NOT WS_AUDIT_CONTROL
			IF WS_AUDIT_REVERSAL
				ADD 1 TO WS_COUNT_REV_SKIP
			ELSE
			DISPLAY 'ODDEVBIL ERROR - MORE THAN 100000 ACCOUNTS '
				'IN THE MONTH; RUN STOPPED BEFORE ANY OUTPUT.'
			MOVE 12 TO RETURN-CODE
			MOVE 'E' TO WS_RCTL_STATUS
			PERFORM RUN-CONTROL-POST-PARAGRAPH
			STOP RUN
		END-IF.

