*>                message: a typo'd PARM used to fall through to
*>                the HISTORY status inside ODDEVRCT and could wave
*>                the job through. The guard still ends RC=8.
*>   10/15/2026 - Report ODDEVRCT's result 02 for DELTA, HISTORY and
*>                RECYCLE: the step has run for the business date
*>                but a supplemental run has balanced since, so the
*>                job is a pick-up of the extra records. The guard
*>                ends RC=4, which the ODDEVDLT and ODDEVRCY jobs
*>                use to bypass their dataset clear-down (the day's
*>                delta and recycle datasets are appended to, not
*>                replaced) while still running the step itself.
*>   10/15/2026 - Take an optional function and status after the
*>                step in the PARM ('MERGE CHECKIN', 'MERGE POST C')
*>                so a run of utility steps with no program of its
*>                own -- the ODDEVENM IEBGENER merge -- can be
*>                checked in and posted like any other step and
*>                appear in the run-control time log and history.
*>                A bare step name still VERIFYs. POST takes C or
*>                E (C when omitted); any other function or status
*>                ends RC=8 without calling the run control.
*>   10/15/2026 - A bare step name now asks ODDEVRCT to GUARD
*>                rather than VERIFY. GUARD makes the same checks
*>                but counts the refused submit against the step
*>                when it is already complete; VERIFY stays
*>                read-only for the callers that hold the run
*>                control shared. VERIFY may still be given in the
*>                PARM for a check that counts nothing.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
	WORKING-STORAGE SECTION.
	01	WS_PARM_DATA	PIC	X(20)	VALUE SPACE.

	01	WS_RCTL_FUNCTION	PIC	X(08)	VALUE 'GUARD'.
	01	WS_RCTL_STEP		PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_STATUS		PIC	X(01)	VALUE SPACE.
	01	WS_RCTL_BUS_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_RESULT		PIC	X(02)	VALUE SPACE.

	01	WS_PARM_OK_SW	PIC	X(01)	VALUE 'Y'.
		88	WS_PARM_OK		VALUE 'Y'.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_PARM_DATA FROM COMMAND-LINE.

		UNSTRING WS_PARM_DATA DELIMITED BY ALL SPACE
			INTO WS_RCTL_STEP WS_RCTL_FUNCTION WS_RCTL_STATUS
		END-UNSTRING.

		PERFORM CHECK-PARM-PARAGRAPH.

		IF NOT WS_PARM_OK
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF.

		CALL 'ODDEVRCT' USING WS_RCTL_FUNCTION WS_RCTL_STEP
			WS_RCTL_STATUS WS_RCTL_BUS_DATE WS_RCTL_RESULT.

		IF WS_RCTL_RESULT EQUAL '00'
			PERFORM CLEAR-PARAGRAPH
		ELSE
			IF WS_RCTL_RESULT EQUAL '02'
				DISPLAY 'ODDEVGRD - STEP ' WS_RCTL_STEP
					' PICKS UP SUPPLEMENTAL RECORDS FOR '
					'BUSINESS DATE ' WS_RCTL_BUS_DATE
					'; DATASET RESET BYPASSED.'
				MOVE 4 TO RETURN-CODE
			ELSE
				PERFORM REFUSED-PARAGRAPH
			END-IF
		END-IF.

	STOP RUN.

	CHECK-PARM-PARAGRAPH.

		IF WS_RCTL_FUNCTION NOT EQUAL 'GUARD'
			AND WS_RCTL_FUNCTION NOT EQUAL 'VERIFY'
			AND WS_RCTL_FUNCTION NOT EQUAL 'CHECKIN'
			AND WS_RCTL_FUNCTION NOT EQUAL 'POST'
			DISPLAY 'ODDEVGRD - PARM FUNCTION ' WS_RCTL_FUNCTION
				' IS NOT GUARD, VERIFY, CHECKIN OR POST; '
				'JOB HELD.'
			MOVE 'N' TO WS_PARM_OK_SW
		END-IF.

		IF WS_RCTL_FUNCTION EQUAL 'POST'
			AND WS_RCTL_STATUS EQUAL SPACE
			MOVE 'C' TO WS_RCTL_STATUS
		END-IF.

		IF WS_RCTL_FUNCTION EQUAL 'POST'
			AND WS_RCTL_STATUS NOT EQUAL 'C'
			AND WS_RCTL_STATUS NOT EQUAL 'E'
			DISPLAY 'ODDEVGRD - PARM STATUS ' WS_RCTL_STATUS
				' IS NOT C OR E; NOTHING POSTED, JOB HELD.'
			MOVE 'N' TO WS_PARM_OK_SW
		END-IF.

	CLEAR-PARAGRAPH.

		IF WS_RCTL_FUNCTION EQUAL 'GUARD'
			OR WS_RCTL_FUNCTION EQUAL 'VERIFY'
			DISPLAY 'ODDEVGRD - STEP ' WS_RCTL_STEP
				' CLEAR TO RUN FOR BUSINESS DATE '
				WS_RCTL_BUS_DATE '.'
		ELSE
			IF WS_RCTL_FUNCTION EQUAL 'CHECKIN'
				DISPLAY 'ODDEVGRD - STEP ' WS_RCTL_STEP
					' CHECKED IN FOR BUSINESS DATE '
					WS_RCTL_BUS_DATE '.'
			ELSE
				DISPLAY 'ODDEVGRD - STEP ' WS_RCTL_STEP
					' POSTED ' WS_RCTL_STATUS
					' FOR BUSINESS DATE ' WS_RCTL_BUS_DATE '.'
			END-IF
		END-IF.

	REFUSED-PARAGRAPH.

		IF WS_RCTL_RESULT EQUAL '04'
			DISPLAY 'ODDEVGRD - NO RUN-CONTROL RECORD; '
				'WAS ODDEVRCI RUN FOR THE DAY?'
		ELSE
			IF WS_RCTL_RESULT EQUAL '08'
				DISPLAY 'ODDEVGRD - STEP ' WS_RCTL_STEP
					' ALREADY COMPLETE FOR BUSINESS DATE '
					WS_RCTL_BUS_DATE '; JOB HELD.'
			ELSE
				IF WS_RCTL_RESULT EQUAL '16'
					DISPLAY 'ODDEVGRD - PARM STEP '
						WS_RCTL_STEP ' IS NOT A STEP THE '
						'RUN CONTROL KNOWS; JOB HELD.'
				ELSE
					DISPLAY 'ODDEVGRD - PREREQUISITE FOR '
						'STEP ' WS_RCTL_STEP ' HAS NOT '
						'POSTED CLEAN; JOB HELD.'
				END-IF
			END-IF
		END-IF.

		MOVE 8 TO RETURN-CODE.
