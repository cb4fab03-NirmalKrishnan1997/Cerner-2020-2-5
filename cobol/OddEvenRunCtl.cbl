*>                verifying (or a bad caller posting) the HISTORY
*>                status, which could wave a job past the very
*>                double-submit hole the guard exists to close.
*>   10/15/2026 - Supplemental runs for a late feed on a balanced
*>                business date. New steps: SUPP (ODD_EVEN in
*>                supplemental mode) requires RECON complete, no
*>                earlier supplemental left unbalanced and no
*>                DELTA, HISTORY or RECYCLE run in flight; CHECKIN
*>                opens the next sequence ('1'-'9') and hands it
*>                back in the status byte, while a SUPP already
*>                started is a restart and gets its own sequence
*>                back. SUPPREC (ODDEVREC balancing the
*>                supplemental) requires SUPP complete and also
*>                returns the sequence. DELTA (ODDEVDLT, which
*>                now checks in) requires RECON like RECYCLE and
*>                HISTORY. Those three keep a pick-up mark of the
*>                last run whose records they processed: CHECKIN
*>                returns the mark in the status byte, a step
*>                already complete answers 02 (run again for the
*>                records past the mark) instead of 08 once a
*>                newer supplemental has balanced, and all three
*>                answer 12 while a supplemental is unbalanced.
*>                POST C moves the mark up to the date's last
*>                supplemental; POST space (the ODDEVHBK reset)
*>                clears it so the date is picked up whole again.
*>   10/15/2026 - Keep a time log per step on the record (ODDEVRC
*>                STEP_LOG, in ODDEVSN order) for the run-control
*>                history and the batch-window report. CHECKIN
*>                stamps the start date and time and clears the
*>                end; a CHECKIN of a step left S or E is counted
*>                as a restart and keeps the first start, and a
*>                pick-up run leaves the main run's times alone.
*>                POST stamps the end date and time (not for a
*>                POST space reset). A result 08 -- the step
*>                already complete -- is counted as a refused
*>                submit on CHECKIN and on the new GUARD function
*>                (the checks VERIFY makes, used by the ODDEVGRD
*>                front-of-job guard, which holds RUNCTL
*>                exclusively); VERIFY stays read-only, as the
*>                partition jobs and the feed-return and backout
*>                steps hold RUNCTL shared and call it only to
*>                look. New
*>                steps: MERGE (the ODDEVENM partition merge,
*>                checked in by ODDEVGRD) requires SPLIT complete;
*>                BILLING (ODDEVBIL) is logged only and is never
*>                refused or held by a prerequisite.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
	COPY ODDEVRC REPLACING LEADING ==WS_RC== BY ==WS_CTL==.

	01	WS_STEP_STATUS	PIC	X(01).
	01	WS_STEP_MARK	PIC	X(01).
	01	WS_SEQ_NUM	PIC	9(01)	VALUE ZERO.

	COPY ODDEVSN.

	01	WS_SN_SUB	PIC	9(02)	VALUE ZERO.
	01	WS_LOG_SUB	PIC	9(02)	VALUE ZERO.

	01	WS_NOW_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_NOW_TIME	PIC	X(08)	VALUE SPACE.

	LINKAGE SECTION.
	01	WS_LK_RC_FUNCTION	PIC	X(08).
		88	WS_LK_RC_VERIFY		VALUE 'VERIFY'.
		88	WS_LK_RC_GUARD		VALUE 'GUARD'.
		88	WS_LK_RC_CHECKIN	VALUE 'CHECKIN'.
		88	WS_LK_RC_POST		VALUE 'POST'.

		88	WS_LK_RC_RECON		VALUE 'RECON'.
		88	WS_LK_RC_RECYCLE	VALUE 'RECYCLE'.
		88	WS_LK_RC_HISTORY	VALUE 'HISTORY'.
		88	WS_LK_RC_DELTA		VALUE 'DELTA'.
		88	WS_LK_RC_SUPP		VALUE 'SUPP'.
		88	WS_LK_RC_SUPPREC	VALUE 'SUPPREC'.
		88	WS_LK_RC_MERGE		VALUE 'MERGE'.
		88	WS_LK_RC_BILLING	VALUE 'BILLING'.
		88	WS_LK_RC_PICKUP_STEP	VALUE 'DELTA' 'RECYCLE'
							'HISTORY'.

	01	WS_LK_RC_STATUS		PIC	X(01).


	01	WS_LK_RC_RESULT		PIC	X(02).
		88	WS_LK_RC_OK		VALUE '00'.
		88	WS_LK_RC_PICKUP		VALUE '02'.
		88	WS_LK_RC_NO_RECORD	VALUE '04'.
		88	WS_LK_RC_COMPLETE	VALUE '08'.
		88	WS_LK_RC_NOT_READY	VALUE '12'.
		IF NOT WS_LK_RC_CLASSIFY AND NOT WS_LK_RC_SPLIT
			AND NOT WS_LK_RC_CONSOL AND NOT WS_LK_RC_RECON
			AND NOT WS_LK_RC_RECYCLE AND NOT WS_LK_RC_HISTORY
			AND NOT WS_LK_RC_DELTA AND NOT WS_LK_RC_SUPP
			AND NOT WS_LK_RC_SUPPREC AND NOT WS_LK_RC_MERGE
			AND NOT WS_LK_RC_BILLING
			MOVE '16' TO WS_LK_RC_RESULT
			GOBACK
		END-IF.

		MOVE WS_CTL_BUS_DATE TO WS_LK_RC_BUS_DATE.

		PERFORM FIND-STEP-LOG-PARAGRAPH.

		IF WS_LK_RC_POST
			PERFORM POST-STATUS-PARAGRAPH
		ELSE
			PERFORM CHECK-STEP-PARAGRAPH
			IF (WS_LK_RC_OK OR WS_LK_RC_PICKUP)
				AND WS_LK_RC_CHECKIN
				PERFORM MARK-STARTED-PARAGRAPH
			END-IF
			IF WS_LK_RC_COMPLETE
				AND (WS_LK_RC_CHECKIN OR WS_LK_RC_GUARD)
				PERFORM LOG-REFUSED-PARAGRAPH
			END-IF
		END-IF.

		GOBACK.
			CLOSE RUN-CTL
		END-IF.

	FIND-STEP-LOG-PARAGRAPH.

		MOVE ZERO TO WS_LOG_SUB.

		PERFORM SCAN-STEP-NAME-PARAGRAPH
			VARYING WS_SN_SUB FROM 1 BY 1
			UNTIL WS_SN_SUB > 11.

		IF WS_CTL_LOG_RESTARTS (WS_LOG_SUB) IS NOT NUMERIC
			MOVE ZERO TO WS_CTL_LOG_RESTARTS (WS_LOG_SUB)
		END-IF.

		IF WS_CTL_LOG_REFUSED (WS_LOG_SUB) IS NOT NUMERIC
			MOVE ZERO TO WS_CTL_LOG_REFUSED (WS_LOG_SUB)
		END-IF.

	SCAN-STEP-NAME-PARAGRAPH.

		IF WS_SN_NAME (WS_SN_SUB) EQUAL WS_LK_RC_STEP
			MOVE WS_SN_SUB TO WS_LOG_SUB
		END-IF.

	CHECK-STEP-PARAGRAPH.

		PERFORM GET-STEP-STATUS-PARAGRAPH.

		IF WS_LK_RC_SUPP
			PERFORM CHECK-SUPP-PARAGRAPH
		ELSE
			IF WS_STEP_STATUS EQUAL 'C'
				AND NOT WS_LK_RC_BILLING
				MOVE '08' TO WS_LK_RC_RESULT
			ELSE
				PERFORM CHECK-PREREQ-PARAGRAPH
			END-IF
			IF WS_LK_RC_PICKUP_STEP
				PERFORM CHECK-PICKUP-PARAGRAPH
			END-IF
			IF WS_LK_RC_SUPPREC
				MOVE WS_CTL_SUPP_SEQ TO WS_LK_RC_STATUS
			END-IF
		END-IF.

	GET-STEP-STATUS-PARAGRAPH.
							MOVE WS_CTL_ST_RECYCLE
								TO WS_STEP_STATUS
						ELSE
							IF WS_LK_RC_HISTORY
								MOVE WS_CTL_ST_HISTORY
									TO WS_STEP_STATUS
							ELSE
								PERFORM GET-SUPP-STEP-STATUS-PARAGRAPH
							END-IF
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF.

	GET-SUPP-STEP-STATUS-PARAGRAPH.

		IF WS_LK_RC_DELTA
			MOVE WS_CTL_ST_DELTA TO WS_STEP_STATUS
		ELSE
			IF WS_LK_RC_SUPP
				MOVE WS_CTL_ST_SUPP TO WS_STEP_STATUS
			ELSE
				IF WS_LK_RC_SUPPREC
					MOVE WS_CTL_ST_SUPPREC TO WS_STEP_STATUS
				ELSE
					IF WS_LK_RC_MERGE
						MOVE WS_CTL_ST_MERGE TO WS_STEP_STATUS
					ELSE
						MOVE WS_CTL_ST_BILLING TO WS_STEP_STATUS
					END-IF
				END-IF
			END-IF
		END-IF.

	GET-STEP-MARK-PARAGRAPH.

		IF WS_LK_RC_DELTA
			MOVE WS_CTL_MK_DELTA TO WS_STEP_MARK
		ELSE
			IF WS_LK_RC_HISTORY
				MOVE WS_CTL_MK_HISTORY TO WS_STEP_MARK
			ELSE
				MOVE WS_CTL_MK_RECYCLE TO WS_STEP_MARK
			END-IF
		END-IF.

	CHECK-PREREQ-PARAGRAPH.

		IF (WS_LK_RC_CONSOL OR WS_LK_RC_MERGE)
			AND WS_CTL_ST_SPLIT NOT EQUAL 'C'
			MOVE '12' TO WS_LK_RC_RESULT
		END-IF.
			MOVE '12' TO WS_LK_RC_RESULT
		END-IF.

		IF (WS_LK_RC_RECYCLE OR WS_LK_RC_HISTORY OR WS_LK_RC_DELTA)
			AND WS_CTL_ST_RECON NOT EQUAL 'C'
			MOVE '12' TO WS_LK_RC_RESULT
		END-IF.

		IF WS_LK_RC_SUPPREC
			AND WS_CTL_ST_SUPP NOT EQUAL 'C'
			MOVE '12' TO WS_LK_RC_RESULT
		END-IF.

	CHECK-PICKUP-PARAGRAPH.

		PERFORM GET-STEP-MARK-PARAGRAPH.

		IF WS_STEP_MARK EQUAL SPACE
			AND WS_STEP_STATUS EQUAL 'C'
			MOVE '0' TO WS_STEP_MARK
		END-IF.

		IF WS_CTL_SUPP_SEQ NOT EQUAL SPACE
			AND WS_CTL_ST_SUPPREC NOT EQUAL 'C'
			MOVE '12' TO WS_LK_RC_RESULT
		ELSE
			IF WS_LK_RC_COMPLETE
				AND WS_CTL_SUPP_SEQ NOT EQUAL SPACE
				AND WS_CTL_SUPP_SEQ IS GREATER THAN WS_STEP_MARK
				MOVE '02' TO WS_LK_RC_RESULT
			END-IF
			IF WS_LK_RC_OK
				AND WS_STEP_MARK NOT EQUAL SPACE
				MOVE '02' TO WS_LK_RC_RESULT
			END-IF
		END-IF.

		MOVE WS_STEP_MARK TO WS_LK_RC_STATUS.

	CHECK-SUPP-PARAGRAPH.

		IF WS_CTL_ST_RECON NOT EQUAL 'C'
			OR WS_CTL_ST_DELTA EQUAL 'S'
			OR WS_CTL_ST_HISTORY EQUAL 'S'
			OR WS_CTL_ST_RECYCLE EQUAL 'S'
			MOVE '12' TO WS_LK_RC_RESULT
		ELSE
			IF WS_CTL_SUPP_SEQ NOT EQUAL SPACE
				AND WS_STEP_STATUS NOT EQUAL 'C'
				MOVE WS_CTL_SUPP_SEQ TO WS_LK_RC_STATUS
			ELSE
				IF (WS_CTL_SUPP_SEQ NOT EQUAL SPACE
					AND WS_CTL_ST_SUPPREC NOT EQUAL 'C')
					OR WS_CTL_SUPP_SEQ EQUAL '9'
					MOVE '12' TO WS_LK_RC_RESULT
				ELSE
					PERFORM NEXT-SUPP-SEQ-PARAGRAPH
				END-IF
			END-IF
		END-IF.

	NEXT-SUPP-SEQ-PARAGRAPH.

		IF WS_CTL_SUPP_SEQ EQUAL SPACE
			MOVE ZERO TO WS_SEQ_NUM
		ELSE
			MOVE WS_CTL_SUPP_SEQ TO WS_SEQ_NUM
		END-IF.

		ADD 1 TO WS_SEQ_NUM.

		MOVE WS_SEQ_NUM TO WS_LK_RC_STATUS.

	MARK-STARTED-PARAGRAPH.

		IF NOT WS_LK_RC_PICKUP
			PERFORM LOG-START-PARAGRAPH
		END-IF.

		MOVE 'S' TO WS_STEP_STATUS.

		PERFORM SET-STEP-STATUS-PARAGRAPH.

		IF WS_LK_RC_SUPP
			MOVE WS_LK_RC_STATUS TO WS_CTL_SUPP_SEQ
			MOVE SPACE TO WS_CTL_ST_SUPPREC
		END-IF.

		PERFORM REWRITE-RUN-CTL-PARAGRAPH.

	POST-STATUS-PARAGRAPH.
		MOVE WS_LK_RC_STATUS TO WS_STEP_STATUS.

		PERFORM SET-STEP-STATUS-PARAGRAPH.

		IF WS_LK_RC_PICKUP_STEP
			PERFORM POST-MARK-PARAGRAPH
		END-IF.

		IF WS_LK_RC_STATUS NOT EQUAL SPACE
			AND WS_CTL_LOG_END_DATE (WS_LOG_SUB) EQUAL SPACES
			PERFORM GET-NOW-PARAGRAPH
			MOVE WS_NOW_DATE TO WS_CTL_LOG_END_DATE (WS_LOG_SUB)
			MOVE WS_NOW_TIME (1:6)
				TO WS_CTL_LOG_END_TIME (WS_LOG_SUB)
		END-IF.

		PERFORM REWRITE-RUN-CTL-PARAGRAPH.

	POST-MARK-PARAGRAPH.

		IF WS_LK_RC_STATUS EQUAL 'C'
			IF WS_CTL_SUPP_SEQ EQUAL SPACE
				MOVE '0' TO WS_STEP_MARK
			ELSE
				MOVE WS_CTL_SUPP_SEQ TO WS_STEP_MARK
			END-IF
			PERFORM SET-STEP-MARK-PARAGRAPH
		END-IF.

		IF WS_LK_RC_STATUS EQUAL SPACE
			MOVE SPACE TO WS_STEP_MARK
			PERFORM SET-STEP-MARK-PARAGRAPH
		END-IF.

	LOG-START-PARAGRAPH.

		IF WS_STEP_STATUS EQUAL 'S' OR WS_STEP_STATUS EQUAL 'E'
			IF WS_CTL_LOG_RESTARTS (WS_LOG_SUB) IS LESS THAN 99
				ADD 1 TO WS_CTL_LOG_RESTARTS (WS_LOG_SUB)
			END-IF
		END-IF.

		IF (WS_STEP_STATUS NOT EQUAL 'S'
			AND WS_STEP_STATUS NOT EQUAL 'E')
			OR WS_CTL_LOG_START_DATE (WS_LOG_SUB) EQUAL SPACES
			PERFORM GET-NOW-PARAGRAPH
			MOVE WS_NOW_DATE TO WS_CTL_LOG_START_DATE (WS_LOG_SUB)
			MOVE WS_NOW_TIME (1:6)
				TO WS_CTL_LOG_START_TIME (WS_LOG_SUB)
		END-IF.

		MOVE SPACES TO WS_CTL_LOG_END_DATE (WS_LOG_SUB).
		MOVE SPACES TO WS_CTL_LOG_END_TIME (WS_LOG_SUB).

	LOG-REFUSED-PARAGRAPH.

		IF WS_CTL_LOG_REFUSED (WS_LOG_SUB) IS LESS THAN 99
			ADD 1 TO WS_CTL_LOG_REFUSED (WS_LOG_SUB)
		END-IF.

		PERFORM REWRITE-RUN-CTL-PARAGRAPH.

	GET-NOW-PARAGRAPH.

		ACCEPT WS_NOW_DATE FROM DATE YYYYMMDD.
		ACCEPT WS_NOW_TIME FROM TIME.

	SET-STEP-STATUS-PARAGRAPH.

		IF WS_LK_RC_CLASSIFY
							MOVE WS_STEP_STATUS
								TO WS_CTL_ST_RECYCLE
						ELSE
							IF WS_LK_RC_HISTORY
								MOVE WS_STEP_STATUS
									TO WS_CTL_ST_HISTORY
							ELSE
								PERFORM SET-SUPP-STEP-STATUS-PARAGRAPH
							END-IF
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF.

	SET-SUPP-STEP-STATUS-PARAGRAPH.

		IF WS_LK_RC_DELTA
			MOVE WS_STEP_STATUS TO WS_CTL_ST_DELTA
		ELSE
			IF WS_LK_RC_SUPP
				MOVE WS_STEP_STATUS TO WS_CTL_ST_SUPP
			ELSE
				IF WS_LK_RC_SUPPREC
					MOVE WS_STEP_STATUS TO WS_CTL_ST_SUPPREC
				ELSE
					IF WS_LK_RC_MERGE
						MOVE WS_STEP_STATUS TO WS_CTL_ST_MERGE
					ELSE
						MOVE WS_STEP_STATUS TO WS_CTL_ST_BILLING
					END-IF
				END-IF
			END-IF
		END-IF.

	SET-STEP-MARK-PARAGRAPH.

		IF WS_LK_RC_DELTA
			MOVE WS_STEP_MARK TO WS_CTL_MK_DELTA
		ELSE
			IF WS_LK_RC_HISTORY
				MOVE WS_STEP_MARK TO WS_CTL_MK_HISTORY
			ELSE
				MOVE WS_STEP_MARK TO WS_CTL_MK_RECYCLE
			END-IF
		END-IF.

	REWRITE-RUN-CTL-PARAGRAPH.

		OPEN OUTPUT RUN-CTL.
