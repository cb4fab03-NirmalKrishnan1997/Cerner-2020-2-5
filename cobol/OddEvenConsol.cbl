*>                so the first report after a cutover does not take
*>                a data exception on the space-filled mirror
*>                fields.
*>   10/15/2026 - Compare against the prior business date's day
*>                total when supplemental runs appended a day (D)
*>                record to its TOTALS: the last D record on
*>                TOTPRIOR replaces the main run record, so a late
*>                feed's volume counts toward the day it belonged
*>                to.
*>   10/15/2026 - Seal the partitioned run's audit records. The
*>                partitions do not seal their own P*.AUDIT files;
*>                once MERGE7 has appended them to the permanent
*>                AUDIT-OUT, ODDEVSEL SEAL closes the three
*>                partitions' records with one seal record stamped
*>                with this step's job/step id and the business
*>                date (new AUDITOUT and SEALKEY DDs).
*>   10/15/2026 - Report an audit seal that was not written (an
*>                AUDITOUT that would not open) with its result
*>                code and end RC 4 at least; "no partition audit
*>                records" is kept for an empty trail only.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
	01	WS_RCTL_BUS_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_RESULT		PIC	X(02)	VALUE SPACE.

	COPY ODDEVSL.

	01	WS_BALANCED_SW	PIC	X(01)	VALUE 'Y'.
		88	WS_IN_BALANCE		VALUE 'Y'.
		88	WS_OUT_OF_BALANCE	VALUE 'N'.
		PERFORM CHECK-PARTITIONS-PARAGRAPH.
		PERFORM COMBINE-TOTALS-PARAGRAPH.
		PERFORM WRITE-COMBINED-PARAGRAPH.
		PERFORM SEAL-AUDIT-PARAGRAPH.
		PERFORM CONTROL-TOTALS-PARAGRAPH.

		IF WS_OUT_OF_BALANCE
			STOP RUN
		END-IF.

	SEAL-AUDIT-PARAGRAPH.

		MOVE 'SEAL' TO WS_SL_FUNCTION.
		MOVE WS_RCTL_BUS_DATE TO WS_SL_RUN_DATE.
		MOVE WS_RUN_TIME TO WS_SL_RUN_TIME.
		MOVE WS_JOB_ID TO WS_SL_JOB_ID.
		MOVE WS_STEP_ID TO WS_SL_STEP_ID.
		MOVE SPACE TO WS_SL_SUPP_SEQ.

		CALL 'ODDEVSEL' USING WS_SL_BLOCK.

		IF WS_SL_OK
			DISPLAY 'ODDEVCON - ' WS_SL_COUNTED ' AUDIT RECORDS '
				'SEALED, HASH ' WS_SL_HASH '.'
		ELSE
			IF WS_SL_NOTHING
				DISPLAY 'ODDEVCON - NO PARTITION AUDIT RECORDS TO '
					'SEAL.'
			ELSE
				DISPLAY 'ODDEVCON WARNING - AUDIT SEAL NOT WRITTEN, '
					'RESULT ' WS_SL_RESULT '.'
				IF RETURN-CODE IS LESS THAN 4
					MOVE 4 TO RETURN-CODE
				END-IF
			END-IF
		END-IF.

	RUN-CONTROL-POST-PARAGRAPH.

		MOVE 'POST' TO WS_RCTL_FUNCTION.
				NOT AT END
					MOVE 'Y' TO WS_PRIOR_FOUND_SW
			END-READ
			IF WS_PRIOR_FOUND
				PERFORM READ-PRIOR-DAY-PARAGRAPH
					UNTIL WS_PRIOR_IN_STATUS NOT EQUAL '00'
			END-IF
			CLOSE PRIOR-TOTALS-IN
		END-IF.

			MOVE ZERO TO WS_PRI_COUNT_REASSIGN
		END-IF.

	READ-PRIOR-DAY-PARAGRAPH.

		READ PRIOR-TOTALS-IN.

		IF WS_PRIOR_IN_STATUS EQUAL '00'
			AND WS_PRIF_DAY_TOTAL
			MOVE WS_PRIF_RECORD TO WS_PRI_RECORD
		END-IF.

	CLEAR-PRIOR-TOTALS-PARAGRAPH.

		MOVE SPACES TO WS_PRI_RUN_DATE.
