*>                reported RC=4 and the new date still opens, so a
*>                day abandoned by operations does not wedge the
*>                cycle forever.
*>   10/15/2026 - Clear the DELTA status and the supplemental-run
*>                sequence, statuses and pick-up marks on the new
*>                record, and warn (RC=4, as for an incomplete
*>                day) when the prior date's last supplemental run
*>                never balanced: its records sit on that day's
*>                datasets without having been reconciled.
*>   10/15/2026 - Append the closing day's complete RUNCTL record,
*>                step time log included, to the permanent
*>                run-control history (RUN-CTL-HIST, ODDEVRH
*>                layout) before the next date is opened, with the
*>                day's record volume taken from that date's
*>                TOTALS (the last day total record when there were
*>                supplementals, else the main run record). Until
*>                now every morning's rewrite threw the prior day's
*>                statuses away. A refused reopen of the same date
*>                appends nothing. The new record starts every step
*>                log entry cleared with zero restart and refusal
*>                counts, and MERGE and BILLING statuses cleared.
*>   10/15/2026 - Keep the closing day's TOTALS record itself --
*>                the same day total or main run record the
*>                history volume is taken from -- on the keyed
*>                daily totals history (TOTALS-HIST, ODDEVTH
*>                layout, keyed on business date), so the per-shift
*>                counts and reassignments survive for the
*>                shift-volume forecast (ODDEVSFC). A date closed a
*>                second time replaces its record. A history that
*>                will not open is warned RC=4 and the new date
*>                still opens.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_RUN_CTL_STATUS.

		SELECT RUN-CTL-HIST ASSIGN TO RCHIST
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_RUN_HIST_STATUS.

		SELECT TOTALS-IN ASSIGN TO TOTALSIN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_TOTALS_IN_STATUS.

		SELECT TOTALS-HIST ASSIGN TO TOTHIST
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS WS_TH_BUS_DATE
			FILE STATUS IS WS_TOT_HIST_STATUS.

DATA DIVISION.

	FILE SECTION.
	FD RUN-CTL.
	COPY ODDEVRC.

	FD RUN-CTL-HIST.
	COPY ODDEVRH.

	FD TOTALS-IN.
	COPY ODDEVTO.

	FD TOTALS-HIST.
	COPY ODDEVTH.

	WORKING-STORAGE SECTION.
	01	WS_RUN_CTL_STATUS	PIC	X(02).
	01	WS_RUN_HIST_STATUS	PIC	X(02).
	01	WS_TOTALS_IN_STATUS	PIC	X(02).
	01	WS_TOT_HIST_STATUS	PIC	X(02).

	01	WS_DAY_TOTALS	PIC	X(134)	VALUE SPACE.

	01	WS_TOT_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_TOT_EOF		VALUE 'Y'.

	01	WS_LOG_SUB	PIC	9(02)	VALUE ZERO.
	01	WS_NOW_TIME	PIC	X(08)	VALUE SPACE.

	01	WS_PARM_DATA	PIC	X(20)	VALUE SPACE.
	01	WS_BUS_DATE	PIC	X(08)	VALUE SPACE.

		IF WS_RECORD_FOUND
			PERFORM CHECK-PRIOR-PARAGRAPH
			PERFORM WRITE-HISTORY-PARAGRAPH
		ELSE
			MOVE ZERO TO WS_CTL_RUN_NUMBER
		END-IF.
			MOVE 'Y' TO WS_WARN_SW
		END-IF.

		IF WS_CTL_SUPP_SEQ NOT EQUAL SPACE
			AND WS_CTL_ST_SUPPREC NOT EQUAL 'C'
			DISPLAY 'ODDEVRCI WARNING - SUPPLEMENTAL RUN '
				WS_CTL_SUPP_SEQ ' FOR PRIOR BUSINESS DATE '
				WS_CTL_BUS_DATE ' NEVER BALANCED.'
			MOVE 'Y' TO WS_WARN_SW
		END-IF.

	WRITE-HISTORY-PARAGRAPH.

		MOVE SPACES TO WS_RH_RECORD.
		MOVE WS_CTL_RECORD TO WS_RH_CONTROL.
		ACCEPT WS_RH_CLOSED_DATE FROM DATE YYYYMMDD.
		ACCEPT WS_NOW_TIME FROM TIME.
		MOVE WS_NOW_TIME (1:6) TO WS_RH_CLOSED_TIME.
		MOVE ZERO TO WS_RH_VOL_READ.
		MOVE ZERO TO WS_RH_VOL_EXCEPT.

		OPEN INPUT TOTALS-IN.

		IF WS_TOTALS_IN_STATUS EQUAL '00'
			PERFORM READ-TOTALS-PARAGRAPH
			PERFORM TAKE-VOLUME-PARAGRAPH UNTIL WS_TOT_EOF
			CLOSE TOTALS-IN
		END-IF.

		IF WS_RH_VOL_NONE
			DISPLAY 'ODDEVRCI WARNING - NO TOTALS RECORD FOR '
				'PRIOR BUSINESS DATE ' WS_CTL_BUS_DATE
				'; HISTORY VOLUME LEFT ZERO.'
		END-IF.

		OPEN EXTEND RUN-CTL-HIST.

		IF WS_RUN_HIST_STATUS NOT EQUAL '00'
			OPEN OUTPUT RUN-CTL-HIST
		END-IF.

		WRITE WS_RH_RECORD.

		CLOSE RUN-CTL-HIST.

		DISPLAY 'ODDEVRCI - BUSINESS DATE ' WS_CTL_BUS_DATE
			' RUN ' WS_CTL_RUN_NUMBER
			' CLOSED TO RUN-CONTROL HISTORY.'.

		IF NOT WS_RH_VOL_NONE
			PERFORM STORE-TOTALS-PARAGRAPH
		END-IF.

	STORE-TOTALS-PARAGRAPH.

		OPEN I-O TOTALS-HIST.

		IF WS_TOT_HIST_STATUS EQUAL '35'
			OPEN OUTPUT TOTALS-HIST
			CLOSE TOTALS-HIST
			OPEN I-O TOTALS-HIST
		END-IF.

		IF WS_TOT_HIST_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVRCI WARNING - TOTALS HISTORY WILL NOT '
				'OPEN, STATUS ' WS_TOT_HIST_STATUS '; TOTALS FOR '
				WS_CTL_BUS_DATE ' NOT KEPT.'
			MOVE 'Y' TO WS_WARN_SW
		ELSE
			MOVE SPACES TO WS_TH_RECORD
			MOVE WS_CTL_BUS_DATE TO WS_TH_BUS_DATE
			MOVE WS_RH_VOL_SOURCE TO WS_TH_SOURCE
			MOVE WS_RH_CLOSED_DATE TO WS_TH_CLOSED_DATE
			MOVE WS_DAY_TOTALS TO WS_TH_TOTALS
			WRITE WS_TH_RECORD
				INVALID KEY
					REWRITE WS_TH_RECORD
			END-WRITE
			CLOSE TOTALS-HIST
			DISPLAY 'ODDEVRCI - BUSINESS DATE ' WS_CTL_BUS_DATE
				' TOTALS KEPT ON TOTALS HISTORY.'
		END-IF.

	READ-TOTALS-PARAGRAPH.

		READ TOTALS-IN
			AT END
				MOVE 'Y' TO WS_TOT_EOF_SW
		END-READ.

	TAKE-VOLUME-PARAGRAPH.

		IF WS_TOT_RUN_DATE EQUAL WS_CTL_BUS_DATE
			IF WS_TOT_DAY_TOTAL
				MOVE 'D' TO WS_RH_VOL_SOURCE
				MOVE WS_TOT_RECORDS_READ TO WS_RH_VOL_READ
				MOVE WS_TOT_COUNT_EXCEPT TO WS_RH_VOL_EXCEPT
				MOVE WS_TOT_RECORD TO WS_DAY_TOTALS
			ELSE
				IF WS_TOT_SUPP_SEQ EQUAL SPACE
					AND NOT WS_RH_VOL_DAY
					MOVE 'M' TO WS_RH_VOL_SOURCE
					MOVE WS_TOT_RECORDS_READ TO WS_RH_VOL_READ
					MOVE WS_TOT_COUNT_EXCEPT TO WS_RH_VOL_EXCEPT
					MOVE WS_TOT_RECORD TO WS_DAY_TOTALS
				END-IF
			END-IF
		END-IF.

		PERFORM READ-TOTALS-PARAGRAPH.

	WRITE-NEW-PARAGRAPH.

		MOVE SPACES TO WS_RC_RECORD.
		MOVE SPACE TO WS_RC_ST_RECON.
		MOVE SPACE TO WS_RC_ST_RECYCLE.
		MOVE SPACE TO WS_RC_ST_HISTORY.
		MOVE SPACE TO WS_RC_ST_DELTA.
		MOVE SPACE TO WS_RC_SUPP_SEQ.
		MOVE SPACE TO WS_RC_ST_SUPP.
		MOVE SPACE TO WS_RC_ST_SUPPREC.
		MOVE SPACE TO WS_RC_MK_DELTA.
		MOVE SPACE TO WS_RC_MK_HISTORY.
		MOVE SPACE TO WS_RC_MK_RECYCLE.
		MOVE SPACE TO WS_RC_ST_MERGE.
		MOVE SPACE TO WS_RC_ST_BILLING.

		PERFORM CLEAR-STEP-LOG-PARAGRAPH
			VARYING WS_LOG_SUB FROM 1 BY 1
			UNTIL WS_LOG_SUB > 11.

		OPEN OUTPUT RUN-CTL.


		DISPLAY 'ODDEVRCI - BUSINESS DATE ' WS_BUS_DATE
			' OPENED AS RUN ' WS_RC_RUN_NUMBER '.'.

	CLEAR-STEP-LOG-PARAGRAPH.

		MOVE SPACES TO WS_RC_LOG_START_DATE (WS_LOG_SUB).
		MOVE SPACES TO WS_RC_LOG_START_TIME (WS_LOG_SUB).
		MOVE SPACES TO WS_RC_LOG_END_DATE (WS_LOG_SUB).
		MOVE SPACES TO WS_RC_LOG_END_TIME (WS_LOG_SUB).
		MOVE ZERO TO WS_RC_LOG_RESTARTS (WS_LOG_SUB).
		MOVE ZERO TO WS_RC_LOG_REFUSED (WS_LOG_SUB).
