*>                times-processed and could log a phantom flag
*>                change. Skipped reversals are counted on the
*>                control totals.
*>   10/15/2026 - Journal a before-image of every master record
*>                this program adds or updates to HIST-JOURNAL
*>                (ODDEVHJ copybook), keyed by the RUNCTL business
*>                date and written ahead of the master change, so
*>                the new ODDEVHBK backout can take a whole posted
*>                day back off the master: an update journals the
*>                record as it stood, an add journals the key
*>                alone. The journal opens EXTEND and accumulates
*>                across days like AUDIT-OUT.
*>   10/15/2026 - Pick-up runs for supplemental records. Once the
*>                day has had a supplemental run, a second HISTORY
*>                for the same date is accepted: run control hands
*>                back the supplemental sequence already posted and
*>                only ODD-EVEN-OUT records stamped with a later
*>                sequence are posted; the rest are counted as
*>                skipped, so the main run's accounts are not
*>                counted twice. A backout (which posts HISTORY
*>                back to blank) clears the mark, and the next run
*>                posts the whole day again.
*>   10/15/2026 - Log a repost of a backed-out date for ODDEVHVF.
*>                After an ODDEVHBK backout the HISTORY reset lets
*>                this step post the same ODD-EVEN-OUT again, and
*>                no new audit records are written for it. A full
*>                posting now reads the optional BACKOUT-LOG and,
*>                when the business date's last entry there is a
*>                backout, appends an ODDEVBK repost entry ('P')
*>                for the date once the posting is done, so HVF
*>                replays the date's logged audit runs again. A
*>                log that will not extend is warned and ends the
*>                step RC=4.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
			RECORD KEY IS WS_HIST_KEY
			FILE STATUS IS WS_HIST_STATUS.

		SELECT HIST-JOURNAL ASSIGN TO HISTJRNL
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_JRNL_STATUS.

		SELECT BACKOUT-LOG ASSIGN TO BKOUTLOG
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_BKLOG_STATUS.

DATA DIVISION.

	FILE SECTION.
	FD HIST-MASTER.
	COPY ODDEVHM.

	FD HIST-JOURNAL.
	COPY ODDEVHJ.

	FD BACKOUT-LOG.
	COPY ODDEVBK.

	WORKING-STORAGE SECTION.
	01	WS_HIST_STATUS	PIC	X(02).
	01	WS_JRNL_STATUS	PIC	X(02).
	01	WS_BKLOG_STATUS	PIC	X(02).

	01	WS_POST_DATE	PIC	X(08).
	01	WS_POST_TIME	PIC	X(08).

	01	WS_RCTL_FUNCTION	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_STEP		PIC	X(08)	VALUE 'HISTORY'.
	01	WS_RCTL_BUS_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_RESULT		PIC	X(02)	VALUE SPACE.

	01	WS_PICKUP_MARK	PIC	X(01)	VALUE SPACE.
		88	WS_FULL_POSTING		VALUE SPACE.

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	01	WS_BACKED_OUT_SW	PIC	X(01)	VALUE 'N'.
		88	WS_DATE_BACKED_OUT	VALUE 'Y'.

	01	WS_KEY_BUILD.
		05	WS_KEY_NUM	PIC	S9(9)	SIGN IS LEADING SEPARATE.

		05	WS_COUNT_UPDATED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_FLAG_CHG	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_REV_SKIP	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_JOURNALED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_SKIPPED	PIC	9(07)	VALUE ZERO.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_POST_DATE FROM DATE YYYYMMDD.
		ACCEPT WS_POST_TIME FROM TIME.

		PERFORM RUN-CONTROL-CHECKIN-PARAGRAPH.

		IF WS_FULL_POSTING
			PERFORM CHECK-BACKOUT-LOG-PARAGRAPH
		END-IF.

		OPEN INPUT ODD-EVEN-IN.
		OPEN I-O HIST-MASTER.

			STOP RUN
		END-IF.

		OPEN EXTEND HIST-JOURNAL.

		IF WS_JRNL_STATUS NOT EQUAL '00'
			OPEN OUTPUT HIST-JOURNAL
		END-IF.

		PERFORM READ-OUTPUT-PARAGRAPH.
		PERFORM POST-RECORD-PARAGRAPH UNTIL WS_EOF.

		CLOSE ODD-EVEN-IN.
		CLOSE HIST-MASTER.
		CLOSE HIST-JOURNAL.

		IF WS_DATE_BACKED_OUT
			PERFORM LOG-REPOST-PARAGRAPH
		END-IF.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		END-IF.

		IF WS_RCTL_RESULT EQUAL '12'
			DISPLAY 'ODDEVHST - RECON HAS NOT POSTED CLEAN, OR A '
				'SUPPLEMENTAL RUN IS NOT YET BALANCED, FOR '
				'BUSINESS DATE ' WS_RCTL_BUS_DATE '; RUN REFUSED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_RCTL_RESULT NOT EQUAL '00'
			AND WS_RCTL_RESULT NOT EQUAL '02'
			DISPLAY 'ODDEVHST - HISTORY ALREADY COMPLETE FOR '
				'BUSINESS DATE ' WS_RCTL_BUS_DATE
				' AND NO NEW SUPPLEMENTAL; RUN REFUSED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_RCTL_RESULT EQUAL '02'
			MOVE WS_RCTL_STATUS TO WS_PICKUP_MARK
			DISPLAY 'ODDEVHST - PICK-UP RUN: POSTING RECORDS '
				'AFTER SUPPLEMENTAL ' WS_PICKUP_MARK
				' (0 IS THE MAIN RUN) FOR BUSINESS DATE '
				WS_RCTL_BUS_DATE '.'
		END-IF.

	RUN-CONTROL-POST-PARAGRAPH.

		MOVE 'POST' TO WS_RCTL_FUNCTION.
		CALL 'ODDEVRCT' USING WS_RCTL_FUNCTION WS_RCTL_STEP
			WS_RCTL_STATUS WS_RCTL_BUS_DATE WS_RCTL_RESULT.

	CHECK-BACKOUT-LOG-PARAGRAPH.

		OPEN INPUT BACKOUT-LOG.

		IF WS_BKLOG_STATUS EQUAL '00'
			PERFORM READ-BACKOUT-LOG-PARAGRAPH
			PERFORM CHECK-BACKOUT-ENTRY-PARAGRAPH UNTIL WS_EOF
			CLOSE BACKOUT-LOG
			MOVE 'N' TO WS_EOF_SW
		END-IF.

		IF WS_DATE_BACKED_OUT
			DISPLAY 'ODDEVHST - BUSINESS DATE ' WS_RCTL_BUS_DATE
				' WAS BACKED OUT; POSTING IT AGAIN.'
		END-IF.

	READ-BACKOUT-LOG-PARAGRAPH.

		READ BACKOUT-LOG
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

	CHECK-BACKOUT-ENTRY-PARAGRAPH.

		IF WS_BKL_BUS_DATE EQUAL WS_RCTL_BUS_DATE
			IF WS_BKL_REPOST
				MOVE 'N' TO WS_BACKED_OUT_SW
			ELSE
				MOVE 'Y' TO WS_BACKED_OUT_SW
			END-IF
		END-IF.

		PERFORM READ-BACKOUT-LOG-PARAGRAPH.

	LOG-REPOST-PARAGRAPH.

		OPEN EXTEND BACKOUT-LOG.

		IF WS_BKLOG_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVHST WARNING - BACKOUT-LOG WILL NOT '
				'EXTEND, STATUS ' WS_BKLOG_STATUS '; REPOST OF '
				WS_RCTL_BUS_DATE ' NOT LOGGED.'
			MOVE 4 TO RETURN-CODE
		ELSE
			MOVE SPACES TO WS_BKL_RECORD
			MOVE WS_RCTL_BUS_DATE TO WS_BKL_BUS_DATE
			MOVE WS_POST_DATE TO WS_BKL_BACKOUT_DATE
			MOVE WS_POST_TIME TO WS_BKL_BACKOUT_TIME
			MOVE ZERO TO WS_BKL_AUDIT_COUNT
			MOVE 'P' TO WS_BKL_ENTRY_TYPE
			WRITE WS_BKL_RECORD
			CLOSE BACKOUT-LOG
			DISPLAY 'ODDEVHST - REPOST OF ' WS_RCTL_BUS_DATE
				' LOGGED ON BACKOUT-LOG.'
		END-IF.

	READ-OUTPUT-PARAGRAPH.

		READ ODD-EVEN-IN

	POST-RECORD-PARAGRAPH.

		IF NOT WS_FULL_POSTING
			AND (WS_OUT_SUPP_SEQ EQUAL SPACE
				OR WS_OUT_SUPP_SEQ IS NOT GREATER THAN WS_PICKUP_MARK)
			ADD 1 TO WS_COUNT_SKIPPED
		ELSE
			IF WS_OUT_REVERSAL
				ADD 1 TO WS_COUNT_REV_SKIP
			ELSE
				MOVE WS_OUT_NUMBER TO WS_KEY_NUM
				MOVE WS_KEY_BUILD TO WS_HIST_KEY
				READ HIST-MASTER
					INVALID KEY
						PERFORM ADD-MASTER-PARAGRAPH
					NOT INVALID KEY
						PERFORM UPDATE-MASTER-PARAGRAPH
				END-READ
			END-IF
		END-IF.

		PERFORM READ-OUTPUT-PARAGRAPH.

	ADD-MASTER-PARAGRAPH.

		MOVE SPACES TO WS_HJ_RECORD.
		MOVE 'A' TO WS_HJ_ACTION.
		PERFORM WRITE-JOURNAL-PARAGRAPH.

		MOVE SPACES TO WS_HIST_RECORD.
		MOVE WS_KEY_BUILD TO WS_HIST_KEY.
		MOVE WS_OUT_RUN_DATE TO WS_HIST_FIRST_SEEN.

	UPDATE-MASTER-PARAGRAPH.

		MOVE SPACES TO WS_HJ_RECORD.
		MOVE 'U' TO WS_HJ_ACTION.
		MOVE WS_HIST_RECORD TO WS_HJ_BEFORE_IMAGE.
		PERFORM WRITE-JOURNAL-PARAGRAPH.

		IF WS_OUT_FLAG NOT EQUAL WS_HIST_CUR_FLAG
			PERFORM PUSH-FLAG-CHANGE-PARAGRAPH
			ADD 1 TO WS_COUNT_FLAG_CHG

		ADD 1 TO WS_COUNT_UPDATED.

	WRITE-JOURNAL-PARAGRAPH.

		MOVE WS_RCTL_BUS_DATE TO WS_HJ_BUS_DATE.
		MOVE WS_POST_DATE TO WS_HJ_POST_DATE.
		MOVE WS_POST_TIME TO WS_HJ_POST_TIME.
		MOVE WS_KEY_BUILD TO WS_HJ_KEY.

		WRITE WS_HJ_RECORD.

		ADD 1 TO WS_COUNT_JOURNALED.

	PUSH-FLAG-CHANGE-PARAGRAPH.

		IF WS_HIST_CHANGE_COUNT IS LESS THAN 5
		DISPLAY 'MASTERS UPDATED  . . . : ' WS_COUNT_UPDATED.
		DISPLAY 'FLAG CHANGES LOGGED  . : ' WS_COUNT_FLAG_CHG.
		DISPLAY 'REVERSALS SKIPPED  . . : ' WS_COUNT_REV_SKIP.
		DISPLAY 'BEFORE-IMAGES JOURNALED: ' WS_COUNT_JOURNALED.
		DISPLAY 'POSTED EARLIER, SKIPPED: ' WS_COUNT_SKIPPED.
		DISPLAY '-------------------------------------------'.
