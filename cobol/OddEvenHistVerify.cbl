*> =======================================================
*>
*>	Cobol Program for cerner_2^5_2020
*>
*> =======================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ODDEVHVF.

*> ---------------------------------------------------------------
*> Modification History
*>   10/15/2026 - New HIST-MASTER integrity check, run monthly
*>                ahead of the ODDEVBIL billing extract. The
*>                research desk treats the master as the source of
*>                truth, but nothing proved its first-seen,
*>                last-seen, times-processed, current flag/bucket
*>                and change table still agree with the audit
*>                trail; a double posting, an ODDEVHRL reload or a
*>                purge-then-reappear cycle could each leave them
*>                drifted. This program re-derives every account's
*>                history from AUDIT-IN (the AUDARCH generations
*>                concatenated oldest first, then the live file),
*>                replaying the ODDEVHST posting rules exactly --
*>                reversal records excluded, flag changes pushed
*>                five deep, oldest dropped first -- and compares
*>                the result field by field with the KSDS record.
*>                Every difference is listed on VERIFY-REPORT, and
*>                a corrected ODDEVHM record goes to the optional
*>                HIST-REPAIR file. An account in the audit but not
*>                on the master is looked up on the ODDEVHPG purge
*>                archive (HIST-ARCHIVE): archived with no activity
*>                since, it was legitimately purged and is only
*>                counted; otherwise it is missing. A master record
*>                first seen before the oldest audit record
*>                supplied can only be checked on its last-seen,
*>                current state and a times-processed floor, and
*>                gets no repair record. The PARM is the last run
*>                date to include (YYYYMMDD; blank or * takes
*>                everything) so audit records not yet posted by
*>                ODDEVHST are left out. Drift ends RC=8 so the
*>                billing extract is held; an audit concatenation
*>                out of date order, a master that will not open,
*>                or more than 100000 accounts ends RC=12.
*>   10/15/2026 - Skip the audit seal and anchor records (ODDEVAU
*>                type S/A) before the through-date, horizon and
*>                run-order checks; they are counted on their own.
*>   10/15/2026 - Skip the audit runs of a business date backed
*>                out of the master and not posted again. ODDEVHBK
*>                logs every audit run on the trail for the date it
*>                backs out (ODDEVBK, on BACKOUT-LOG), and the
*>                replay still held the date's records, so every
*>                account it touched reported as drifted (RC=8) and
*>                ODDEVBIL was held. Detail records of a logged run
*>                -- same run date, run time, job, step and
*>                supplemental sequence -- are now counted and left
*>                out of the replay. When ODDEVHST posts the date
*>                again from its ODD-EVEN-OUT it logs a repost
*>                entry, which puts the date's logged runs back into
*>                the replay; a later backout of the same date logs
*>                them again. BACKOUT-LOG is optional: not supplied,
*>                it is warned and every run is replayed. More than
*>                2000 logged runs ends RC=12.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT AUDIT-IN ASSIGN TO AUDITIN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_AUDIT_STATUS.

		SELECT HIST-ARCHIVE ASSIGN TO HISTARCH
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_ARCH_STATUS.

		SELECT HIST-MASTER ASSIGN TO HISTMST
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS WS_HIST_KEY
			FILE STATUS IS WS_HIST_STATUS.

		SELECT HIST-REPAIR ASSIGN TO HISTREPR
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_REPAIR_STATUS.

		SELECT VERIFY-REPORT ASSIGN TO VERIFYRP
			ORGANIZATION IS LINE SEQUENTIAL.

		SELECT BACKOUT-LOG ASSIGN TO BKOUTLOG
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_BKLOG_STATUS.

DATA DIVISION.

	FILE SECTION.
	FD AUDIT-IN.
	COPY ODDEVAU.

	FD HIST-ARCHIVE.
	COPY ODDEVHM REPLACING LEADING ==WS_HIST== BY ==WS_ARC==.

	FD HIST-MASTER.
	COPY ODDEVHM.

	FD HIST-REPAIR.
	COPY ODDEVHM REPLACING LEADING ==WS_HIST== BY ==WS_REP==.

	FD VERIFY-REPORT.
	01	WS_REPORT_LINE		PIC	X(80).

	FD BACKOUT-LOG.
	COPY ODDEVBK.

	WORKING-STORAGE SECTION.
	01	WS_AUDIT_STATUS		PIC	X(02).
	01	WS_ARCH_STATUS		PIC	X(02).
	01	WS_HIST_STATUS		PIC	X(02).
	01	WS_REPAIR_STATUS	PIC	X(02).
	01	WS_BKLOG_STATUS		PIC	X(02).

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	01	WS_ARCH_AVAIL_SW	PIC	X(01)	VALUE 'N'.
		88	WS_ARCH_AVAILABLE	VALUE 'Y'.

	01	WS_REPAIR_AVAIL_SW	PIC	X(01)	VALUE 'N'.
		88	WS_REPAIR_AVAILABLE	VALUE 'Y'.

	01	WS_DRIFT_SW	PIC	X(01)	VALUE 'N'.
		88	WS_DRIFTED		VALUE 'Y'.

	01	WS_PARTIAL_SW	PIC	X(01)	VALUE 'N'.
		88	WS_PARTIAL		VALUE 'Y'.

	01	WS_BKLOG_AVAIL_SW	PIC	X(01)	VALUE 'N'.
		88	WS_BKLOG_AVAILABLE	VALUE 'Y'.

	01	WS_BACKED_OUT_SW	PIC	X(01)	VALUE 'N'.
		88	WS_BACKED_OUT		VALUE 'Y'.

	01	WS_AUD_RUN_KEY.
		05	WS_AUD_RUN_DATE		PIC	X(08).
		05	WS_AUD_RUN_TIME		PIC	X(08).
		05	WS_AUD_RUN_JOB_ID	PIC	X(08).
		05	WS_AUD_RUN_STEP_ID	PIC	X(08).
		05	WS_AUD_RUN_SUPP_SEQ	PIC	X(01).

	01	WS_LAST_RUN_KEY	PIC	X(33)	VALUE SPACE.

	01	WS_BKR_COUNT	PIC	9(04)	VALUE ZERO.
	01	WS_BKR_SUB	PIC	9(04)	VALUE ZERO.

	01	WS_BKR_TABLE.
		05	WS_BKR_ENTRY OCCURS 2000 TIMES.
			10	WS_BKR_KEY		PIC	X(33).
			10	WS_BKR_REPOST_SW	PIC	X(01).

	01	WS_PARM_DATA	PIC	X(20)	VALUE SPACE.
	01	WS_THRU_DATE	PIC	X(08)	VALUE '99999999'.
	01	WS_RUN_DATE	PIC	X(08).
	01	WS_AUDIT_HORIZON	PIC	X(08)	VALUE SPACE.

	01	WS_AUD_STAMP.
		05	WS_AUD_STAMP_DATE	PIC	X(08).
		05	WS_AUD_STAMP_TIME	PIC	X(08).

	01	WS_AUD_KEY_BUILD.
		05	WS_AUD_KEY_NUM	PIC	S9(9)	SIGN IS LEADING SEPARATE.

	COPY ODDEVHM REPLACING LEADING ==WS_HIST== BY ==WS_DRV==.

	01	WS_CHG_SUB	PIC	9(02)	VALUE ZERO.
	01	WS_CHG_DIGIT	PIC	9(01)	VALUE ZERO.

	01	WS_ACCT_FOUND_SW	PIC	X(01)	VALUE 'N'.
		88	WS_ACCT_FOUND		VALUE 'Y'.

	01	WS_ACCT_COUNT	PIC	9(06)	VALUE ZERO.
	01	WS_ACCT_SHIFT	PIC	9(06)	VALUE ZERO.
	01	WS_ACCT_POS	PIC	9(06)	VALUE ZERO.
	01	WS_ACCT_SUB	PIC	9(06)	VALUE ZERO.

	01	WS_ACCT_TABLE.
		05	WS_ACCT_ENTRY OCCURS 0 TO 100000 TIMES
					DEPENDING ON WS_ACCT_COUNT
					ASCENDING KEY IS WS_ACCT_KEY
					INDEXED BY WS_ACCT_IDX.
			10	WS_ACCT_IMAGE.
				15	WS_ACCT_KEY		PIC	X(10).
				15	FILLER			PIC	X(77).
			10	WS_ACCT_LAST_STAMP	PIC	X(16).
			10	WS_ACCT_MASTER_SW	PIC	X(01).
			10	WS_ACCT_ARC_SW		PIC	X(01).
			10	WS_ACCT_ARC_LAST	PIC	X(08).

	01	WS_HVF_TOTALS.
		05	WS_COUNT_READ		PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_REV_SKIP	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_SEAL_SKIP	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_BKLOG_READ	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_REPOSTS	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_BKOUT_SKIP	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_AFTER_THRU	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_POSTED		PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_OUT_OF_SEQ	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_ARCH_READ	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_MASTERS	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_AGREED		PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_DRIFTED	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_FIELDS		PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_PARTIAL	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_WITHHELD	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_NOT_AUDITED	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_BEYOND		PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_MISSING	PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_PURGED		PIC	9(09)	VALUE ZERO.
		05	WS_COUNT_REPAIRS	PIC	9(09)	VALUE ZERO.

	01	WS_DISC_LINE.
		05	FILLER			PIC	X(08)	VALUE 'ACCOUNT '.
		05	WS_DSL_KEY		PIC	X(10).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DSL_FIELD		PIC	X(15).
		05	FILLER			PIC	X(08)	VALUE ' MASTER '.
		05	WS_DSL_MASTER		PIC	X(12).
		05	FILLER			PIC	X(07)	VALUE ' AUDIT '.
		05	WS_DSL_AUDIT		PIC	X(12).
		05	FILLER			PIC	X(06)	VALUE SPACE.

	01	WS_COUNT_LINE.
		05	WS_CNT_TEXT		PIC	X(30)	VALUE SPACE.
		05	WS_CNT_VALUE		PIC	ZZZZZZZZ9.
		05	FILLER			PIC	X(41)	VALUE SPACE.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_RUN_DATE FROM DATE YYYYMMDD.
		ACCEPT WS_PARM_DATA FROM COMMAND-LINE.

		PERFORM EDIT-PARM-PARAGRAPH.

		PERFORM LOAD-BACKOUT-LOG-PARAGRAPH.

		OPEN INPUT AUDIT-IN.

		IF WS_AUDIT_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVHVF - AUDIT-IN WILL NOT OPEN, STATUS '
				WS_AUDIT_STATUS '; NOTHING TO VERIFY AGAINST.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		PERFORM READ-AUDIT-PARAGRAPH.
		PERFORM SELECT-AUDIT-PARAGRAPH UNTIL WS_EOF.

		CLOSE AUDIT-IN.

		PERFORM LOAD-ARCHIVE-PARAGRAPH.

		OPEN INPUT HIST-MASTER.

		IF WS_HIST_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVHVF - HIST-MASTER WILL NOT OPEN, '
				'STATUS ' WS_HIST_STATUS
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		PERFORM OPEN-REPAIR-PARAGRAPH.

		OPEN OUTPUT VERIFY-REPORT.
		PERFORM WRITE-HEADING-PARAGRAPH.

		MOVE 'N' TO WS_EOF_SW.
		PERFORM READ-MASTER-PARAGRAPH.
		PERFORM CHECK-MASTER-PARAGRAPH UNTIL WS_EOF.

		CLOSE HIST-MASTER.

		PERFORM CHECK-UNMATCHED-PARAGRAPH
			VARYING WS_ACCT_SUB FROM 1 BY 1
			UNTIL WS_ACCT_SUB > WS_ACCT_COUNT.

		IF WS_REPAIR_AVAILABLE
			CLOSE HIST-REPAIR
		END-IF.

		PERFORM WRITE-SUMMARY-PARAGRAPH.

		CLOSE VERIFY-REPORT.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		IF WS_COUNT_OUT_OF_SEQ IS GREATER THAN ZERO
			DISPLAY 'ODDEVHVF - AUDIT-IN IS NOT IN RUN DATE ORDER; '
				'CONCATENATE THE GENERATIONS OLDEST FIRST.'
			MOVE 12 TO RETURN-CODE
		ELSE
			IF WS_COUNT_DRIFTED IS GREATER THAN ZERO
				OR WS_COUNT_MISSING IS GREATER THAN ZERO
				OR WS_COUNT_NOT_AUDITED IS GREATER THAN ZERO
				DISPLAY 'ODDEVHVF - HIST-MASTER HAS DRIFTED FROM '
					'THE AUDIT TRAIL; SEE VERIFYRP.'
				MOVE 8 TO RETURN-CODE
			END-IF
		END-IF.

	STOP RUN.

	EDIT-PARM-PARAGRAPH.

		IF WS_PARM_DATA (1:8) IS EQUAL TO SPACES
			OR WS_PARM_DATA (1:1) IS EQUAL TO '*'
			MOVE '99999999' TO WS_THRU_DATE
		ELSE
			IF WS_PARM_DATA (1:8) IS NOT NUMERIC
				DISPLAY 'ODDEVHVF WARNING - PARM IS NOT A RUN '
					'DATE; EVERY AUDIT RECORD IS INCLUDED.'
				MOVE '99999999' TO WS_THRU_DATE
			ELSE
				MOVE WS_PARM_DATA (1:8) TO WS_THRU_DATE
			END-IF
		END-IF.

	READ-AUDIT-PARAGRAPH.

		READ AUDIT-IN
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_READ
		END-IF.

	SELECT-AUDIT-PARAGRAPH.

		IF WS_AUDIT_CONTROL
			ADD 1 TO WS_COUNT_SEAL_SKIP
		ELSE
			PERFORM SELECT-DETAIL-PARAGRAPH
		END-IF.

		PERFORM READ-AUDIT-PARAGRAPH.

	SELECT-DETAIL-PARAGRAPH.

		IF WS_AUDIT_RUN_DATE IS GREATER THAN WS_THRU_DATE
			ADD 1 TO WS_COUNT_AFTER_THRU
		ELSE
			IF WS_AUDIT_HORIZON IS EQUAL TO SPACES
				OR WS_AUDIT_RUN_DATE IS LESS THAN WS_AUDIT_HORIZON
				MOVE WS_AUDIT_RUN_DATE TO WS_AUDIT_HORIZON
			END-IF
			PERFORM CHECK-BACKED-OUT-PARAGRAPH
			IF WS_BACKED_OUT
				ADD 1 TO WS_COUNT_BKOUT_SKIP
			ELSE
				IF WS_AUDIT_REVERSAL
					ADD 1 TO WS_COUNT_REV_SKIP
				ELSE
					ADD 1 TO WS_COUNT_POSTED
					PERFORM POST-AUDIT-PARAGRAPH
				END-IF
			END-IF
		END-IF.

	CHECK-BACKED-OUT-PARAGRAPH.

		MOVE WS_AUDIT_RUN_DATE TO WS_AUD_RUN_DATE.
		MOVE WS_AUDIT_RUN_TIME TO WS_AUD_RUN_TIME.
		MOVE WS_AUDIT_JOB_ID TO WS_AUD_RUN_JOB_ID.
		MOVE WS_AUDIT_STEP_ID TO WS_AUD_RUN_STEP_ID.
		MOVE WS_AUDIT_SUPP_SEQ TO WS_AUD_RUN_SUPP_SEQ.

		IF WS_AUD_RUN_KEY NOT EQUAL WS_LAST_RUN_KEY
			MOVE WS_AUD_RUN_KEY TO WS_LAST_RUN_KEY
			MOVE 'N' TO WS_BACKED_OUT_SW
			PERFORM SCAN-BACKED-OUT-PARAGRAPH
				VARYING WS_BKR_SUB FROM 1 BY 1
				UNTIL WS_BKR_SUB > WS_BKR_COUNT
					OR WS_BACKED_OUT
		END-IF.

	SCAN-BACKED-OUT-PARAGRAPH.

		IF WS_BKR_KEY (WS_BKR_SUB) IS EQUAL TO WS_AUD_RUN_KEY
			AND WS_BKR_REPOST_SW (WS_BKR_SUB) EQUAL 'N'
			MOVE 'Y' TO WS_BACKED_OUT_SW
		END-IF.

	LOAD-BACKOUT-LOG-PARAGRAPH.

		OPEN INPUT BACKOUT-LOG.

		IF WS_BKLOG_STATUS EQUAL '00'
			MOVE 'Y' TO WS_BKLOG_AVAIL_SW
			MOVE 'N' TO WS_EOF_SW
			PERFORM READ-BACKOUT-LOG-PARAGRAPH
			PERFORM KEEP-BACKOUT-RUN-PARAGRAPH UNTIL WS_EOF
			CLOSE BACKOUT-LOG
			MOVE 'N' TO WS_EOF_SW
		ELSE
			DISPLAY 'ODDEVHVF WARNING - BACKOUT-LOG NOT '
				'SUPPLIED, STATUS ' WS_BKLOG_STATUS '; THE AUDIT '
				'RUNS OF A BACKED-OUT DATE ARE REPLAYED.'
		END-IF.

	READ-BACKOUT-LOG-PARAGRAPH.

		READ BACKOUT-LOG
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_BKLOG_READ
		END-IF.

	KEEP-BACKOUT-RUN-PARAGRAPH.

		IF WS_BKL_REPOST
			ADD 1 TO WS_COUNT_REPOSTS
			PERFORM CANCEL-BACKOUT-RUN-PARAGRAPH
				VARYING WS_BKR_SUB FROM 1 BY 1
				UNTIL WS_BKR_SUB > WS_BKR_COUNT
		ELSE
			PERFORM ADD-BACKOUT-RUN-PARAGRAPH
		END-IF.

		PERFORM READ-BACKOUT-LOG-PARAGRAPH.

	ADD-BACKOUT-RUN-PARAGRAPH.

		IF WS_BKR_COUNT IS EQUAL TO 2000
			DISPLAY 'ODDEVHVF ERROR - MORE THAN 2000 RUNS ON THE '
				'BACKOUT LOG; RUN STOPPED BEFORE ANY OUTPUT.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		ADD 1 TO WS_BKR_COUNT.
		MOVE WS_BKL_BUS_DATE TO WS_AUD_RUN_DATE.
		MOVE WS_BKL_RUN_TIME TO WS_AUD_RUN_TIME.
		MOVE WS_BKL_JOB_ID TO WS_AUD_RUN_JOB_ID.
		MOVE WS_BKL_STEP_ID TO WS_AUD_RUN_STEP_ID.
		MOVE WS_BKL_SUPP_SEQ TO WS_AUD_RUN_SUPP_SEQ.
		MOVE WS_AUD_RUN_KEY TO WS_BKR_KEY (WS_BKR_COUNT).
		MOVE 'N' TO WS_BKR_REPOST_SW (WS_BKR_COUNT).

	CANCEL-BACKOUT-RUN-PARAGRAPH.

		IF WS_BKR_KEY (WS_BKR_SUB) (1:8) IS EQUAL TO WS_BKL_BUS_DATE
			MOVE 'Y' TO WS_BKR_REPOST_SW (WS_BKR_SUB)
		END-IF.

	POST-AUDIT-PARAGRAPH.

		MOVE WS_AUDIT_NUMBER TO WS_AUD_KEY_NUM.
		MOVE WS_AUDIT_RUN_DATE TO WS_AUD_STAMP_DATE.
		MOVE WS_AUDIT_RUN_TIME TO WS_AUD_STAMP_TIME.

		PERFORM LOOKUP-ACCOUNT-PARAGRAPH.

		IF NOT WS_ACCT_FOUND
			PERFORM INSERT-ACCOUNT-PARAGRAPH
			PERFORM ADD-DERIVED-PARAGRAPH
		ELSE
			IF WS_AUD_STAMP IS LESS THAN
					WS_ACCT_LAST_STAMP (WS_ACCT_POS)
				ADD 1 TO WS_COUNT_OUT_OF_SEQ
			END-IF
			MOVE WS_ACCT_IMAGE (WS_ACCT_POS) TO WS_DRV_RECORD
			PERFORM UPDATE-DERIVED-PARAGRAPH
		END-IF.

		MOVE WS_DRV_RECORD TO WS_ACCT_IMAGE (WS_ACCT_POS).
		MOVE WS_AUD_STAMP TO WS_ACCT_LAST_STAMP (WS_ACCT_POS).

	LOOKUP-ACCOUNT-PARAGRAPH.

		MOVE 'N' TO WS_ACCT_FOUND_SW.
		MOVE ZERO TO WS_ACCT_POS.

		IF WS_ACCT_COUNT IS GREATER THAN ZERO
			SEARCH ALL WS_ACCT_ENTRY
				AT END
					CONTINUE
				WHEN WS_ACCT_KEY (WS_ACCT_IDX)
						IS EQUAL TO WS_AUD_KEY_BUILD
					MOVE 'Y' TO WS_ACCT_FOUND_SW
					SET WS_ACCT_POS TO WS_ACCT_IDX
			END-SEARCH
		END-IF.

	INSERT-ACCOUNT-PARAGRAPH.

		IF WS_ACCT_COUNT IS EQUAL TO 100000
			DISPLAY 'ODDEVHVF ERROR - MORE THAN 100000 ACCOUNTS '
				'ON THE AUDIT TRAIL; RUN STOPPED BEFORE ANY '
				'OUTPUT.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		ADD 1 TO WS_ACCT_COUNT.
		MOVE WS_ACCT_COUNT TO WS_ACCT_SHIFT.

		PERFORM SHIFT-ACCOUNT-PARAGRAPH
			UNTIL WS_ACCT_SHIFT IS EQUAL TO 1
				OR WS_ACCT_KEY (WS_ACCT_SHIFT - 1)
					IS LESS THAN WS_AUD_KEY_BUILD.

		MOVE SPACES TO WS_ACCT_IMAGE (WS_ACCT_SHIFT).
		MOVE WS_AUD_KEY_BUILD TO WS_ACCT_KEY (WS_ACCT_SHIFT).
		MOVE SPACES TO WS_ACCT_LAST_STAMP (WS_ACCT_SHIFT).
		MOVE 'N' TO WS_ACCT_MASTER_SW (WS_ACCT_SHIFT).
		MOVE 'N' TO WS_ACCT_ARC_SW (WS_ACCT_SHIFT).
		MOVE SPACES TO WS_ACCT_ARC_LAST (WS_ACCT_SHIFT).

		MOVE WS_ACCT_SHIFT TO WS_ACCT_POS.

	SHIFT-ACCOUNT-PARAGRAPH.

		MOVE WS_ACCT_ENTRY (WS_ACCT_SHIFT - 1)
			TO WS_ACCT_ENTRY (WS_ACCT_SHIFT).
		SUBTRACT 1 FROM WS_ACCT_SHIFT.

	ADD-DERIVED-PARAGRAPH.

		MOVE SPACES TO WS_DRV_RECORD.
		MOVE WS_AUD_KEY_BUILD TO WS_DRV_KEY.
		MOVE WS_AUDIT_RUN_DATE TO WS_DRV_FIRST_SEEN.
		MOVE WS_AUDIT_RUN_DATE TO WS_DRV_LAST_SEEN.
		MOVE 1 TO WS_DRV_TIMES_PROC.
		MOVE WS_AUDIT_FLAG TO WS_DRV_CUR_FLAG.
		MOVE WS_AUDIT_SHIFT_BUCKET TO WS_DRV_CUR_BUCKET.
		MOVE ZERO TO WS_DRV_CHANGE_COUNT.

	UPDATE-DERIVED-PARAGRAPH.

		IF WS_AUDIT_FLAG NOT EQUAL WS_DRV_CUR_FLAG
			PERFORM PUSH-FLAG-CHANGE-PARAGRAPH
		END-IF.

		MOVE WS_AUDIT_RUN_DATE TO WS_DRV_LAST_SEEN.
		ADD 1 TO WS_DRV_TIMES_PROC.
		MOVE WS_AUDIT_FLAG TO WS_DRV_CUR_FLAG.
		MOVE WS_AUDIT_SHIFT_BUCKET TO WS_DRV_CUR_BUCKET.

	PUSH-FLAG-CHANGE-PARAGRAPH.

		IF WS_DRV_CHANGE_COUNT IS LESS THAN 5
			ADD 1 TO WS_DRV_CHANGE_COUNT
		ELSE
			PERFORM SHIFT-CHANGE-PARAGRAPH
				VARYING WS_CHG_SUB FROM 1 BY 1
				UNTIL WS_CHG_SUB IS GREATER THAN 4
		END-IF.

		MOVE WS_AUDIT_RUN_DATE
			TO WS_DRV_CHG_DATE (WS_DRV_CHANGE_COUNT).
		MOVE WS_DRV_CUR_FLAG
			TO WS_DRV_CHG_FROM (WS_DRV_CHANGE_COUNT).
		MOVE WS_AUDIT_FLAG
			TO WS_DRV_CHG_TO (WS_DRV_CHANGE_COUNT).

	SHIFT-CHANGE-PARAGRAPH.

		MOVE WS_DRV_CHANGE_ENTRY (WS_CHG_SUB + 1)
			TO WS_DRV_CHANGE_ENTRY (WS_CHG_SUB).

	LOAD-ARCHIVE-PARAGRAPH.

		OPEN INPUT HIST-ARCHIVE.

		IF WS_ARCH_STATUS EQUAL '00'
			MOVE 'Y' TO WS_ARCH_AVAIL_SW
			MOVE 'N' TO WS_EOF_SW
			PERFORM READ-ARCHIVE-PARAGRAPH
			PERFORM MARK-ARCHIVE-PARAGRAPH UNTIL WS_EOF
			CLOSE HIST-ARCHIVE
		ELSE
			DISPLAY 'ODDEVHVF WARNING - HIST-ARCHIVE NOT '
				'SUPPLIED, STATUS ' WS_ARCH_STATUS '; PURGED '
				'ACCOUNTS WILL REPORT AS MISSING.'
		END-IF.

	READ-ARCHIVE-PARAGRAPH.

		READ HIST-ARCHIVE
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_ARCH_READ
		END-IF.

	MARK-ARCHIVE-PARAGRAPH.

		MOVE WS_ARC_KEY TO WS_AUD_KEY_BUILD.

		PERFORM LOOKUP-ACCOUNT-PARAGRAPH.

		IF WS_ACCT_FOUND
			MOVE 'Y' TO WS_ACCT_ARC_SW (WS_ACCT_POS)
			IF WS_ARC_LAST_SEEN IS GREATER THAN
					WS_ACCT_ARC_LAST (WS_ACCT_POS)
				OR WS_ACCT_ARC_LAST (WS_ACCT_POS) IS EQUAL
					TO SPACES
				MOVE WS_ARC_LAST_SEEN
					TO WS_ACCT_ARC_LAST (WS_ACCT_POS)
			END-IF
		END-IF.

		PERFORM READ-ARCHIVE-PARAGRAPH.

	OPEN-REPAIR-PARAGRAPH.

		IF WS_COUNT_OUT_OF_SEQ IS GREATER THAN ZERO
			DISPLAY 'ODDEVHVF WARNING - AUDIT RECORDS OUT OF RUN '
				'DATE ORDER; NO REPAIR RECORDS WRITTEN.'
		ELSE
			OPEN OUTPUT HIST-REPAIR
			IF WS_REPAIR_STATUS EQUAL '00'
				MOVE 'Y' TO WS_REPAIR_AVAIL_SW
			ELSE
				DISPLAY 'ODDEVHVF WARNING - HIST-REPAIR NOT '
					'SUPPLIED, STATUS ' WS_REPAIR_STATUS
					'; DISCREPANCIES ARE REPORTED ONLY.'
			END-IF
		END-IF.

	WRITE-HEADING-PARAGRAPH.

		MOVE 'ODDEVEN HISTORY MASTER INTEGRITY CHECK'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'RUN DATE ' WS_RUN_DATE
			'  AUDIT FROM ' WS_AUDIT_HORIZON
			'  THROUGH ' WS_THRU_DATE
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

	READ-MASTER-PARAGRAPH.

		READ HIST-MASTER NEXT RECORD
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_MASTERS
		END-IF.

	CHECK-MASTER-PARAGRAPH.

		MOVE WS_HIST_KEY TO WS_AUD_KEY_BUILD.
		MOVE WS_HIST_KEY TO WS_DSL_KEY.

		PERFORM LOOKUP-ACCOUNT-PARAGRAPH.

		IF WS_ACCT_FOUND
			MOVE 'Y' TO WS_ACCT_MASTER_SW (WS_ACCT_POS)
			MOVE WS_ACCT_IMAGE (WS_ACCT_POS) TO WS_DRV_RECORD
			PERFORM COMPARE-MASTER-PARAGRAPH
		ELSE
			IF WS_AUDIT_HORIZON IS NOT EQUAL TO SPACES
				AND WS_HIST_LAST_SEEN IS NOT LESS THAN
					WS_AUDIT_HORIZON
				AND WS_HIST_LAST_SEEN IS NOT GREATER THAN
					WS_THRU_DATE
				MOVE 'NOT IN AUDIT' TO WS_DSL_FIELD
				MOVE WS_HIST_LAST_SEEN TO WS_DSL_MASTER
				MOVE '*NONE*' TO WS_DSL_AUDIT
				WRITE WS_REPORT_LINE FROM WS_DISC_LINE
				ADD 1 TO WS_COUNT_NOT_AUDITED
			ELSE
				ADD 1 TO WS_COUNT_BEYOND
			END-IF
		END-IF.

		PERFORM READ-MASTER-PARAGRAPH.

	COMPARE-MASTER-PARAGRAPH.

		MOVE 'N' TO WS_DRIFT_SW.
		MOVE 'N' TO WS_PARTIAL_SW.

		IF WS_HIST_FIRST_SEEN IS LESS THAN WS_AUDIT_HORIZON
			MOVE 'Y' TO WS_PARTIAL_SW
			ADD 1 TO WS_COUNT_PARTIAL
		END-IF.

		IF NOT WS_PARTIAL
			AND WS_HIST_FIRST_SEEN NOT EQUAL WS_DRV_FIRST_SEEN
			MOVE 'FIRST SEEN' TO WS_DSL_FIELD
			MOVE WS_HIST_FIRST_SEEN TO WS_DSL_MASTER
			MOVE WS_DRV_FIRST_SEEN TO WS_DSL_AUDIT
			PERFORM WRITE-DISCREPANCY-PARAGRAPH
		END-IF.

		IF WS_HIST_LAST_SEEN NOT EQUAL WS_DRV_LAST_SEEN
			MOVE 'LAST SEEN' TO WS_DSL_FIELD
			MOVE WS_HIST_LAST_SEEN TO WS_DSL_MASTER
			MOVE WS_DRV_LAST_SEEN TO WS_DSL_AUDIT
			PERFORM WRITE-DISCREPANCY-PARAGRAPH
		END-IF.

		IF (WS_PARTIAL
				AND WS_HIST_TIMES_PROC IS LESS THAN
					WS_DRV_TIMES_PROC)
			OR (NOT WS_PARTIAL
				AND WS_HIST_TIMES_PROC NOT EQUAL
					WS_DRV_TIMES_PROC)
			MOVE 'TIMES PROCESSED' TO WS_DSL_FIELD
			MOVE WS_HIST_TIMES_PROC TO WS_DSL_MASTER
			MOVE WS_DRV_TIMES_PROC TO WS_DSL_AUDIT
			PERFORM WRITE-DISCREPANCY-PARAGRAPH
		END-IF.

		IF WS_HIST_CUR_FLAG NOT EQUAL WS_DRV_CUR_FLAG
			MOVE 'CURRENT FLAG' TO WS_DSL_FIELD
			MOVE WS_HIST_CUR_FLAG TO WS_DSL_MASTER
			MOVE WS_DRV_CUR_FLAG TO WS_DSL_AUDIT
			PERFORM WRITE-DISCREPANCY-PARAGRAPH
		END-IF.

		IF WS_HIST_CUR_BUCKET NOT EQUAL WS_DRV_CUR_BUCKET
			MOVE 'CURRENT BUCKET' TO WS_DSL_FIELD
			MOVE WS_HIST_CUR_BUCKET TO WS_DSL_MASTER
			MOVE WS_DRV_CUR_BUCKET TO WS_DSL_AUDIT
			PERFORM WRITE-DISCREPANCY-PARAGRAPH
		END-IF.

		IF NOT WS_PARTIAL
			IF WS_HIST_CHANGE_COUNT NOT EQUAL WS_DRV_CHANGE_COUNT
				MOVE 'CHANGE COUNT' TO WS_DSL_FIELD
				MOVE WS_HIST_CHANGE_COUNT TO WS_DSL_MASTER
				MOVE WS_DRV_CHANGE_COUNT TO WS_DSL_AUDIT
				PERFORM WRITE-DISCREPANCY-PARAGRAPH
			ELSE
				PERFORM COMPARE-CHANGE-PARAGRAPH
					VARYING WS_CHG_SUB FROM 1 BY 1
					UNTIL WS_CHG_SUB > WS_DRV_CHANGE_COUNT
						OR WS_CHG_SUB > 5
			END-IF
		END-IF.

		IF WS_DRIFTED
			ADD 1 TO WS_COUNT_DRIFTED
			IF WS_PARTIAL
				MOVE 'REPAIR WITHHELD' TO WS_DSL_FIELD
				MOVE WS_HIST_FIRST_SEEN TO WS_DSL_MASTER
				MOVE WS_AUDIT_HORIZON TO WS_DSL_AUDIT
				WRITE WS_REPORT_LINE FROM WS_DISC_LINE
				ADD 1 TO WS_COUNT_WITHHELD
			ELSE
				PERFORM WRITE-REPAIR-PARAGRAPH
			END-IF
		ELSE
			ADD 1 TO WS_COUNT_AGREED
		END-IF.

	COMPARE-CHANGE-PARAGRAPH.

		IF WS_HIST_CHANGE_ENTRY (WS_CHG_SUB) NOT EQUAL
				WS_DRV_CHANGE_ENTRY (WS_CHG_SUB)
			MOVE WS_CHG_SUB TO WS_CHG_DIGIT
			MOVE SPACES TO WS_DSL_FIELD
			STRING 'CHANGE ENTRY ' WS_CHG_DIGIT
				DELIMITED BY SIZE
				INTO WS_DSL_FIELD
			MOVE WS_HIST_CHANGE_ENTRY (WS_CHG_SUB) TO WS_DSL_MASTER
			MOVE WS_DRV_CHANGE_ENTRY (WS_CHG_SUB) TO WS_DSL_AUDIT
			PERFORM WRITE-DISCREPANCY-PARAGRAPH
		END-IF.

	WRITE-DISCREPANCY-PARAGRAPH.

		WRITE WS_REPORT_LINE FROM WS_DISC_LINE.

		MOVE 'Y' TO WS_DRIFT_SW.
		ADD 1 TO WS_COUNT_FIELDS.

	WRITE-REPAIR-PARAGRAPH.

		IF WS_REPAIR_AVAILABLE
			WRITE WS_REP_RECORD FROM WS_DRV_RECORD
			ADD 1 TO WS_COUNT_REPAIRS
		END-IF.

	CHECK-UNMATCHED-PARAGRAPH.

		IF WS_ACCT_MASTER_SW (WS_ACCT_SUB) IS EQUAL TO 'N'
			MOVE WS_ACCT_IMAGE (WS_ACCT_SUB) TO WS_DRV_RECORD
			IF WS_ACCT_ARC_SW (WS_ACCT_SUB) IS EQUAL TO 'Y'
				AND WS_DRV_LAST_SEEN IS NOT GREATER THAN
					WS_ACCT_ARC_LAST (WS_ACCT_SUB)
				ADD 1 TO WS_COUNT_PURGED
			ELSE
				MOVE WS_DRV_KEY TO WS_DSL_KEY
				MOVE 'NOT ON MASTER' TO WS_DSL_FIELD
				MOVE '*MISSING*' TO WS_DSL_MASTER
				MOVE WS_DRV_LAST_SEEN TO WS_DSL_AUDIT
				WRITE WS_REPORT_LINE FROM WS_DISC_LINE
				ADD 1 TO WS_COUNT_MISSING
				PERFORM WRITE-REPAIR-PARAGRAPH
			END-IF
		END-IF.

	WRITE-SUMMARY-PARAGRAPH.

		IF WS_COUNT_FIELDS IS EQUAL TO ZERO
			AND WS_COUNT_MISSING IS EQUAL TO ZERO
			AND WS_COUNT_NOT_AUDITED IS EQUAL TO ZERO
			MOVE 'HISTORY MASTER AGREES WITH THE AUDIT TRAIL.'
				TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'AUDIT RECORDS READ' TO WS_CNT_TEXT.
		MOVE WS_COUNT_READ TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'REVERSALS EXCLUDED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REV_SKIP TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'SEAL/ANCHOR RECORDS SKIPPED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_SEAL_SKIP TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'BACKED-OUT RUN RECORDS SKIPPED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_BKOUT_SKIP TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'AFTER THE THROUGH DATE' TO WS_CNT_TEXT.
		MOVE WS_COUNT_AFTER_THRU TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'ACCOUNTS DERIVED' TO WS_CNT_TEXT.
		MOVE WS_ACCT_COUNT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'MASTERS READ' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MASTERS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'MASTERS AGREED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_AGREED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'MASTERS DRIFTED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_DRIFTED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'FIELDS IN DISAGREEMENT' TO WS_CNT_TEXT.
		MOVE WS_COUNT_FIELDS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'MASTERS PREDATING THE AUDIT' TO WS_CNT_TEXT.
		MOVE WS_COUNT_PARTIAL TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'REPAIRS WITHHELD' TO WS_CNT_TEXT.
		MOVE WS_COUNT_WITHHELD TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'MASTERS NOT IN THE AUDIT' TO WS_CNT_TEXT.
		MOVE WS_COUNT_NOT_AUDITED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'MASTERS OLDER THAN THE AUDIT' TO WS_CNT_TEXT.
		MOVE WS_COUNT_BEYOND TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'ACCOUNTS MISSING FROM MASTER' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MISSING TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'ACCOUNTS PURGED BY ODDEVHPG' TO WS_CNT_TEXT.
		MOVE WS_COUNT_PURGED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'REPAIR RECORDS WRITTEN' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REPAIRS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		IF NOT WS_BKLOG_AVAILABLE
			MOVE 'BACKOUT LOG NOT SUPPLIED; BACKED-OUT DAYS ARE '
				TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
			MOVE 'REPLAYED EVEN WHEN NOT POSTED AGAIN.'
				TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

		IF NOT WS_ARCH_AVAILABLE
			MOVE 'PURGE ARCHIVE NOT SUPPLIED; PURGED ACCOUNTS ARE '
				TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
			MOVE 'COUNTED AS MISSING.' TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

		IF WS_COUNT_OUT_OF_SEQ IS GREATER THAN ZERO
			MOVE 'AUDIT RECORDS OUT OF RUN DATE ORDER' TO WS_CNT_TEXT
			MOVE WS_COUNT_OUT_OF_SEQ TO WS_CNT_VALUE
			WRITE WS_REPORT_LINE FROM WS_COUNT_LINE
			MOVE 'DERIVATION NOT TRUSTED; NO REPAIR FILE WRITTEN.'
				TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

	CONTROL-TOTALS-PARAGRAPH.

		DISPLAY '-------------------------------------------'.
		DISPLAY 'ODDEVHVF CONTROL TOTALS'.
		DISPLAY 'AUDIT RECORDS READ . . : ' WS_COUNT_READ.
		DISPLAY 'REVERSALS EXCLUDED . . : ' WS_COUNT_REV_SKIP.
		DISPLAY 'SEAL/ANCHOR RECORDS  . : ' WS_COUNT_SEAL_SKIP.
		DISPLAY 'BACKOUT LOG RECORDS  . : ' WS_COUNT_BKLOG_READ.
		DISPLAY 'REPOSTED DATES LOGGED  : ' WS_COUNT_REPOSTS.
		DISPLAY 'BACKED-OUT RUN RECORDS : ' WS_COUNT_BKOUT_SKIP.
		DISPLAY 'AFTER THROUGH DATE . . : ' WS_COUNT_AFTER_THRU.
		DISPLAY 'ACCOUNTS DERIVED . . . : ' WS_ACCT_COUNT.
		DISPLAY 'ARCHIVE RECORDS READ . : ' WS_COUNT_ARCH_READ.
		DISPLAY 'MASTERS READ . . . . . : ' WS_COUNT_MASTERS.
		DISPLAY 'MASTERS AGREED . . . . : ' WS_COUNT_AGREED.
		DISPLAY 'MASTERS DRIFTED  . . . : ' WS_COUNT_DRIFTED.
		DISPLAY 'MASTERS NOT IN AUDIT . : ' WS_COUNT_NOT_AUDITED.
		DISPLAY 'ACCOUNTS MISSING . . . : ' WS_COUNT_MISSING.
		DISPLAY 'ACCOUNTS PURGED  . . . : ' WS_COUNT_PURGED.
		DISPLAY 'REPAIR RECORDS WRITTEN : ' WS_COUNT_REPAIRS.
		DISPLAY 'OUT OF SEQUENCE  . . . : ' WS_COUNT_OUT_OF_SEQ.
		DISPLAY '-------------------------------------------'.
