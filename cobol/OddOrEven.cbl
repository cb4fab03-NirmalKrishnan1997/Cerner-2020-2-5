*>                working-storage field, set alongside
*>                WS_ORIG_BUCKET: 'R' in the reversal path, space
*>                in the classification path.
*>   10/15/2026 - Stamp the source feed's id on every EXCEPT-OUT
*>                and DUPS-OUT record (new trailing fields on the
*>                ODDEVEX layout and the DUPS record). The new
*>                ODDEVRTN step builds one return file per source
*>                system after the day balances, and nothing on a
*>                rejected or screened image said which feed it
*>                came from. Records outside any feed group, and
*>                every record of an unlabeled file, carry spaces.
*>   10/15/2026 - Rule-hit statistics. Nobody could say whether a
*>                RULES-IN row ever fired in production while the
*>                table crept toward its 50-row limit. Each in-
*>                force rule now counts the first occurrences it
*>                overrode and how many of those overrides changed
*>                the flag from the ODDEVCLS default (reversals
*>                repeat an earlier decision and are not counted),
*>                and at end of run one RULE-STATS record per rule
*>                in force (ODDEVRS copybook) goes to RULESTAT --
*>                opened EXTEND, the FEEDSTAT convention -- for the
*>                monthly ODDEVRRV rule review. The restart skip
*>                path replays the same tally so a restarted run's
*>                counts match an uninterrupted one.
*>   10/15/2026 - Research-desk watch list. WATCH-IN (ODDEVWL
*>                copybook, maintained by ODDEVWLM) is loaded at
*>                start of run, keeping only the rows whose watch
*>                window covers the business date, so an expired
*>                watch stops reporting on its own. Whenever a
*>                watched account is classified, reversed,
*>                diverted to EXCEPT-OUT or screened to DUPS-OUT,
*>                one WATCH-HIT record (ODDEVWH) per watch row
*>                carries the full decision -- flag, assigned and
*>                original bucket, source feed id, reason code and
*>                text when diverted -- for the daily ODDEVWHR
*>                report by analyst. The seen-table now keeps the
*>                first occurrence's original bucket as well, so a
*>                screened duplicate reports the decision it
*>                repeats. WATCH-HIT opens EXTEND on a restart like
*>                the other daily outputs.
*>   10/15/2026 - Supplemental run mode for a feed that arrives
*>                after the business date has balanced (step id
*>                SUPP*, checked in as run-control step SUPP, which
*>                hands back the supplemental sequence 1-9). The
*>                day's ODD-EVEN-OUT is read first (DAY-OUTPUT-IN,
*>                same DD) so every number already classified that
*>                day preloads the duplicate screen (first position
*>                zero) and the day's shift loads count against the
*>                capacity limits; the day's OUTPUT, SHIFTn, DUPS,
*>                EXCEPT and WATCH-HIT are then opened EXTEND and
*>                every record written, AUDIT-OUT included, carries
*>                the supplemental sequence. TOTALS-OUT is appended
*>                to, not replaced: this run's own record, then a
*>                day (D) record summing the main run and every
*>                supplemental so far (re-read from the file
*>                through DAY-TOTALS-IN). The daily report adds the
*>                day totals against the prior date, and the prior
*>                date's last D record now stands in for its main
*>                run record when one is on TOTPRIOR.
*>   10/15/2026 - Seal the run's audit records. Once AUDIT-OUT is
*>                closed, ODDEVSEL SEAL appends a seal record with
*>                the run's date/time, job/step and supplemental
*>                sequence, the count of records since the last
*>                seal, the previous seal's hash and a keyed hash
*>                over them (SEALKEY DD). A restart seals the first
*>                attempt's records with its own. A partition run
*>                (step PART*) does not seal: its records reach the
*>                permanent file through ODDEVENM MERGE7 and are
*>                sealed there by ODDEVCON.
*>   10/15/2026 - Stamp the supplemental sequence on every
*>                CHECKPT-OUT record (the spare byte at the end),
*>                and take a checkpoint on restart only when its
*>                business date and sequence are this run's. A
*>                later supplemental whose checkpoint reset did not
*>                run was resuming from the previous supplemental's
*>                checkpoint and skipping records; any other
*>                checkpoint is now ignored and the run starts
*>                fresh.
*>   10/15/2026 - Warn when the audit seal is not written and end
*>                RC 4 at least: no audit records to seal is told
*>                apart from an AUDITOUT that would not open.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_FEED_STATS_STATUS.

		SELECT RULE-STATS ASSIGN TO RULESTAT
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_RULE_STATS_STATUS.

		SELECT WATCH-IN ASSIGN TO WATCHIN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_WATCH_IN_STATUS.

		SELECT WATCH-HIT ASSIGN TO WATCHHIT
			ORGANIZATION IS LINE SEQUENTIAL.

		SELECT AUDIT-OUT ASSIGN TO AUDITOUT
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_AUDIT_OUT_STATUS.
		SELECT TOTALS-OUT ASSIGN TO TOTALSOT
			ORGANIZATION IS LINE SEQUENTIAL.

		SELECT DAY-TOTALS-IN ASSIGN TO TOTALSOT
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_DAY_TOT_STATUS.

		SELECT DAY-OUTPUT-IN ASSIGN TO ODDEVOUT
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_DAY_OUT_STATUS.

		SELECT PRIOR-TOTALS-IN ASSIGN TO PRIORTOT
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_PRIOR_IN_STATUS.
		05	WS_DUP_INPUT		PIC	X(80).
		05	WS_DUP_OCCURRENCE	PIC	9(07).
		05	WS_DUP_FIRST_POS	PIC	9(07).
		05	WS_DUP_SOURCE_ID	PIC	X(08).
		05	WS_DUP_SUPP_SEQ		PIC	X(01).

	FD CHECKPT-OUT.
	01	WS_CKPT_OUT_RECORD.
		05	WS_CKPT_OUT_COUNT_DUPS	PIC	9(07).
		05	WS_CKPT_OUT_COUNT_REVS	PIC	9(07).
		05	WS_CKPT_OUT_COUNT_REAS	PIC	9(07).
		05	WS_CKPT_OUT_SUPP_SEQ	PIC	X(01).

	FD CHECKPT-IN.
	01	WS_CKPT_IN_RECORD.
		05	WS_CKPT_IN_COUNT_DUPS	PIC	9(07).
		05	WS_CKPT_IN_COUNT_REVS	PIC	9(07).
		05	WS_CKPT_IN_COUNT_REAS	PIC	9(07).
		05	WS_CKPT_IN_SUPP_SEQ	PIC	X(01).

	FD RULES-IN.
	COPY ODDEVRU.
	FD FEED-STATS.
	COPY ODDEVFS.

	FD RULE-STATS.
	COPY ODDEVRS.

	FD WATCH-IN.
	COPY ODDEVWL.

	FD WATCH-HIT.
	COPY ODDEVWH.

	FD AUDIT-OUT.
	COPY ODDEVAU.

	FD PRIOR-TOTALS-IN.
	COPY ODDEVTO REPLACING LEADING ==WS_TOT== BY ==WS_PRIF==.

	FD DAY-TOTALS-IN.
	COPY ODDEVTO REPLACING LEADING ==WS_TOT== BY ==WS_DTI==.

	FD DAY-OUTPUT-IN.
	01	WS_DAY_OUT_RECORD.
		05	WS_DAY_OUT_NUMBER	PIC	S9(9)	SIGN IS LEADING SEPARATE.
		05	WS_DAY_OUT_FLAG		PIC	X(01).
		05	WS_DAY_OUT_RUN_DATE	PIC	X(08).
		05	WS_DAY_OUT_BUCKET	PIC	X(01).
		05	WS_DAY_OUT_REV_FLAG	PIC	X(01).
			88	WS_DAY_OUT_REVERSAL	VALUE 'R'.
		05	WS_DAY_OUT_SUPP_SEQ	PIC	X(01).
		05	FILLER			PIC	X(57).

	FD REPORT-OUT.
	01	WS_PRINT_LINE		PIC	X(132).

	01	WS_JOB_ID	PIC	X(08)	VALUE SPACE.
	01	WS_STEP_ID	PIC	X(08)	VALUE SPACE.

	01	WS_SUPP_SW	PIC	X(01)	VALUE 'N'.
		88	WS_SUPP_RUN		VALUE 'Y'.

	01	WS_SUPP_SEQ	PIC	X(01)	VALUE SPACE.

	01	WS_RCTL_FUNCTION	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_STEP		PIC	X(08)	VALUE 'CLASSIFY'.
	01	WS_RCTL_STATUS		PIC	X(01)	VALUE SPACE.
	01	WS_RCTL_BUS_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_RESULT		PIC	X(02)	VALUE SPACE.

	COPY ODDEVSL.

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	01	WS_CKPT_INTERVAL	PIC	9(05)	VALUE 1000.
	01	WS_CKPT_COUNTER		PIC	9(05)	VALUE ZERO.
	01	WS_CKPT_RESTART_COUNT	PIC	9(07)	VALUE ZERO.
	01	WS_CKPT_IGNORED		PIC	9(07)	VALUE ZERO.

	01	WS_CKPT_LAST_VALUES.
		05	WS_CKPT_LAST_COUNT	PIC	9(07)	VALUE ZERO.
	01	WS_SEEN_LAST_POS	PIC	9(06)	VALUE ZERO.
	01	WS_SEEN_GOT_FLAG	PIC	X(01)	VALUE SPACE.
	01	WS_SEEN_GOT_BUCKET	PIC	X(01)	VALUE SPACE.
	01	WS_SEEN_GOT_ORIG	PIC	X(01)	VALUE SPACE.

	01	WS_FEED_STATS_STATUS	PIC	X(02).
	01	WS_RULE_STATS_STATUS	PIC	X(02).
	01	WS_LAG_RUN_INT		PIC	9(08)	VALUE ZERO.
	01	WS_LAG_EXT_INT		PIC	9(08)	VALUE ZERO.
	01	WS_LAG_RUN_DAYNO	PIC	S9(08)	VALUE ZERO.

	COPY ODDEVTO REPLACING LEADING ==WS_TOT== BY ==WS_PRI==.

	01	WS_DAY_OUT_STATUS	PIC	X(02).
	01	WS_DAY_TOT_STATUS	PIC	X(02).

	01	WS_DAY_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_DAY_EOF		VALUE 'Y'.

	01	WS_DAY_LOADS.
		05	WS_DAY_SHIFT1		PIC	9(07)	VALUE ZERO.
		05	WS_DAY_SHIFT2		PIC	9(07)	VALUE ZERO.
		05	WS_DAY_SHIFT3		PIC	9(07)	VALUE ZERO.
		05	WS_DAY_PRELOADED	PIC	9(07)	VALUE ZERO.

	01	WS_DAY_SUB	PIC	9(02)	VALUE ZERO.
	01	WS_DAY_SEQ_NUM	PIC	9(01)	VALUE ZERO.

	01	WS_DAY_RUN_TABLE.
		05	WS_DAY_RUN_SLOT OCCURS 10 TIMES	PIC	X(134).

	COPY ODDEVTO REPLACING LEADING ==WS_TOT== BY ==WS_DRN==.

	COPY ODDEVTO REPLACING LEADING ==WS_TOT== BY ==WS_DAY==.

	01	WS_VOL_TODAY	PIC	9(07)	VALUE ZERO.

	01	WS_RPT_CLASSIFIED	PIC	9(07)	VALUE ZERO.
	01	WS_PRI_CLASSIFIED	PIC	9(07)	VALUE ZERO.
	01	WS_VOL_PCT	PIC	9(07)V9	VALUE ZERO.
			10	WS_SEEN_OCCURS		PIC	9(07).
			10	WS_SEEN_FLAG		PIC	X(01).
			10	WS_SEEN_BUCKET		PIC	X(01).
			10	WS_SEEN_ORIG		PIC	X(01).

	01	WS_WATCH_IN_STATUS	PIC	X(02).

	01	WS_WATCH_FOUND_SW	PIC	X(01)	VALUE 'N'.
		88	WS_WATCH_FOUND		VALUE 'Y'.

	01	WS_WATCH_NUMBER_WORK	PIC	S9(9)	SIGN IS LEADING SEPARATE
						VALUE ZERO.
	01	WS_WATCH_EVENT		PIC	X(01)	VALUE SPACE.
	01	WS_WATCH_POS		PIC	9(05)	VALUE ZERO.
	01	WS_WATCH_SHIFT		PIC	9(05)	VALUE ZERO.
	01	WS_WATCH_COUNT		PIC	9(05)	VALUE ZERO.
	01	WS_COUNT_WATCH_HITS	PIC	9(07)	VALUE ZERO.

	01	WS_WATCH_TABLE.
		05	WS_WATCH_ENTRY OCCURS 0 TO 1000 TIMES
					DEPENDING ON WS_WATCH_COUNT
					ASCENDING KEY IS WS_WATCH_NUMBER
					INDEXED BY WS_WATCH_IDX.
			10	WS_WATCH_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE.
			10	WS_WATCH_CASE_REF	PIC	X(12).
			10	WS_WATCH_ANALYST	PIC	X(08).

	01	WS_FEEDS_TABLE.
		05	WS_FEEDS_COUNT		PIC	9(03)	VALUE ZERO.
			10	WS_RULE_LOW		PIC	S9(9)	SIGN IS LEADING SEPARATE.
			10	WS_RULE_HIGH		PIC	S9(9)	SIGN IS LEADING SEPARATE.
			10	WS_RULE_BUCKET		PIC	X(01).
			10	WS_RULE_EFFECTIVE	PIC	X(08).
			10	WS_RULE_EXPIRES		PIC	X(08).
			10	WS_RULE_HITS		PIC	9(07).
			10	WS_RULE_CHANGES		PIC	9(07).

	01	WS_RULE_HIT_SUB	PIC	9(03)	VALUE ZERO.
	01	WS_RULE_SUB	PIC	9(03)	VALUE ZERO.

	01	WS_CONTROL_TOTALS.
		05	WS_RECORDS_READ		PIC	9(07)	VALUE ZERO.
				INTO WS_JOB_ID WS_STEP_ID
		END-IF.

		IF WS_STEP_ID (1:4) EQUAL 'SUPP'
			MOVE 'Y' TO WS_SUPP_SW
			MOVE 'SUPP' TO WS_RCTL_STEP
		END-IF.

		PERFORM RUN-CONTROL-CHECKIN-PARAGRAPH.

		PERFORM LOAD-RULES-PARAGRAPH.
		PERFORM LOAD-CAPACITY-PARAGRAPH.
		PERFORM LOAD-WATCH-PARAGRAPH.
		PERFORM PRESCAN-FEEDS-PARAGRAPH.

		IF WS_SUPP_RUN
			PERFORM LOAD-DAY-OUTPUT-PARAGRAPH
		END-IF.

		PERFORM RESTART-CHECK-PARAGRAPH.

		OPEN INPUT NUMBER-IN.
			OPEN EXTEND DUPS-OUT
			OPEN EXTEND EXCEPT-OUT
			OPEN EXTEND CHECKPT-OUT
			OPEN EXTEND WATCH-HIT
			MOVE ZERO TO WS_RECORDS_READ
			PERFORM SKIP-TO-CHECKPOINT-PARAGRAPH
				WS_CKPT_RESTART_COUNT TIMES
		ELSE
			IF WS_SUPP_RUN
				PERFORM OPEN-SUPP-OUTPUTS-PARAGRAPH
			ELSE
				OPEN OUTPUT ODD-EVEN-OUT
				OPEN OUTPUT SHIFT1-OUT
				OPEN OUTPUT SHIFT2-OUT
				OPEN OUTPUT SHIFT3-OUT
				OPEN OUTPUT DUPS-OUT
				OPEN OUTPUT EXCEPT-OUT
				OPEN OUTPUT CHECKPT-OUT
				OPEN OUTPUT WATCH-HIT
			END-IF
		END-IF.

		PERFORM OPEN-AUDIT-PARAGRAPH.
		CLOSE DUPS-OUT.
		CLOSE EXCEPT-OUT.
		CLOSE CHECKPT-OUT.
		CLOSE WATCH-HIT.
		CLOSE AUDIT-OUT.

		IF WS_STEP_ID (1:4) NOT EQUAL 'PART'
			PERFORM SEAL-AUDIT-PARAGRAPH
		END-IF.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		PERFORM WRITE-FEED-STATS-PARAGRAPH.

		PERFORM WRITE-RULE-STATS-PARAGRAPH.

		IF WS_COUNT_DUP_UNCHK IS GREATER THAN ZERO
			MOVE 4 TO RETURN-CODE
		END-IF.
			STOP RUN
		END-IF.

		IF WS_RCTL_RESULT EQUAL '12' AND WS_SUPP_RUN
			DISPLAY 'ODD_EVEN - SUPPLEMENTAL RUN REFUSED FOR '
				'BUSINESS DATE ' WS_RCTL_BUS_DATE ': RECON NOT '
				'COMPLETE, LAST SUPPLEMENTAL NOT BALANCED, A '
				'PICK-UP STEP IN FLIGHT, OR NINE ALREADY RUN.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_RCTL_RESULT NOT EQUAL '00'
			DISPLAY 'ODD_EVEN - RUN CONTROL REFUSED THE START, '
				'RESULT ' WS_RCTL_RESULT '.'

		MOVE WS_RCTL_BUS_DATE TO WS_RUN_DATE.

		IF WS_SUPP_RUN
			MOVE WS_RCTL_STATUS TO WS_SUPP_SEQ
			DISPLAY 'ODD_EVEN - SUPPLEMENTAL RUN ' WS_SUPP_SEQ
				' FOR BUSINESS DATE ' WS_RUN_DATE '.'
		END-IF.

	RUN-CONTROL-POST-PARAGRAPH.

		IF WS_STEP_ID (1:4) NOT EQUAL 'PART'
				WS_RCTL_STATUS WS_RCTL_BUS_DATE WS_RCTL_RESULT
		END-IF.

	OPEN-SUPP-OUTPUTS-PARAGRAPH.

		OPEN EXTEND ODD-EVEN-OUT.
		OPEN EXTEND SHIFT1-OUT.
		OPEN EXTEND SHIFT2-OUT.
		OPEN EXTEND SHIFT3-OUT.
		OPEN EXTEND DUPS-OUT.
		OPEN EXTEND EXCEPT-OUT.
		OPEN OUTPUT CHECKPT-OUT.
		OPEN EXTEND WATCH-HIT.

	LOAD-DAY-OUTPUT-PARAGRAPH.

		MOVE 'N' TO WS_DAY_EOF_SW.

		OPEN INPUT DAY-OUTPUT-IN.

		IF WS_DAY_OUT_STATUS NOT EQUAL '00'
			DISPLAY 'ODD_EVEN - THE DAY''S ODD-EVEN-OUT WILL NOT '
				'OPEN, STATUS ' WS_DAY_OUT_STATUS '; A '
				'SUPPLEMENTAL RUN NEEDS IT.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		PERFORM READ-DAY-OUTPUT-PARAGRAPH.
		PERFORM PRELOAD-DAY-RECORD-PARAGRAPH UNTIL WS_DAY_EOF.

		CLOSE DAY-OUTPUT-IN.

		DISPLAY 'ODD_EVEN - ' WS_DAY_PRELOADED ' NUMBERS ALREADY '
			'CLASSIFIED FOR THE DAY LOADED TO THE DUPLICATE SCREEN.'.

	READ-DAY-OUTPUT-PARAGRAPH.

		READ DAY-OUTPUT-IN
			AT END
				MOVE 'Y' TO WS_DAY_EOF_SW
		END-READ.

	PRELOAD-DAY-RECORD-PARAGRAPH.

		IF WS_DAY_OUT_SUPP_SEQ NOT EQUAL WS_SUPP_SEQ
			PERFORM TALLY-DAY-LOAD-PARAGRAPH
			IF NOT WS_DAY_OUT_REVERSAL
				AND WS_DAY_OUT_NUMBER IS NUMERIC
				MOVE WS_DAY_OUT_NUMBER TO WS_NUMBER
				PERFORM LOOKUP-SEEN-PARAGRAPH
				IF NOT WS_SEEN_THIS_RUN
					AND WS_SEEN_COUNT IS LESS THAN 100000
					PERFORM INSERT-SEEN-PARAGRAPH
					MOVE WS_DAY_OUT_FLAG
						TO WS_SEEN_FLAG (WS_SEEN_LAST_POS)
					MOVE WS_DAY_OUT_BUCKET
						TO WS_SEEN_BUCKET (WS_SEEN_LAST_POS)
					MOVE WS_DAY_OUT_BUCKET
						TO WS_SEEN_ORIG (WS_SEEN_LAST_POS)
					ADD 1 TO WS_DAY_PRELOADED
				END-IF
			END-IF
		END-IF.

		PERFORM READ-DAY-OUTPUT-PARAGRAPH.

	TALLY-DAY-LOAD-PARAGRAPH.

		IF WS_DAY_OUT_BUCKET EQUAL '1'
			ADD 1 TO WS_DAY_SHIFT1
		ELSE
			IF WS_DAY_OUT_BUCKET EQUAL '2'
				ADD 1 TO WS_DAY_SHIFT2
			ELSE
				ADD 1 TO WS_DAY_SHIFT3
			END-IF
		END-IF.

	OPEN-AUDIT-PARAGRAPH.

		OPEN EXTEND AUDIT-OUT.
			OPEN OUTPUT AUDIT-OUT
		END-IF.

	SEAL-AUDIT-PARAGRAPH.

		MOVE 'SEAL' TO WS_SL_FUNCTION.
		MOVE WS_RUN_DATE TO WS_SL_RUN_DATE.
		MOVE WS_RUN_TIME TO WS_SL_RUN_TIME.
		MOVE WS_JOB_ID TO WS_SL_JOB_ID.
		MOVE WS_STEP_ID TO WS_SL_STEP_ID.
		MOVE WS_SUPP_SEQ TO WS_SL_SUPP_SEQ.

		CALL 'ODDEVSEL' USING WS_SL_BLOCK.

		IF WS_SL_OK
			DISPLAY 'ODD_EVEN - ' WS_SL_COUNTED ' AUDIT RECORDS '
				'SEALED, HASH ' WS_SL_HASH '.'
		ELSE
			IF WS_SL_NOTHING
				DISPLAY 'ODD_EVEN WARNING - NO AUDIT RECORDS TO '
					'SEAL.'
			ELSE
				DISPLAY 'ODD_EVEN WARNING - AUDIT SEAL NOT WRITTEN, '
					'RESULT ' WS_SL_RESULT '.'
			END-IF
			IF RETURN-CODE IS LESS THAN 4
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF.

	OPEN-HIST-PARAGRAPH.

		OPEN INPUT HIST-MASTER.
			CLOSE CHECKPT-IN
		END-IF.

		IF WS_CKPT_IGNORED IS GREATER THAN ZERO
			DISPLAY 'ODD_EVEN WARNING - ' WS_CKPT_IGNORED
				' CHECKPOINT RECORD(S) FOR ANOTHER BUSINESS DATE '
				'OR SUPPLEMENTAL IGNORED.'
		END-IF.

		IF WS_CKPT_LAST_COUNT IS GREATER THAN ZERO
			MOVE 'Y' TO WS_RESTART_SW
			MOVE WS_CKPT_LAST_COUNT TO WS_CKPT_RESTART_COUNT
		READ CHECKPT-IN.

		IF WS_CKPT_IN_STATUS EQUAL '00'
			AND (WS_CKPT_IN_RUN_DATE NOT EQUAL WS_RUN_DATE
				OR WS_CKPT_IN_SUPP_SEQ NOT EQUAL WS_SUPP_SEQ)
			ADD 1 TO WS_CKPT_IGNORED
		END-IF.

		IF WS_CKPT_IN_STATUS EQUAL '00'
			AND WS_CKPT_IN_RUN_DATE EQUAL WS_RUN_DATE
			AND WS_CKPT_IN_SUPP_SEQ EQUAL WS_SUPP_SEQ
			MOVE WS_CKPT_IN_COUNT TO WS_CKPT_LAST_COUNT
			MOVE WS_CKPT_IN_COUNT_EVEN TO WS_CKPT_LAST_EVEN
			MOVE WS_CKPT_IN_COUNT_ODD TO WS_CKPT_LAST_ODD
									(WS_CUR_FEED)
							END-IF
						ELSE
							PERFORM DERIVE-FLAG-PARAGRAPH
							PERFORM TALLY-RULE-HIT-PARAGRAPH
							IF WS_SEEN_LAST_POS
								IS GREATER THAN ZERO
								MOVE WS_FLAG TO WS_SEEN_FLAG
									(WS_SEEN_LAST_POS)
								MOVE WS_SHIFT_BUCKET
									TO WS_SEEN_BUCKET
									(WS_SEEN_LAST_POS)
								MOVE WS_ORIG_BUCKET
									TO WS_SEEN_ORIG
									(WS_SEEN_LAST_POS)
							END-IF
						END-IF
					ELSE
		MOVE 1 TO WS_SEEN_OCCURS (WS_SEEN_SHIFT).
		MOVE SPACE TO WS_SEEN_FLAG (WS_SEEN_SHIFT).
		MOVE SPACE TO WS_SEEN_BUCKET (WS_SEEN_SHIFT).
		MOVE SPACE TO WS_SEEN_ORIG (WS_SEEN_SHIFT).
		MOVE WS_SEEN_SHIFT TO WS_SEEN_LAST_POS.

	SHIFT-SEEN-PARAGRAPH.
			MOVE WS_RULES_IN_LOW TO WS_RULE_LOW (WS_RULE_IDX)
			MOVE WS_RULES_IN_HIGH TO WS_RULE_HIGH (WS_RULE_IDX)
			MOVE WS_RULES_IN_BUCKET TO WS_RULE_BUCKET (WS_RULE_IDX)
			MOVE WS_RULES_IN_EFFECTIVE
				TO WS_RULE_EFFECTIVE (WS_RULE_IDX)
			MOVE WS_RULES_IN_EXPIRES
				TO WS_RULE_EXPIRES (WS_RULE_IDX)
			MOVE ZERO TO WS_RULE_HITS (WS_RULE_IDX)
			MOVE ZERO TO WS_RULE_CHANGES (WS_RULE_IDX)
		END-IF.

		PERFORM READ-RULE-PARAGRAPH.
			MOVE 'Y' TO WS_CAPS_LOADED_SW
		END-IF.

	LOAD-WATCH-PARAGRAPH.

		OPEN INPUT WATCH-IN.

		IF WS_WATCH_IN_STATUS EQUAL '00'
			PERFORM READ-WATCH-PARAGRAPH
			PERFORM BUILD-WATCH-ENTRY-PARAGRAPH
				UNTIL WS_WATCH_IN_STATUS NOT EQUAL '00'
			CLOSE WATCH-IN
		END-IF.

	READ-WATCH-PARAGRAPH.

		READ WATCH-IN.

	BUILD-WATCH-ENTRY-PARAGRAPH.

		IF WS_WL_NUMBER IS NUMERIC
			AND (WS_WL_START_DATE IS EQUAL TO SPACES
				OR WS_WL_START_DATE IS NOT GREATER
					THAN WS_RUN_DATE)
			AND (WS_WL_END_DATE IS EQUAL TO SPACES
				OR WS_WL_END_DATE IS NOT LESS
					THAN WS_RUN_DATE)
			PERFORM INSERT-WATCH-PARAGRAPH
		END-IF.

		PERFORM READ-WATCH-PARAGRAPH.

	INSERT-WATCH-PARAGRAPH.

		IF WS_WATCH_COUNT IS EQUAL TO 1000
			DISPLAY 'ODD_EVEN WARNING - WATCH-IN HAS MORE THAN '
				'1000 ROWS IN FORCE; ACCOUNT ' WS_WL_NUMBER
				' CASE ' WS_WL_CASE_REF ' IS NOT WATCHED.'
		ELSE
			ADD 1 TO WS_WATCH_COUNT
			MOVE WS_WATCH_COUNT TO WS_WATCH_SHIFT
			PERFORM SHIFT-WATCH-PARAGRAPH
				UNTIL WS_WATCH_SHIFT IS EQUAL TO 1
					OR WS_WATCH_NUMBER (WS_WATCH_SHIFT - 1)
						IS NOT GREATER THAN WS_WL_NUMBER
			MOVE WS_WL_NUMBER TO WS_WATCH_NUMBER (WS_WATCH_SHIFT)
			MOVE WS_WL_CASE_REF
				TO WS_WATCH_CASE_REF (WS_WATCH_SHIFT)
			MOVE WS_WL_ANALYST
				TO WS_WATCH_ANALYST (WS_WATCH_SHIFT)
		END-IF.

	SHIFT-WATCH-PARAGRAPH.

		MOVE WS_WATCH_ENTRY (WS_WATCH_SHIFT - 1)
			TO WS_WATCH_ENTRY (WS_WATCH_SHIFT).
		SUBTRACT 1 FROM WS_WATCH_SHIFT.

	CHECK-WATCH-PARAGRAPH.

		MOVE 'N' TO WS_WATCH_FOUND_SW.

		IF WS_WATCH_COUNT IS GREATER THAN ZERO
			SEARCH ALL WS_WATCH_ENTRY
				AT END
					CONTINUE
				WHEN WS_WATCH_NUMBER (WS_WATCH_IDX)
						IS EQUAL TO WS_WATCH_NUMBER_WORK
					MOVE 'Y' TO WS_WATCH_FOUND_SW
					SET WS_WATCH_POS TO WS_WATCH_IDX
			END-SEARCH
		END-IF.

		IF WS_WATCH_FOUND
			PERFORM BACK-UP-WATCH-PARAGRAPH
				UNTIL WS_WATCH_POS IS EQUAL TO 1
					OR WS_WATCH_NUMBER (WS_WATCH_POS - 1)
						IS NOT EQUAL TO WS_WATCH_NUMBER_WORK
			PERFORM WRITE-WATCH-HIT-PARAGRAPH
				UNTIL WS_WATCH_POS IS GREATER THAN WS_WATCH_COUNT
					OR WS_WATCH_NUMBER (WS_WATCH_POS)
						IS NOT EQUAL TO WS_WATCH_NUMBER_WORK
		END-IF.

	BACK-UP-WATCH-PARAGRAPH.

		SUBTRACT 1 FROM WS_WATCH_POS.

	WRITE-WATCH-HIT-PARAGRAPH.

		MOVE SPACES TO WS_WH_RECORD.
		MOVE WS_RUN_DATE TO WS_WH_RUN_DATE.
		MOVE WS_RUN_TIME TO WS_WH_RUN_TIME.
		MOVE WS_JOB_ID TO WS_WH_JOB_ID.
		MOVE WS_STEP_ID TO WS_WH_STEP_ID.
		MOVE WS_WATCH_NUMBER_WORK TO WS_WH_NUMBER.
		MOVE WS_WATCH_CASE_REF (WS_WATCH_POS) TO WS_WH_CASE_REF.
		MOVE WS_WATCH_ANALYST (WS_WATCH_POS) TO WS_WH_ANALYST.
		MOVE WS_WATCH_EVENT TO WS_WH_EVENT.

		IF WS_WH_DIVERTED
			MOVE WS_EXC_REASON_CODE TO WS_WH_REASON_CODE
			MOVE WS_EXC_REASON_TEXT TO WS_WH_REASON_TEXT
		ELSE
			MOVE WS_FLAG TO WS_WH_FLAG
			MOVE WS_SHIFT_BUCKET TO WS_WH_SHIFT_BUCKET
			MOVE WS_ORIG_BUCKET TO WS_WH_ORIG_BUCKET
		END-IF.

		IF WS_FEEDS_PRESENT AND WS_CUR_FEED IS GREATER THAN ZERO
			MOVE WS_FEED_SOURCE_ID (WS_CUR_FEED) TO WS_WH_SOURCE_ID
		END-IF.

		WRITE WS_WH_RECORD.

		ADD 1 TO WS_COUNT_WATCH_HITS.
		ADD 1 TO WS_WATCH_POS.

	LOOKUP-RULE-PARAGRAPH.

		MOVE 'N' TO WS_RULE_MATCHED_SW.
			AND WS_NUMBER IS LESS THAN OR EQUAL TO WS_RULE_HIGH (WS_RULE_IDX)
			MOVE WS_RULE_BUCKET (WS_RULE_IDX) TO WS_FLAG
			MOVE 'Y' TO WS_RULE_MATCHED_SW
			SET WS_RULE_HIT_SUB TO WS_RULE_IDX
		END-IF.

	TALLY-RULE-HIT-PARAGRAPH.

		IF WS_RULE_MATCHED
			ADD 1 TO WS_RULE_HITS (WS_RULE_HIT_SUB)
			IF WS_FLAG NOT EQUAL WS_BASE_FLAG
				ADD 1 TO WS_RULE_CHANGES (WS_RULE_HIT_SUB)
			END-IF
		END-IF.

	READ-NUMBER-IN-PARAGRAPH.
		MOVE 'N' TO WS_SEEN_FOUND_SW.
		MOVE SPACE TO WS_SEEN_GOT_FLAG.
		MOVE SPACE TO WS_SEEN_GOT_BUCKET.
		MOVE SPACE TO WS_SEEN_GOT_ORIG.

		IF WS_SEEN_COUNT IS GREATER THAN ZERO
			SEARCH ALL WS_SEEN_ENTRY
						TO WS_SEEN_GOT_FLAG
					MOVE WS_SEEN_BUCKET (WS_SEEN_IDX)
						TO WS_SEEN_GOT_BUCKET
					MOVE WS_SEEN_ORIG (WS_SEEN_IDX)
						TO WS_SEEN_GOT_ORIG
			END-SEARCH
		END-IF.

		MOVE WS_RUN_DATE TO WS_OUT_RUN_DATE.
		MOVE WS_SHIFT_BUCKET TO WS_OUT_SHIFT_BUCKET.
		MOVE 'R' TO WS_OUT_REV_FLAG.
		MOVE WS_SUPP_SEQ TO WS_OUT_SUPP_SEQ.

		PERFORM WRITE-SHIFT-PARAGRAPH.


		PERFORM WRITE-AUDIT-PARAGRAPH.

		MOVE WS_NUMBER TO WS_WATCH_NUMBER_WORK.
		MOVE 'R' TO WS_WATCH_EVENT.
		PERFORM CHECK-WATCH-PARAGRAPH.

	CLASSIFY-GOOD-PARAGRAPH.

		ADD WS_NUMBER TO WS_HASH_TOTAL.

		PERFORM DERIVE-FLAG-PARAGRAPH.
		PERFORM TALLY-RULE-HIT-PARAGRAPH.

		IF WS_FLAG IS EQUAL TO 'E'
			DISPLAY 'The number ' WS_NUMBER ' is even.'
			MOVE WS_FLAG TO WS_SEEN_FLAG (WS_SEEN_LAST_POS)
			MOVE WS_SHIFT_BUCKET
				TO WS_SEEN_BUCKET (WS_SEEN_LAST_POS)
			MOVE WS_ORIG_BUCKET
				TO WS_SEEN_ORIG (WS_SEEN_LAST_POS)
		END-IF.

		MOVE WS_NUMBER TO WS_WATCH_NUMBER_WORK.
		MOVE 'C' TO WS_WATCH_EVENT.
		PERFORM CHECK-WATCH-PARAGRAPH.

	DERIVE-FLAG-PARAGRAPH.

		CALL 'ODDEVCLS' USING WS_NUMBER WS_BASE_FLAG
		MOVE WS_IN_RECORD TO WS_DUP_INPUT.
		MOVE WS_DUP_OCC_WORK TO WS_DUP_OCCURRENCE.
		MOVE WS_DUP_POS_WORK TO WS_DUP_FIRST_POS.
		MOVE WS_SUPP_SEQ TO WS_DUP_SUPP_SEQ.

		IF WS_FEEDS_PRESENT AND WS_CUR_FEED IS GREATER THAN ZERO
			MOVE WS_FEED_SOURCE_ID (WS_CUR_FEED) TO WS_DUP_SOURCE_ID
		END-IF.

		WRITE WS_DUP_RECORD.

		ADD 1 TO WS_COUNT_DUPS.

		IF WS_WATCH_COUNT IS GREATER THAN ZERO
			PERFORM LOOKUP-SEEN-PARAGRAPH
			MOVE WS_SEEN_GOT_FLAG TO WS_FLAG
			MOVE WS_SEEN_GOT_BUCKET TO WS_SHIFT_BUCKET
			MOVE WS_SEEN_GOT_ORIG TO WS_ORIG_BUCKET
			MOVE WS_NUMBER TO WS_WATCH_NUMBER_WORK
			MOVE 'D' TO WS_WATCH_EVENT
			PERFORM CHECK-WATCH-PARAGRAPH
		END-IF.

		IF WS_FEEDS_PRESENT AND WS_CUR_FEED IS GREATER THAN ZERO
			ADD 1 TO WS_FEED_DUP_COUNT (WS_CUR_FEED)
		END-IF.
		MOVE WS_IN_RECORD TO WS_EXCEPT_INPUT.
		MOVE WS_EXC_REASON_CODE TO WS_EXCEPT_REASON_CODE.
		MOVE WS_EXC_REASON_TEXT TO WS_EXCEPT_REASON_TEXT.
		MOVE WS_SUPP_SEQ TO WS_EXCEPT_SUPP_SEQ.

		IF WS_FEEDS_PRESENT AND WS_CUR_FEED IS GREATER THAN ZERO
			MOVE WS_FEED_SOURCE_ID (WS_CUR_FEED)
				TO WS_EXCEPT_SOURCE_ID
		END-IF.

		WRITE WS_EXCEPT_RECORD.


		PERFORM ATTRIBUTE-FEED-EXC-PARAGRAPH.

		IF WS_IN_REVERSAL
			IF WS_IN_REV_NUMBER IS NUMERIC
				MOVE WS_IN_REV_NUMBER TO WS_WATCH_NUMBER_WORK
				MOVE 'X' TO WS_WATCH_EVENT
				PERFORM CHECK-WATCH-PARAGRAPH
			END-IF
		ELSE
			IF WS_IN_NUMBER IS NUMERIC
				MOVE WS_IN_NUMBER TO WS_WATCH_NUMBER_WORK
				MOVE 'X' TO WS_WATCH_EVENT
				PERFORM CHECK-WATCH-PARAGRAPH
			END-IF
		END-IF.

	CHECKPOINT-PARAGRAPH.

		ADD 1 TO WS_CKPT_COUNTER.
			MOVE WS_COUNT_DUPS TO WS_CKPT_OUT_COUNT_DUPS
			MOVE WS_COUNT_REVS TO WS_CKPT_OUT_COUNT_REVS
			MOVE WS_COUNT_REASSIGN TO WS_CKPT_OUT_COUNT_REAS
			MOVE WS_SUPP_SEQ TO WS_CKPT_OUT_SUPP_SEQ
			WRITE WS_CKPT_OUT_RECORD
			MOVE ZERO TO WS_CKPT_COUNTER
		END-IF.
		MOVE WS_FLAG TO WS_OUT_FLAG.
		MOVE WS_RUN_DATE TO WS_OUT_RUN_DATE.
		MOVE WS_SHIFT_BUCKET TO WS_OUT_SHIFT_BUCKET.
		MOVE WS_SUPP_SEQ TO WS_OUT_SUPP_SEQ.

		PERFORM WRITE-SHIFT-PARAGRAPH.


		IF WS_SHIFT_1
			MOVE WS_CAP_LIMIT_1 TO WS_CAP_LIMIT
			ADD WS_COUNT_SHIFT1 WS_DAY_SHIFT1 GIVING WS_CAP_LOAD
		ELSE
			IF WS_SHIFT_2
				MOVE WS_CAP_LIMIT_2 TO WS_CAP_LIMIT
				ADD WS_COUNT_SHIFT2 WS_DAY_SHIFT2
					GIVING WS_CAP_LOAD
			ELSE
				MOVE WS_CAP_LIMIT_3 TO WS_CAP_LIMIT
				ADD WS_COUNT_SHIFT3 WS_DAY_SHIFT3
					GIVING WS_CAP_LOAD
			END-IF
		END-IF.

	PICK-LEAST-LOADED-PARAGRAPH.

		MOVE '1' TO WS_SHIFT_BUCKET.
		ADD WS_COUNT_SHIFT1 WS_DAY_SHIFT1 GIVING WS_CAP_BEST.

		ADD WS_COUNT_SHIFT2 WS_DAY_SHIFT2 GIVING WS_CAP_LOAD.
		IF WS_CAP_LOAD IS LESS THAN WS_CAP_BEST
			MOVE '2' TO WS_SHIFT_BUCKET
			MOVE WS_CAP_LOAD TO WS_CAP_BEST
		END-IF.

		ADD WS_COUNT_SHIFT3 WS_DAY_SHIFT3 GIVING WS_CAP_LOAD.
		IF WS_CAP_LOAD IS LESS THAN WS_CAP_BEST
			MOVE '3' TO WS_SHIFT_BUCKET
			MOVE WS_CAP_LOAD TO WS_CAP_BEST
		END-IF.

	WRITE-SHIFT-PARAGRAPH.
		MOVE WS_REV_FLAG TO WS_AUDIT_REV_FLAG.
		MOVE WS_SHIFT_BUCKET TO WS_AUDIT_SHIFT_BUCKET.
		MOVE WS_ORIG_BUCKET TO WS_AUDIT_ORIG_BUCKET.
		MOVE WS_SUPP_SEQ TO WS_AUDIT_SUPP_SEQ.

		IF WS_FEEDS_PRESENT AND WS_CUR_FEED IS GREATER THAN ZERO
			MOVE WS_FEED_SOURCE_ID (WS_CUR_FEED)
		DISPLAY 'DUP CHECK OVERFLOWED . : ' WS_COUNT_DUP_UNCHK.
		DISPLAY 'REVERSAL RECORDS . . . : ' WS_COUNT_REVS.
		DISPLAY 'SHIFT REASSIGNMENTS  . : ' WS_COUNT_REASSIGN.
		DISPLAY 'WATCH-LIST HITS  . . . : ' WS_COUNT_WATCH_HITS.
		DISPLAY 'HASH TOTAL (WS_NUMBER) : ' WS_HASH_TOTAL.

		IF WS_FEEDS_PRESENT

		WRITE WS_FST_RECORD.

	WRITE-RULE-STATS-PARAGRAPH.

		IF WS_RULES_COUNT IS GREATER THAN ZERO
			OPEN EXTEND RULE-STATS
			IF WS_RULE_STATS_STATUS NOT EQUAL '00'
				OPEN OUTPUT RULE-STATS
			END-IF
			PERFORM WRITE-ONE-RULE-STAT-PARAGRAPH
				VARYING WS_RULE_SUB FROM 1 BY 1
				UNTIL WS_RULE_SUB > WS_RULES_COUNT
			CLOSE RULE-STATS
		END-IF.

	WRITE-ONE-RULE-STAT-PARAGRAPH.

		MOVE SPACES TO WS_RST_RECORD.
		MOVE WS_RUN_DATE TO WS_RST_RUN_DATE.
		MOVE WS_RUN_TIME TO WS_RST_RUN_TIME.
		MOVE WS_STEP_ID TO WS_RST_STEP_ID.
		MOVE WS_RULE_LOW (WS_RULE_SUB) TO WS_RST_LOW.
		MOVE WS_RULE_HIGH (WS_RULE_SUB) TO WS_RST_HIGH.
		MOVE WS_RULE_BUCKET (WS_RULE_SUB) TO WS_RST_BUCKET.
		MOVE WS_RULE_EFFECTIVE (WS_RULE_SUB) TO WS_RST_EFFECTIVE.
		MOVE WS_RULE_EXPIRES (WS_RULE_SUB) TO WS_RST_EXPIRES.
		MOVE WS_RULE_HITS (WS_RULE_SUB) TO WS_RST_HITS.
		MOVE WS_RULE_CHANGES (WS_RULE_SUB) TO WS_RST_CHANGES.

		WRITE WS_RST_RECORD.

	COMPUTE-LAG-PARAGRAPH.

		MOVE -999 TO WS_FST_LAG_DAYS.

	WRITE-TOTALS-PARAGRAPH.

		IF WS_SUPP_RUN
			PERFORM LOAD-DAY-TOTALS-PARAGRAPH
			OPEN EXTEND TOTALS-OUT
		ELSE
			OPEN OUTPUT TOTALS-OUT
		END-IF.

		MOVE SPACES TO WS_TOT_RECORD.
		MOVE WS_RUN_DATE TO WS_TOT_RUN_DATE.
		MOVE WS_HASH_TOTAL TO WS_TOT_HASH_TOTAL.
		MOVE WS_COUNT_REVS TO WS_TOT_COUNT_REVS.
		MOVE WS_COUNT_REASSIGN TO WS_TOT_COUNT_REASSIGN.
		MOVE WS_SUPP_SEQ TO WS_TOT_SUPP_SEQ.

		WRITE WS_TOT_RECORD.

		IF WS_SUPP_RUN
			PERFORM WRITE-DAY-TOTAL-PARAGRAPH
		END-IF.

		CLOSE TOTALS-OUT.

		PERFORM WRITE-DAILY-REPORT-PARAGRAPH.

	LOAD-DAY-TOTALS-PARAGRAPH.

		MOVE SPACES TO WS_DAY_RUN_TABLE.

		OPEN INPUT DAY-TOTALS-IN.

		IF WS_DAY_TOT_STATUS EQUAL '00'
			PERFORM READ-DAY-TOTALS-PARAGRAPH
			PERFORM KEEP-DAY-TOTALS-PARAGRAPH
				UNTIL WS_DAY_TOT_STATUS NOT EQUAL '00'
			CLOSE DAY-TOTALS-IN
		END-IF.

	READ-DAY-TOTALS-PARAGRAPH.

		READ DAY-TOTALS-IN.

	KEEP-DAY-TOTALS-PARAGRAPH.

		IF NOT WS_DTI_DAY_TOTAL
			AND WS_DTI_SUPP_SEQ NOT EQUAL WS_SUPP_SEQ
			IF WS_DTI_SUPP_SEQ EQUAL SPACE
				MOVE 1 TO WS_DAY_SUB
			ELSE
				MOVE WS_DTI_SUPP_SEQ TO WS_DAY_SEQ_NUM
				ADD 1 WS_DAY_SEQ_NUM GIVING WS_DAY_SUB
			END-IF
			MOVE WS_DTI_RECORD TO WS_DAY_RUN_SLOT (WS_DAY_SUB)
		END-IF.

		PERFORM READ-DAY-TOTALS-PARAGRAPH.

	WRITE-DAY-TOTAL-PARAGRAPH.

		MOVE WS_TOT_RECORD TO WS_DAY_RECORD.

		PERFORM ADD-DAY-RUN-PARAGRAPH
			VARYING WS_DAY_SUB FROM 1 BY 1
			UNTIL WS_DAY_SUB > 10.

		MOVE 'D' TO WS_DAY_REC_TYPE.

		WRITE WS_TOT_RECORD FROM WS_DAY_RECORD.

		DISPLAY 'ODD_EVEN - DAY TOTAL WITH SUPPLEMENTALS: READ '
			WS_DAY_RECORDS_READ ' EVEN ' WS_DAY_COUNT_EVEN
			' ODD ' WS_DAY_COUNT_ODD.

	ADD-DAY-RUN-PARAGRAPH.

		IF WS_DAY_RUN_SLOT (WS_DAY_SUB) NOT EQUAL SPACES
			MOVE WS_DAY_RUN_SLOT (WS_DAY_SUB) TO WS_DRN_RECORD
			IF WS_DAY_SUB EQUAL 1
				MOVE WS_DRN_JOB_ID TO WS_DAY_JOB_ID
				MOVE WS_DRN_STEP_ID TO WS_DAY_STEP_ID
			END-IF
			ADD WS_DRN_RECORDS_READ TO WS_DAY_RECORDS_READ
			ADD WS_DRN_COUNT_EVEN TO WS_DAY_COUNT_EVEN
			ADD WS_DRN_COUNT_ODD TO WS_DAY_COUNT_ODD
			ADD WS_DRN_COUNT_EXCEPT TO WS_DAY_COUNT_EXCEPT
			ADD WS_DRN_COUNT_SH1 TO WS_DAY_COUNT_SH1
			ADD WS_DRN_COUNT_SH2 TO WS_DAY_COUNT_SH2
			ADD WS_DRN_COUNT_SH3 TO WS_DAY_COUNT_SH3
			ADD WS_DRN_COUNT_DUPS TO WS_DAY_COUNT_DUPS
			ADD WS_DRN_COUNT_UNCHK TO WS_DAY_COUNT_UNCHK
			ADD WS_DRN_HASH_TOTAL TO WS_DAY_HASH_TOTAL
			ADD WS_DRN_COUNT_REVS TO WS_DAY_COUNT_REVS
			ADD WS_DRN_COUNT_REASSIGN TO WS_DAY_COUNT_REASSIGN
		END-IF.

	READ-PRIOR-TOTALS-PARAGRAPH.

		PERFORM CLEAR-PRIOR-TOTALS-PARAGRAPH.
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
			WRITE WS_PRINT_LINE
		END-IF.

		IF WS_SUPP_RUN
			MOVE SPACES TO WS_PRINT_LINE
			STRING 'SUPPLEMENTAL RUN ' WS_SUPP_SEQ
				' - TODAY IS THIS RUN ONLY; THE DAY TOTAL '
				'(MAIN RUN PLUS SUPPLEMENTALS) FOLLOWS.'
				DELIMITED BY SIZE
				INTO WS_PRINT_LINE
			WRITE WS_PRINT_LINE
		END-IF.

		MOVE 'ITEM                      TODAY    PRIOR      DIFF'
			TO WS_PRINT_LINE.
		WRITE WS_PRINT_LINE.
		MOVE WS_PRI_COUNT_SH3 TO WS_RPD_PRIOR_NUM.
		PERFORM WRITE-COMPARE-LINE-PARAGRAPH.

		IF WS_SUPP_RUN
			PERFORM WRITE-DAY-COMPARE-PARAGRAPH
		END-IF.

		MOVE SPACES TO WS_PRINT_LINE.
		WRITE WS_PRINT_LINE.

		MOVE WS_PCT_WORK TO WS_RPP_PRIOR.
		WRITE WS_PRINT_LINE FROM WS_RPT_PCT_LINE.

		IF WS_SUPP_RUN
			MOVE WS_DAY_RECORDS_READ TO WS_VOL_TODAY
		ELSE
			MOVE WS_RECORDS_READ TO WS_VOL_TODAY
		END-IF.

		IF WS_PRIOR_FOUND
			AND WS_PRI_RECORDS_READ IS GREATER THAN ZERO
			COMPUTE WS_VOL_PCT ROUNDED =
				WS_VOL_TODAY * 100 / WS_PRI_RECORDS_READ
			IF WS_VOL_PCT IS LESS THAN 70.0
				MOVE SPACES TO WS_PRINT_LINE
				WRITE WS_PRINT_LINE

		CLOSE REPORT-OUT.

	WRITE-DAY-COMPARE-PARAGRAPH.

		MOVE SPACES TO WS_PRINT_LINE.
		WRITE WS_PRINT_LINE.

		MOVE 'DAY RECORDS READ' TO WS_RPD_LABEL.
		MOVE WS_DAY_RECORDS_READ TO WS_RPD_TODAY_NUM.
		MOVE WS_PRI_RECORDS_READ TO WS_RPD_PRIOR_NUM.
		PERFORM WRITE-COMPARE-LINE-PARAGRAPH.

		MOVE 'DAY CLASSIFIED EVEN' TO WS_RPD_LABEL.
		MOVE WS_DAY_COUNT_EVEN TO WS_RPD_TODAY_NUM.
		MOVE WS_PRI_COUNT_EVEN TO WS_RPD_PRIOR_NUM.
		PERFORM WRITE-COMPARE-LINE-PARAGRAPH.

		MOVE 'DAY CLASSIFIED ODD' TO WS_RPD_LABEL.
		MOVE WS_DAY_COUNT_ODD TO WS_RPD_TODAY_NUM.
		MOVE WS_PRI_COUNT_ODD TO WS_RPD_PRIOR_NUM.
		PERFORM WRITE-COMPARE-LINE-PARAGRAPH.

		MOVE 'DAY EXCEPTION RECORDS' TO WS_RPD_LABEL.
		MOVE WS_DAY_COUNT_EXCEPT TO WS_RPD_TODAY_NUM.
		MOVE WS_PRI_COUNT_EXCEPT TO WS_RPD_PRIOR_NUM.
		PERFORM WRITE-COMPARE-LINE-PARAGRAPH.

		MOVE 'DAY DUPLICATE RECORDS' TO WS_RPD_LABEL.
		MOVE WS_DAY_COUNT_DUPS TO WS_RPD_TODAY_NUM.
		MOVE WS_PRI_COUNT_DUPS TO WS_RPD_PRIOR_NUM.
		PERFORM WRITE-COMPARE-LINE-PARAGRAPH.

		MOVE 'DAY REVERSAL RECORDS' TO WS_RPD_LABEL.
		MOVE WS_DAY_COUNT_REVS TO WS_RPD_TODAY_NUM.
		MOVE WS_PRI_COUNT_REVS TO WS_RPD_PRIOR_NUM.
		PERFORM WRITE-COMPARE-LINE-PARAGRAPH.

	WRITE-COMPARE-LINE-PARAGRAPH.

		MOVE WS_RPD_TODAY_NUM TO WS_RPD_TODAY.
