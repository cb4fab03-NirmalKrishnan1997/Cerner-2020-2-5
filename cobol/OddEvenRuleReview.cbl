*> =======================================================
*>
*>	Cobol Program for cerner_2^5_2020
*>
*> =======================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ODDEVRRV.

*> ---------------------------------------------------------------
*> Modification History
*>   10/15/2026 - New monthly rule review off the RULESTAT rule-hit
*>                statistics ODD_EVEN appends at the end of every
*>                run. ODDEVSIM says how many accounts a candidate
*>                rule would match, but nothing said whether a
*>                RULES-IN row in force ever fired in production,
*>                and the business units keep asking for new ranges
*>                while the table creeps toward its 50-row limit.
*>                The PARM is the month to review (YYYYMM) or * for
*>                everything on the file. Each rule (LOW + HIGH +
*>                EFFECTIVE, the way ODDEVRUM identifies a row) is
*>                totalled over the period -- days in force, numbers
*>                overridden, overrides that changed the flag from
*>                the ODDEVCLS default -- and joined to the latest
*>                ADD/CHG entry for it on the RULESLOG change-
*>                history log (ODDEVRL) for its requester and
*>                request date, so operations know who to ask
*>                before a rule is retired. REVIEW-REPORT lists
*>                every rule, then the rules with zero hits over the
*>                period, the hot rules that carry 80 percent of the
*>                override volume, and the redundant rules whose
*>                override never changed the default flag, with the
*>                peak number of rules in force on any run against
*>                the 50-row limit.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT STATS-IN ASSIGN TO RULESTAT
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_STATS_IN_STATUS.

		SELECT LOG-IN ASSIGN TO RULESLOG
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_LOG_IN_STATUS.

		SELECT REVIEW-REPORT ASSIGN TO REVIEWRP
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

	FILE SECTION.
	FD STATS-IN.
	COPY ODDEVRS.

	FD LOG-IN.
	COPY ODDEVRL.

	FD REVIEW-REPORT.
	01	WS_REPORT_LINE		PIC	X(100).

	WORKING-STORAGE SECTION.
	01	WS_STATS_IN_STATUS	PIC	X(02).
	01	WS_LOG_IN_STATUS	PIC	X(02).

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	01	WS_PARM_DATA	PIC	X(20)	VALUE SPACE.
	01	WS_QRY_MONTH	PIC	X(06)	VALUE '*'.

	01	WS_RV_SUB	PIC	9(03)	VALUE ZERO.
	01	WS_INS_SUB	PIC	9(03)	VALUE ZERO.
	01	WS_FOUND_SUB	PIC	9(03)	VALUE ZERO.
	01	WS_BEST_SUB	PIC	9(03)	VALUE ZERO.
	01	WS_RANK		PIC	9(03)	VALUE ZERO.

	01	WS_BEFORE_SW	PIC	X(01)	VALUE 'N'.
		88	WS_KEY_BEFORE		VALUE 'Y'.

	01	WS_RULE_OVERFLOW_SW	PIC	X(01)	VALUE 'N'.
		88	WS_RULE_OVERFLOW	VALUE 'Y'.

	01	WS_LOW_KEY	PIC	X(10)	VALUE SPACE.
	01	WS_HIGH_KEY	PIC	X(10)	VALUE SPACE.

	01	WS_RUN_KEY.
		05	WS_RUN_KEY_DATE		PIC	X(08)	VALUE SPACE.
		05	WS_RUN_KEY_TIME		PIC	X(08)	VALUE SPACE.
		05	WS_RUN_KEY_STEP		PIC	X(08)	VALUE SPACE.

	01	WS_RUN_RULES	PIC	9(05)	VALUE ZERO.
	01	WS_PEAK_RULES	PIC	9(05)	VALUE ZERO.
	01	WS_PEAK_DATE	PIC	X(08)	VALUE SPACE.

	01	WS_RULES_TABLE.
		05	WS_RV_COUNT		PIC	9(03)	VALUE ZERO.
		05	WS_RV_ENTRY OCCURS 200 TIMES.
			10	WS_RV_LOW		PIC	S9(9)	SIGN IS LEADING SEPARATE.
			10	WS_RV_HIGH		PIC	S9(9)	SIGN IS LEADING SEPARATE.
			10	WS_RV_EFFECTIVE		PIC	X(08).
			10	WS_RV_EXPIRES		PIC	X(08).
			10	WS_RV_BUCKET		PIC	X(01).
			10	WS_RV_LOW_KEY		PIC	X(10).
			10	WS_RV_HIGH_KEY		PIC	X(10).
			10	WS_RV_HITS		PIC	9(09).
			10	WS_RV_CHANGES		PIC	9(09).
			10	WS_RV_DAYS		PIC	9(05).
			10	WS_RV_LAST_DATE		PIC	X(08).
			10	WS_RV_REQUESTER		PIC	X(08).
			10	WS_RV_REQ_DATE		PIC	X(08).
			10	WS_RV_RANKED_SW		PIC	X(01).
				88	WS_RV_RANKED		VALUE 'Y'.

	01	WS_RRV_TOTALS.
		05	WS_COUNT_READ		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_MATCHED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_LOG_READ	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_LOG_JOINED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ZERO_HIT	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_HOT		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_REDUNDANT	PIC	9(07)	VALUE ZERO.
		05	WS_TOTAL_HITS		PIC	9(11)	VALUE ZERO.
		05	WS_CUM_HITS		PIC	9(11)	VALUE ZERO.

	01	WS_PCT_WORK	PIC	9(03)V9	VALUE ZERO.
	01	WS_CUM_PCT	PIC	9(03)V9	VALUE ZERO.

	01	WS_RULE_HEAD.
		05	FILLER			PIC	X(50)
			VALUE '         LOW        HIGH  B  EFFECTIV EXPIRES     '.
		05	FILLER			PIC	X(50)
			VALUE '  HITS   CHANGES  DAYS  REQUESTR  REQ DATE'.

	01	WS_RULE_LINE.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RLN_LOW		PIC	-(9)9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RLN_HIGH		PIC	-(9)9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RLN_BUCKET		PIC	X(01).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RLN_EFFECTIVE	PIC	X(08).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_RLN_EXPIRES		PIC	X(08).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_RLN_HITS		PIC	ZZZZZZZZ9.
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_RLN_CHANGES		PIC	ZZZZZZZZ9.
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_RLN_DAYS		PIC	ZZZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RLN_REQUESTER	PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RLN_REQ_DATE		PIC	X(08).
		05	FILLER			PIC	X(08)	VALUE SPACE.

	01	WS_HOT_HEAD.
		05	FILLER			PIC	X(50)
			VALUE 'RNK        LOW        HIGH  B       HITS   PCT    '.
		05	FILLER			PIC	X(50)
			VALUE '  CUM  REQUESTR  REQ DATE'.

	01	WS_HOT_LINE.
		05	WS_HLN_RANK		PIC	ZZ9.
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_HLN_LOW		PIC	-(9)9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_HLN_HIGH		PIC	-(9)9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_HLN_BUCKET		PIC	X(01).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_HLN_HITS		PIC	ZZZZZZZZZ9.
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_HLN_PCT		PIC	ZZ9.9.
		05	FILLER			PIC	X(04)	VALUE SPACE.
		05	WS_HLN_CUM_PCT		PIC	ZZ9.9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_HLN_REQUESTER	PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_HLN_REQ_DATE		PIC	X(08).
		05	FILLER			PIC	X(25)	VALUE SPACE.

	01	WS_COUNT_LINE.
		05	WS_CNT_TEXT		PIC	X(30)	VALUE SPACE.
		05	WS_CNT_VALUE		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(63)	VALUE SPACE.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_PARM_DATA FROM COMMAND-LINE.

		IF WS_PARM_DATA IS NOT EQUAL TO SPACES
			MOVE WS_PARM_DATA (1:6) TO WS_QRY_MONTH
		END-IF.

		OPEN OUTPUT REVIEW-REPORT.

		MOVE 'ODDEVEN RULES-IN PRODUCTION RULE REVIEW'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'MONTH ' WS_QRY_MONTH
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		OPEN INPUT STATS-IN.

		IF WS_STATS_IN_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVRRV - RULESTAT FILE NOT AVAILABLE, '
				'STATUS ' WS_STATS_IN_STATUS
			MOVE 'NO RULE-HIT STATISTICS FILE; NOTHING TO REVIEW.'
				TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
			CLOSE REVIEW-REPORT
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF.

		PERFORM READ-STATS-PARAGRAPH.
		PERFORM SELECT-STATS-PARAGRAPH UNTIL WS_EOF.
		PERFORM CLOSE-RUN-PARAGRAPH.

		CLOSE STATS-IN.

		PERFORM JOIN-CHANGE-LOG-PARAGRAPH.

		PERFORM WRITE-REPORT-PARAGRAPH.

		CLOSE REVIEW-REPORT.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		IF WS_RULE_OVERFLOW
			MOVE 4 TO RETURN-CODE
		END-IF.

	STOP RUN.

	READ-STATS-PARAGRAPH.

		READ STATS-IN
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_READ
		END-IF.

	SELECT-STATS-PARAGRAPH.

		IF WS_QRY_MONTH (1:1) EQUAL '*'
			OR WS_RST_RUN_DATE (1:6) IS EQUAL TO WS_QRY_MONTH
			ADD 1 TO WS_COUNT_MATCHED
			PERFORM TRACK-RUN-PARAGRAPH
			PERFORM TALLY-STAT-PARAGRAPH
		END-IF.

		PERFORM READ-STATS-PARAGRAPH.

	TRACK-RUN-PARAGRAPH.

		IF WS_RST_RUN_DATE NOT EQUAL WS_RUN_KEY_DATE
			OR WS_RST_RUN_TIME NOT EQUAL WS_RUN_KEY_TIME
			OR WS_RST_STEP_ID NOT EQUAL WS_RUN_KEY_STEP
			PERFORM CLOSE-RUN-PARAGRAPH
			MOVE WS_RST_RUN_DATE TO WS_RUN_KEY_DATE
			MOVE WS_RST_RUN_TIME TO WS_RUN_KEY_TIME
			MOVE WS_RST_STEP_ID TO WS_RUN_KEY_STEP
			MOVE ZERO TO WS_RUN_RULES
		END-IF.

		ADD 1 TO WS_RUN_RULES.

	CLOSE-RUN-PARAGRAPH.

		IF WS_RUN_RULES IS GREATER THAN WS_PEAK_RULES
			MOVE WS_RUN_RULES TO WS_PEAK_RULES
			MOVE WS_RUN_KEY_DATE TO WS_PEAK_DATE
		END-IF.

	TALLY-STAT-PARAGRAPH.

		PERFORM LOCATE-RULE-PARAGRAPH.

		IF WS_FOUND_SUB IS GREATER THAN ZERO
			IF WS_RST_RUN_DATE NOT EQUAL
					WS_RV_LAST_DATE (WS_FOUND_SUB)
				ADD 1 TO WS_RV_DAYS (WS_FOUND_SUB)
				MOVE WS_RST_RUN_DATE
					TO WS_RV_LAST_DATE (WS_FOUND_SUB)
			END-IF
			MOVE WS_RST_BUCKET TO WS_RV_BUCKET (WS_FOUND_SUB)
			MOVE WS_RST_EXPIRES TO WS_RV_EXPIRES (WS_FOUND_SUB)
			IF WS_RST_HITS IS NUMERIC
				ADD WS_RST_HITS TO WS_RV_HITS (WS_FOUND_SUB)
				ADD WS_RST_HITS TO WS_TOTAL_HITS
			END-IF
			IF WS_RST_CHANGES IS NUMERIC
				ADD WS_RST_CHANGES TO WS_RV_CHANGES (WS_FOUND_SUB)
			END-IF
		END-IF.

	LOCATE-RULE-PARAGRAPH.

		MOVE ZERO TO WS_FOUND_SUB.

		PERFORM SCAN-RULE-PARAGRAPH
			VARYING WS_RV_SUB FROM 1 BY 1
			UNTIL WS_RV_SUB > WS_RV_COUNT
				OR WS_FOUND_SUB IS GREATER THAN ZERO.

		IF WS_FOUND_SUB IS EQUAL TO ZERO
			PERFORM INSERT-RULE-PARAGRAPH
		END-IF.

	SCAN-RULE-PARAGRAPH.

		IF WS_RV_LOW (WS_RV_SUB) IS EQUAL TO WS_RST_LOW
			AND WS_RV_HIGH (WS_RV_SUB) IS EQUAL TO WS_RST_HIGH
			AND WS_RV_EFFECTIVE (WS_RV_SUB) IS EQUAL
				TO WS_RST_EFFECTIVE
			MOVE WS_RV_SUB TO WS_FOUND_SUB
		END-IF.

	INSERT-RULE-PARAGRAPH.

		IF WS_RV_COUNT IS EQUAL TO 200
			IF NOT WS_RULE_OVERFLOW
				DISPLAY 'ODDEVRRV WARNING - MORE THAN 200 DISTINCT '
					'RULES IN THE PERIOD; FURTHER RULES SKIPPED.'
				MOVE 'Y' TO WS_RULE_OVERFLOW_SW
			END-IF
		ELSE
			MOVE WS_RV_COUNT TO WS_INS_SUB
			ADD 1 TO WS_RV_COUNT
			MOVE 'N' TO WS_BEFORE_SW
			IF WS_INS_SUB IS GREATER THAN ZERO
				PERFORM COMPARE-KEY-PARAGRAPH
			END-IF
			PERFORM SHIFT-RULE-PARAGRAPH
				UNTIL WS_INS_SUB IS EQUAL TO ZERO
					OR NOT WS_KEY_BEFORE
			ADD 1 WS_INS_SUB GIVING WS_FOUND_SUB
			MOVE SPACES TO WS_RV_ENTRY (WS_FOUND_SUB)
			MOVE WS_RST_LOW TO WS_RV_LOW (WS_FOUND_SUB)
			MOVE WS_RST_HIGH TO WS_RV_HIGH (WS_FOUND_SUB)
			MOVE WS_RST_EFFECTIVE TO WS_RV_EFFECTIVE (WS_FOUND_SUB)
			MOVE WS_RST_LOW TO WS_LOW_KEY
			MOVE WS_RST_HIGH TO WS_HIGH_KEY
			MOVE WS_LOW_KEY TO WS_RV_LOW_KEY (WS_FOUND_SUB)
			MOVE WS_HIGH_KEY TO WS_RV_HIGH_KEY (WS_FOUND_SUB)
			MOVE ZERO TO WS_RV_HITS (WS_FOUND_SUB)
			MOVE ZERO TO WS_RV_CHANGES (WS_FOUND_SUB)
			MOVE ZERO TO WS_RV_DAYS (WS_FOUND_SUB)
			MOVE '*NO LOG*' TO WS_RV_REQUESTER (WS_FOUND_SUB)
			MOVE 'N' TO WS_RV_RANKED_SW (WS_FOUND_SUB)
		END-IF.

	COMPARE-KEY-PARAGRAPH.

		MOVE 'N' TO WS_BEFORE_SW.

		IF WS_RST_LOW IS LESS THAN WS_RV_LOW (WS_INS_SUB)
			MOVE 'Y' TO WS_BEFORE_SW
		ELSE
			IF WS_RST_LOW IS EQUAL TO WS_RV_LOW (WS_INS_SUB)
				IF WS_RST_HIGH IS LESS THAN WS_RV_HIGH (WS_INS_SUB)
					MOVE 'Y' TO WS_BEFORE_SW
				ELSE
					IF WS_RST_HIGH IS EQUAL TO
							WS_RV_HIGH (WS_INS_SUB)
						AND WS_RST_EFFECTIVE IS LESS THAN
							WS_RV_EFFECTIVE (WS_INS_SUB)
						MOVE 'Y' TO WS_BEFORE_SW
					END-IF
				END-IF
			END-IF
		END-IF.

	SHIFT-RULE-PARAGRAPH.

		MOVE WS_RV_ENTRY (WS_INS_SUB)
			TO WS_RV_ENTRY (WS_INS_SUB + 1).
		SUBTRACT 1 FROM WS_INS_SUB.

		IF WS_INS_SUB IS GREATER THAN ZERO
			PERFORM COMPARE-KEY-PARAGRAPH
		END-IF.

	JOIN-CHANGE-LOG-PARAGRAPH.

		MOVE 'N' TO WS_EOF_SW.

		OPEN INPUT LOG-IN.

		IF WS_LOG_IN_STATUS EQUAL '00'
			PERFORM READ-LOG-PARAGRAPH
			PERFORM MATCH-LOG-PARAGRAPH UNTIL WS_EOF
			CLOSE LOG-IN
		ELSE
			DISPLAY 'ODDEVRRV WARNING - RULESLOG NOT AVAILABLE, '
				'STATUS ' WS_LOG_IN_STATUS '; REQUESTERS SHOW '
				'*NO LOG*.'
		END-IF.

	READ-LOG-PARAGRAPH.

		READ LOG-IN
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_LOG_READ
		END-IF.

	MATCH-LOG-PARAGRAPH.

		IF WS_RL_ACTION EQUAL 'ADD' OR WS_RL_ACTION EQUAL 'CHG'
			PERFORM MATCH-LOG-RULE-PARAGRAPH
				VARYING WS_RV_SUB FROM 1 BY 1
				UNTIL WS_RV_SUB > WS_RV_COUNT
		END-IF.

		PERFORM READ-LOG-PARAGRAPH.

	MATCH-LOG-RULE-PARAGRAPH.

		IF WS_RL_NEW_LOW EQUAL WS_RV_LOW_KEY (WS_RV_SUB)
			AND WS_RL_NEW_HIGH EQUAL WS_RV_HIGH_KEY (WS_RV_SUB)
			AND WS_RL_NEW_EFFECTIVE EQUAL WS_RV_EFFECTIVE (WS_RV_SUB)
			IF WS_RV_REQUESTER (WS_RV_SUB) EQUAL '*NO LOG*'
				ADD 1 TO WS_COUNT_LOG_JOINED
			END-IF
			MOVE WS_RL_REQUESTER TO WS_RV_REQUESTER (WS_RV_SUB)
			MOVE WS_RL_REQUEST_DATE TO WS_RV_REQ_DATE (WS_RV_SUB)
		END-IF.

	WRITE-REPORT-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		IF WS_RV_COUNT IS EQUAL TO ZERO
			MOVE 'NO RULE-HIT STATISTICS FOR THE MONTH.'
				TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		ELSE
			MOVE 'RULE ACTIVITY FOR THE PERIOD' TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
			WRITE WS_REPORT_LINE FROM WS_RULE_HEAD
			PERFORM WRITE-RULE-PARAGRAPH
				VARYING WS_RV_SUB FROM 1 BY 1
				UNTIL WS_RV_SUB > WS_RV_COUNT
			PERFORM WRITE-ZERO-HIT-PARAGRAPH
			PERFORM WRITE-HOT-PARAGRAPH
			PERFORM WRITE-REDUNDANT-PARAGRAPH
		END-IF.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'RULE-STAT RECORDS READ' TO WS_CNT_TEXT.
		MOVE WS_COUNT_READ TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'RECORDS REVIEWED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MATCHED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'RULES IN FORCE IN PERIOD' TO WS_CNT_TEXT.
		MOVE WS_RV_COUNT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'RULES JOINED TO CHANGE LOG' TO WS_CNT_TEXT.
		MOVE WS_COUNT_LOG_JOINED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'ZERO-HIT RULES' TO WS_CNT_TEXT.
		MOVE WS_COUNT_ZERO_HIT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'HOT RULES' TO WS_CNT_TEXT.
		MOVE WS_COUNT_HOT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'REDUNDANT RULES' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REDUNDANT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'PEAK RULES IN FORCE ON A RUN' TO WS_CNT_TEXT.
		MOVE WS_PEAK_RULES TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		IF WS_PEAK_RULES IS NOT LESS THAN 45
			MOVE SPACES TO WS_REPORT_LINE
			STRING '** WARNING - RULE TABLE WITHIN 5 ROWS OF ITS '
				'50-ROW LIMIT ON ' WS_PEAK_DATE ' **'
				DELIMITED BY SIZE
				INTO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

	WRITE-RULE-PARAGRAPH.

		MOVE WS_RV_LOW (WS_RV_SUB) TO WS_RLN_LOW.
		MOVE WS_RV_HIGH (WS_RV_SUB) TO WS_RLN_HIGH.
		MOVE WS_RV_BUCKET (WS_RV_SUB) TO WS_RLN_BUCKET.
		MOVE WS_RV_EFFECTIVE (WS_RV_SUB) TO WS_RLN_EFFECTIVE.
		MOVE WS_RV_EXPIRES (WS_RV_SUB) TO WS_RLN_EXPIRES.
		MOVE WS_RV_HITS (WS_RV_SUB) TO WS_RLN_HITS.
		MOVE WS_RV_CHANGES (WS_RV_SUB) TO WS_RLN_CHANGES.
		MOVE WS_RV_DAYS (WS_RV_SUB) TO WS_RLN_DAYS.
		MOVE WS_RV_REQUESTER (WS_RV_SUB) TO WS_RLN_REQUESTER.
		MOVE WS_RV_REQ_DATE (WS_RV_SUB) TO WS_RLN_REQ_DATE.
		WRITE WS_REPORT_LINE FROM WS_RULE_LINE.

	WRITE-ZERO-HIT-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE 'ZERO-HIT RULES (IN FORCE, NEVER MATCHED A NUMBER)'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_RULE_HEAD.

		PERFORM SELECT-ZERO-HIT-PARAGRAPH
			VARYING WS_RV_SUB FROM 1 BY 1
			UNTIL WS_RV_SUB > WS_RV_COUNT.

		IF WS_COUNT_ZERO_HIT IS EQUAL TO ZERO
			MOVE '  (NONE)' TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

	SELECT-ZERO-HIT-PARAGRAPH.

		IF WS_RV_HITS (WS_RV_SUB) IS EQUAL TO ZERO
			ADD 1 TO WS_COUNT_ZERO_HIT
			PERFORM WRITE-RULE-PARAGRAPH
		END-IF.

	WRITE-HOT-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE 'HOT RULES (CARRYING 80 PCT OF ALL RULE OVERRIDES)'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_HOT_HEAD.

		MOVE ZERO TO WS_CUM_HITS.
		MOVE ZERO TO WS_CUM_PCT.
		MOVE ZERO TO WS_RANK.
		MOVE 1 TO WS_BEST_SUB.

		IF WS_TOTAL_HITS IS GREATER THAN ZERO
			PERFORM RANK-HOT-PARAGRAPH
				UNTIL WS_CUM_PCT IS NOT LESS THAN 80
					OR WS_BEST_SUB IS EQUAL TO ZERO
		END-IF.

		IF WS_COUNT_HOT IS EQUAL TO ZERO
			MOVE '  (NONE)' TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

	RANK-HOT-PARAGRAPH.

		MOVE ZERO TO WS_BEST_SUB.

		PERFORM PICK-BEST-PARAGRAPH
			VARYING WS_RV_SUB FROM 1 BY 1
			UNTIL WS_RV_SUB > WS_RV_COUNT.

		IF WS_BEST_SUB IS GREATER THAN ZERO
			MOVE 'Y' TO WS_RV_RANKED_SW (WS_BEST_SUB)
			ADD 1 TO WS_RANK
			ADD 1 TO WS_COUNT_HOT
			ADD WS_RV_HITS (WS_BEST_SUB) TO WS_CUM_HITS
			COMPUTE WS_PCT_WORK ROUNDED =
				WS_RV_HITS (WS_BEST_SUB) * 100 / WS_TOTAL_HITS
			COMPUTE WS_CUM_PCT ROUNDED =
				WS_CUM_HITS * 100 / WS_TOTAL_HITS
			MOVE WS_RANK TO WS_HLN_RANK
			MOVE WS_RV_LOW (WS_BEST_SUB) TO WS_HLN_LOW
			MOVE WS_RV_HIGH (WS_BEST_SUB) TO WS_HLN_HIGH
			MOVE WS_RV_BUCKET (WS_BEST_SUB) TO WS_HLN_BUCKET
			MOVE WS_RV_HITS (WS_BEST_SUB) TO WS_HLN_HITS
			MOVE WS_PCT_WORK TO WS_HLN_PCT
			MOVE WS_CUM_PCT TO WS_HLN_CUM_PCT
			MOVE WS_RV_REQUESTER (WS_BEST_SUB) TO WS_HLN_REQUESTER
			MOVE WS_RV_REQ_DATE (WS_BEST_SUB) TO WS_HLN_REQ_DATE
			WRITE WS_REPORT_LINE FROM WS_HOT_LINE
		END-IF.

	PICK-BEST-PARAGRAPH.

		IF NOT WS_RV_RANKED (WS_RV_SUB)
			AND WS_RV_HITS (WS_RV_SUB) IS GREATER THAN ZERO
			IF WS_BEST_SUB IS EQUAL TO ZERO
				MOVE WS_RV_SUB TO WS_BEST_SUB
			ELSE
				IF WS_RV_HITS (WS_RV_SUB) IS GREATER THAN
						WS_RV_HITS (WS_BEST_SUB)
					MOVE WS_RV_SUB TO WS_BEST_SUB
				END-IF
			END-IF
		END-IF.

	WRITE-REDUNDANT-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE 'REDUNDANT RULES (OVERRIDE NEVER CHANGED THE DEFAULT FLAG)'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_RULE_HEAD.

		PERFORM SELECT-REDUNDANT-PARAGRAPH
			VARYING WS_RV_SUB FROM 1 BY 1
			UNTIL WS_RV_SUB > WS_RV_COUNT.

		IF WS_COUNT_REDUNDANT IS EQUAL TO ZERO
			MOVE '  (NONE)' TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

	SELECT-REDUNDANT-PARAGRAPH.

		IF WS_RV_HITS (WS_RV_SUB) IS GREATER THAN ZERO
			AND WS_RV_CHANGES (WS_RV_SUB) IS EQUAL TO ZERO
			ADD 1 TO WS_COUNT_REDUNDANT
			PERFORM WRITE-RULE-PARAGRAPH
		END-IF.

	CONTROL-TOTALS-PARAGRAPH.

		DISPLAY '-------------------------------------------'.
		DISPLAY 'ODDEVRRV CONTROL TOTALS'.
		DISPLAY 'RULE-STAT RECORDS READ : ' WS_COUNT_READ.
		DISPLAY 'RECORDS REVIEWED . . . : ' WS_COUNT_MATCHED.
		DISPLAY 'RULES IN FORCE . . . . : ' WS_RV_COUNT.
		DISPLAY 'CHANGE-LOG ENTRIES READ: ' WS_COUNT_LOG_READ.
		DISPLAY 'ZERO-HIT RULES . . . . : ' WS_COUNT_ZERO_HIT.
		DISPLAY 'HOT RULES  . . . . . . : ' WS_COUNT_HOT.
		DISPLAY 'REDUNDANT RULES  . . . : ' WS_COUNT_REDUNDANT.
		DISPLAY 'PEAK RULES IN FORCE  . : ' WS_PEAK_RULES.
		DISPLAY '-------------------------------------------'.
