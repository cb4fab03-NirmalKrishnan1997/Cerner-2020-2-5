*> =======================================================
*>
*>	Cobol Program for cerner_2^5_2020
*>
*> =======================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ODDEVBWR.

*> ---------------------------------------------------------------
*> Modification History
*>   10/15/2026 - New monthly batch-window report off the run-control
*>                history (RUN-CTL-HIST, ODDEVRH layout) that
*>                ODDEVRCI appends each morning. For the PARM month
*>                (YYYYMM, blank meaning the current month) it
*>                shows three things. First, per run-control step,
*>                the elapsed-time trend: average minutes for the
*>                completed runs in each week of the month, the
*>                month's average against the prior month's, the
*>                average day volume from TOTALS beside them, and
*>                seconds per thousand records, so a step that got
*>                slower on the same volume (SLOWDOWN) can be told
*>                from one that simply had more to do (VOL GROWTH).
*>                Second, per business date, the daily cycle's
*>                critical path -- the first start and the last end
*>                of the nightly steps (ODDEVSN CYCLE = Y) --
*>                against the SLA deadline, given in the PARM as
*>                HHMM and a day offset from the business date
*>                (default 0600 the next day); a date whose RECON
*>                never posted C is NOT DONE. Third, every step of
*>                every date that ended E, was left started, was
*>                restarted, or refused a double submit. A later
*>                history record for the same date replaces the
*>                earlier one. RC=4 when any date missed the SLA or
*>                never completed, RC=8 on a bad PARM, RC=12 when
*>                the history will not open.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT RUN-CTL-HIST ASSIGN TO RCHIST
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_RUN_HIST_STATUS.

		SELECT WINDOW-REPORT ASSIGN TO BWRPT
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

	FILE SECTION.
	FD RUN-CTL-HIST.
	COPY ODDEVRH.

	FD WINDOW-REPORT.
	01	WS_REPORT_LINE		PIC	X(132).

	WORKING-STORAGE SECTION.
	01	WS_RUN_HIST_STATUS	PIC	X(02).

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	01	WS_RUN_DATE	PIC	X(08).
	01	WS_RUN_TIME	PIC	X(08).

	01	WS_PARM_DATA	PIC	X(40)	VALUE SPACE.

	01	WS_BWR_MONTH	PIC	X(06)	VALUE SPACE.
	01	WS_BWR_MONTH_PARTS REDEFINES WS_BWR_MONTH.
		05	WS_BWR_YEAR		PIC	9(04).
		05	WS_BWR_MM		PIC	9(02).

	01	WS_PRIOR_MONTH	PIC	X(06)	VALUE SPACE.
	01	WS_PRIOR_MONTH_PARTS REDEFINES WS_PRIOR_MONTH.
		05	WS_PRIOR_YEAR		PIC	9(04).
		05	WS_PRIOR_MM		PIC	9(02).

	01	WS_BWR_DEADLINE	PIC	X(04)	VALUE SPACE.
	01	WS_BWR_DEADLINE_PARTS REDEFINES WS_BWR_DEADLINE.
		05	WS_DL_HH		PIC	9(02).
		05	WS_DL_MM		PIC	9(02).

	01	WS_BWR_OFFSET	PIC	X(01)	VALUE SPACE.
	01	WS_BWR_OFFSET_NUM REDEFINES WS_BWR_OFFSET
				PIC	9(01).

	01	WS_PARM_OK_SW	PIC	X(01)	VALUE 'Y'.
		88	WS_PARM_OK		VALUE 'Y'.

	COPY ODDEVRH REPLACING LEADING ==WS_RH== BY ==WS_HST==.

	COPY ODDEVRC REPLACING LEADING ==WS_RC== BY ==WS_DAY==.

	COPY ODDEVSN.

	01	WS_MON_SUB	PIC	9(01)	VALUE ZERO.
	01	WS_DAY_SUB	PIC	9(02)	VALUE ZERO.
	01	WS_SN_SUB	PIC	9(02)	VALUE ZERO.
	01	WS_WEEK_SUB	PIC	9(01)	VALUE ZERO.

	01	WS_HIST_TABLE.
		05	WS_HT_MONTH OCCURS 2 TIMES.
			10	WS_HT_DAY OCCURS 31 TIMES.
				15	WS_HT_LOADED	PIC	X(01)	VALUE 'N'.
					88	WS_HT_IS_LOADED		VALUE 'Y'.
				15	WS_HT_IMAGE	PIC	X(450)	VALUE SPACE.

	01	WS_STEP_STATS.
		05	WS_SS_MONTH OCCURS 2 TIMES.
			10	WS_SS_STEP OCCURS 11 TIMES.
				15	WS_SS_RUNS	PIC	9(03)	VALUE ZERO.
				15	WS_SS_SECS	PIC	9(09)	VALUE ZERO.
				15	WS_SS_VOL_DAYS	PIC	9(03)	VALUE ZERO.
				15	WS_SS_VOL	PIC	9(11)	VALUE ZERO.
				15	WS_SS_VOL_SECS	PIC	9(09)	VALUE ZERO.
				15	WS_SS_WEEK OCCURS 5 TIMES.
					20	WS_SS_WK_RUNS	PIC	9(03)	VALUE ZERO.
					20	WS_SS_WK_SECS	PIC	9(09)	VALUE ZERO.

	01	WS_STEP_STATUS	PIC	X(01)	VALUE SPACE.

	01	WS_DATE_INT	PIC	9(08)	VALUE ZERO.
	01	WS_DAYNO	PIC	S9(08)	VALUE ZERO.
	01	WS_DEADLINE_DAYNO	PIC	S9(08)	VALUE ZERO.
	01	WS_DEADLINE_DATE	PIC	9(08)	VALUE ZERO.

	01	WS_TIME_WORK	PIC	X(06)	VALUE SPACE.
	01	WS_TIME_PARTS REDEFINES WS_TIME_WORK.
		05	WS_TW_HH		PIC	9(02).
		05	WS_TW_MM		PIC	9(02).
		05	WS_TW_SS		PIC	9(02).

	01	WS_START_SW	PIC	X(01)	VALUE 'N'.
		88	WS_START_VALID		VALUE 'Y'.
	01	WS_END_SW	PIC	X(01)	VALUE 'N'.
		88	WS_END_VALID		VALUE 'Y'.
	01	WS_ELAPSED_SW	PIC	X(01)	VALUE 'N'.
		88	WS_ELAPSED_VALID	VALUE 'Y'.

	01	WS_START_ABS	PIC	S9(12)	VALUE ZERO.
	01	WS_END_ABS	PIC	S9(12)	VALUE ZERO.
	01	WS_ELAPSED_SECS	PIC	S9(09)	VALUE ZERO.

	01	WS_WIN_START_ABS	PIC	S9(12)	VALUE ZERO.
	01	WS_WIN_END_ABS		PIC	S9(12)	VALUE ZERO.
	01	WS_DEADLINE_ABS		PIC	S9(12)	VALUE ZERO.
	01	WS_WIN_START_STAMP	PIC	X(14)	VALUE SPACE.
	01	WS_WIN_END_STAMP	PIC	X(14)	VALUE SPACE.

	01	WS_DAY_ERRORS	PIC	9(02)	VALUE ZERO.
	01	WS_DAY_RESTARTS	PIC	9(03)	VALUE ZERO.
	01	WS_DAY_REFUSED	PIC	9(03)	VALUE ZERO.

	01	WS_STAMP_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_STAMP_TIME	PIC	X(06)	VALUE SPACE.
	01	WS_STAMP	PIC	X(14)	VALUE SPACE.

	01	WS_MINUTES	PIC	S9(06)V9	VALUE ZERO.
	01	WS_AVG_MIN	PIC	9(05)V9	VALUE ZERO.
	01	WS_PRV_MIN	PIC	9(05)V9	VALUE ZERO.
	01	WS_CHG_PCT	PIC	S9(05)V9	VALUE ZERO.
	01	WS_AVG_VOL	PIC	9(09)	VALUE ZERO.
	01	WS_PRV_VOL	PIC	9(09)	VALUE ZERO.
	01	WS_RATE		PIC	9(06)V99	VALUE ZERO.
	01	WS_PRV_RATE	PIC	9(06)V99	VALUE ZERO.

	01	WS_BWR_TOTALS.
		05	WS_COUNT_READ		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_SELECTED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_PRIOR		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_REPLACED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_DAYS		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_MET		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_MISSED		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_NOT_DONE	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_NO_TIMES	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ERRORS		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_UNFINISHED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_RESTARTS	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_REFUSED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_EXCEPTIONS	PIC	9(07)	VALUE ZERO.

	01	WS_TREND_HEAD.
		05	FILLER		PIC	X(09)	VALUE 'STEP'.
		05	FILLER		PIC	X(04)	VALUE 'RUNS'.
		05	FILLER		PIC	X(07)	VALUE '    1-7'.
		05	FILLER		PIC	X(07)	VALUE '   8-14'.
		05	FILLER		PIC	X(07)	VALUE '  15-21'.
		05	FILLER		PIC	X(07)	VALUE '  22-28'.
		05	FILLER		PIC	X(07)	VALUE '  29-31'.
		05	FILLER		PIC	X(08)	VALUE ' MON-MIN'.
		05	FILLER		PIC	X(08)	VALUE ' PRV-MIN'.
		05	FILLER		PIC	X(09)	VALUE '  CHG-PCT'.
		05	FILLER		PIC	X(11)	VALUE '    MON-VOL'.
		05	FILLER		PIC	X(11)	VALUE '    PRV-VOL'.
		05	FILLER		PIC	X(10)	VALUE '  MON-S/1K'.
		05	FILLER		PIC	X(10)	VALUE '  PRV-S/1K'.
		05	FILLER		PIC	X(17)	VALUE '  READING'.

	01	WS_TREND_LINE.
		05	WS_TRL_STEP		PIC	X(08).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_TRL_RUNS		PIC	ZZZ9.
		05	WS_TRL_WEEK OCCURS 5 TIMES.
			10	FILLER		PIC	X(01).
			10	WS_TRL_WK	PIC	ZZZ9.9	BLANK WHEN ZERO.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_TRL_AVG		PIC	ZZZ9.9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_TRL_PRV		PIC	ZZZ9.9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_TRL_CHG		PIC	-ZZZ9.9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_TRL_AVG_VOL		PIC	ZZZZZZZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_TRL_PRV_VOL		PIC	ZZZZZZZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_TRL_RATE		PIC	ZZZZ9.99.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_TRL_PRV_RATE		PIC	ZZZZ9.99.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_TRL_READING		PIC	X(12).
		05	FILLER			PIC	X(03)	VALUE SPACE.

	01	WS_DAILY_HEAD.
		05	FILLER		PIC	X(10)	VALUE 'BUS-DATE'.
		05	FILLER		PIC	X(07)	VALUE '  RUN'.
		05	FILLER		PIC	X(11)	VALUE ' VOLUME S'.
		05	FILLER		PIC	X(16)	VALUE 'WINDOW START'.
		05	FILLER		PIC	X(16)	VALUE 'WINDOW END'.
		05	FILLER		PIC	X(09)	VALUE 'ELAPSED'.
		05	FILLER		PIC	X(16)	VALUE 'SLA DEADLINE'.
		05	FILLER		PIC	X(10)	VALUE '  MARGIN'.
		05	FILLER		PIC	X(10)	VALUE 'SLA'.
		05	FILLER		PIC	X(04)	VALUE 'ERR'.
		05	FILLER		PIC	X(05)	VALUE 'RST'.
		05	FILLER		PIC	X(18)	VALUE 'REF'.

	01	WS_DAILY_LINE.
		05	WS_DYL_DATE		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_RUN		PIC	ZZZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_VOLUME		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_DYL_VOL_SOURCE	PIC	X(01).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_START		PIC	X(14).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_END		PIC	X(14).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_ELAPSED		PIC	ZZZZ9.9	BLANK WHEN ZERO.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_DEADLINE		PIC	X(14).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_MARGIN		PIC	-ZZZZ9.9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_SLA		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_ERRORS		PIC	Z9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_RESTARTS		PIC	ZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_REFUSED		PIC	ZZ9.
		05	FILLER			PIC	X(15)	VALUE SPACE.

	01	WS_EXCEPT_HEAD.
		05	FILLER		PIC	X(10)	VALUE 'BUS-DATE'.
		05	FILLER		PIC	X(10)	VALUE 'STEP'.
		05	FILLER		PIC	X(03)	VALUE 'ST'.
		05	FILLER		PIC	X(05)	VALUE 'RST'.
		05	FILLER		PIC	X(05)	VALUE 'REF'.
		05	FILLER		PIC	X(16)	VALUE 'STARTED'.
		05	FILLER		PIC	X(16)	VALUE 'ENDED'.
		05	FILLER		PIC	X(09)	VALUE 'ELAPSED'.
		05	FILLER		PIC	X(09)	VALUE ' VOLUME'.
		05	FILLER		PIC	X(49)	VALUE 'FINDING'.

	01	WS_EXCEPT_LINE.
		05	WS_EXL_DATE		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_EXL_STEP		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_EXL_STATUS		PIC	X(01).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_EXL_RESTARTS		PIC	ZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_EXL_REFUSED		PIC	ZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_EXL_START		PIC	X(14).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_EXL_END		PIC	X(14).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_EXL_ELAPSED		PIC	ZZZZ9.9	BLANK WHEN ZERO.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_EXL_VOLUME		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_EXL_FINDING		PIC	X(40).
		05	FILLER			PIC	X(09)	VALUE SPACE.

	01	WS_COUNT_LINE.
		05	WS_CNT_TEXT		PIC	X(30)	VALUE SPACE.
		05	WS_CNT_VALUE		PIC	ZZZZZZZZ9.
		05	FILLER			PIC	X(93)	VALUE SPACE.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_RUN_DATE FROM DATE YYYYMMDD.
		ACCEPT WS_RUN_TIME FROM TIME.
		ACCEPT WS_PARM_DATA FROM COMMAND-LINE.

		IF WS_PARM_DATA IS NOT EQUAL TO SPACES
			UNSTRING WS_PARM_DATA DELIMITED BY ALL SPACE
				INTO WS_BWR_MONTH WS_BWR_DEADLINE WS_BWR_OFFSET
		END-IF.

		PERFORM CHECK-PARM-PARAGRAPH.

		IF NOT WS_PARM_OK
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF.

		OPEN INPUT RUN-CTL-HIST.

		IF WS_RUN_HIST_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVBWR - RUN-CONTROL HISTORY WILL NOT OPEN, '
				'STATUS ' WS_RUN_HIST_STATUS '; NO REPORT.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		PERFORM READ-HISTORY-PARAGRAPH.
		PERFORM LOAD-HISTORY-PARAGRAPH UNTIL WS_EOF.

		CLOSE RUN-CTL-HIST.

		MOVE 2 TO WS_MON_SUB.
		PERFORM TALLY-DAY-PARAGRAPH
			VARYING WS_DAY_SUB FROM 1 BY 1
			UNTIL WS_DAY_SUB > 31.

		MOVE 1 TO WS_MON_SUB.
		PERFORM TALLY-DAY-PARAGRAPH
			VARYING WS_DAY_SUB FROM 1 BY 1
			UNTIL WS_DAY_SUB > 31.

		OPEN OUTPUT WINDOW-REPORT.

		PERFORM WRITE-HEADING-PARAGRAPH.
		PERFORM WRITE-TREND-PARAGRAPH.
		PERFORM WRITE-DAILY-PARAGRAPH.
		PERFORM WRITE-EXCEPTIONS-PARAGRAPH.
		PERFORM WRITE-SUMMARY-PARAGRAPH.

		CLOSE WINDOW-REPORT.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		IF WS_COUNT_MISSED IS GREATER THAN ZERO
			OR WS_COUNT_NOT_DONE IS GREATER THAN ZERO
			DISPLAY 'ODDEVBWR - BUSINESS DATES MISSED THE SLA OR '
				'NEVER COMPLETED IN ' WS_BWR_MONTH '; SEE BWRPT.'
			MOVE 4 TO RETURN-CODE
		END-IF.

	STOP RUN.

	CHECK-PARM-PARAGRAPH.

		IF WS_BWR_MONTH EQUAL SPACES
			MOVE WS_RUN_DATE (1:6) TO WS_BWR_MONTH
		END-IF.

		IF WS_BWR_DEADLINE EQUAL SPACES
			MOVE '0600' TO WS_BWR_DEADLINE
		END-IF.

		IF WS_BWR_OFFSET EQUAL SPACE
			MOVE '1' TO WS_BWR_OFFSET
		END-IF.

		IF WS_BWR_MONTH IS NOT NUMERIC
			DISPLAY 'ODDEVBWR - PARM MONTH ' WS_BWR_MONTH
				' IS NOT YYYYMM; NO REPORT.'
			MOVE 'N' TO WS_PARM_OK_SW
		ELSE
			IF WS_BWR_MM IS LESS THAN 1
				OR WS_BWR_MM IS GREATER THAN 12
				DISPLAY 'ODDEVBWR - PARM MONTH ' WS_BWR_MONTH
					' IS NOT YYYYMM; NO REPORT.'
				MOVE 'N' TO WS_PARM_OK_SW
			END-IF
		END-IF.

		IF WS_BWR_DEADLINE IS NOT NUMERIC
			DISPLAY 'ODDEVBWR - PARM DEADLINE ' WS_BWR_DEADLINE
				' IS NOT HHMM; NO REPORT.'
			MOVE 'N' TO WS_PARM_OK_SW
		ELSE
			IF WS_DL_HH IS GREATER THAN 23
				OR WS_DL_MM IS GREATER THAN 59
				DISPLAY 'ODDEVBWR - PARM DEADLINE '
					WS_BWR_DEADLINE ' IS NOT HHMM; NO REPORT.'
				MOVE 'N' TO WS_PARM_OK_SW
			END-IF
		END-IF.

		IF WS_BWR_OFFSET IS NOT NUMERIC
			DISPLAY 'ODDEVBWR - PARM DAY OFFSET ' WS_BWR_OFFSET
				' IS NOT 0-9; NO REPORT.'
			MOVE 'N' TO WS_PARM_OK_SW
		END-IF.

		IF WS_PARM_OK
			IF WS_BWR_MM EQUAL 1
				COMPUTE WS_PRIOR_YEAR = WS_BWR_YEAR - 1
				MOVE 12 TO WS_PRIOR_MM
			ELSE
				MOVE WS_BWR_YEAR TO WS_PRIOR_YEAR
				COMPUTE WS_PRIOR_MM = WS_BWR_MM - 1
			END-IF
		END-IF.

	READ-HISTORY-PARAGRAPH.

		READ RUN-CTL-HIST
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_READ
		END-IF.

	LOAD-HISTORY-PARAGRAPH.

		MOVE WS_RH_CONTROL TO WS_DAY_RECORD.
		MOVE ZERO TO WS_MON_SUB.

		IF WS_DAY_BUS_DATE (1:6) EQUAL WS_BWR_MONTH
			MOVE 1 TO WS_MON_SUB
			ADD 1 TO WS_COUNT_SELECTED
		END-IF.

		IF WS_DAY_BUS_DATE (1:6) EQUAL WS_PRIOR_MONTH
			MOVE 2 TO WS_MON_SUB
			ADD 1 TO WS_COUNT_PRIOR
		END-IF.

		IF WS_MON_SUB IS GREATER THAN ZERO
			AND WS_DAY_BUS_DATE (7:2) IS NUMERIC
			MOVE WS_DAY_BUS_DATE (7:2) TO WS_DAY_SUB
			IF WS_DAY_SUB IS GREATER THAN ZERO
				AND WS_DAY_SUB IS LESS THAN 32
				PERFORM STORE-DAY-PARAGRAPH
			END-IF
		END-IF.

		PERFORM READ-HISTORY-PARAGRAPH.

	STORE-DAY-PARAGRAPH.

		IF WS_HT_IS_LOADED (WS_MON_SUB WS_DAY_SUB)
			ADD 1 TO WS_COUNT_REPLACED
			DISPLAY 'ODDEVBWR WARNING - BUSINESS DATE '
				WS_DAY_BUS_DATE ' IS ON THE HISTORY MORE THAN '
				'ONCE; THE LATER RECORD IS REPORTED.'
		END-IF.

		MOVE 'Y' TO WS_HT_LOADED (WS_MON_SUB WS_DAY_SUB).
		MOVE WS_RH_RECORD TO WS_HT_IMAGE (WS_MON_SUB WS_DAY_SUB).

	UNPACK-DAY-PARAGRAPH.

		MOVE WS_HT_IMAGE (WS_MON_SUB WS_DAY_SUB) TO WS_HST_RECORD.
		MOVE WS_HST_CONTROL TO WS_DAY_RECORD.

	TALLY-DAY-PARAGRAPH.

		IF WS_HT_IS_LOADED (WS_MON_SUB WS_DAY_SUB)
			PERFORM UNPACK-DAY-PARAGRAPH
			PERFORM TALLY-STEP-PARAGRAPH
				VARYING WS_SN_SUB FROM 1 BY 1
				UNTIL WS_SN_SUB > 11
		END-IF.

	TALLY-STEP-PARAGRAPH.

		PERFORM GET-DAY-STATUS-PARAGRAPH.
		PERFORM COMPUTE-ELAPSED-PARAGRAPH.

		IF WS_STEP_STATUS EQUAL 'C'
			AND WS_ELAPSED_VALID
			ADD 1 TO WS_SS_RUNS (WS_MON_SUB WS_SN_SUB)
			ADD WS_ELAPSED_SECS TO WS_SS_SECS (WS_MON_SUB WS_SN_SUB)
			COMPUTE WS_WEEK_SUB = ((WS_DAY_SUB - 1) / 7) + 1
			IF WS_WEEK_SUB IS GREATER THAN 5
				MOVE 5 TO WS_WEEK_SUB
			END-IF
			ADD 1 TO WS_SS_WK_RUNS (WS_MON_SUB WS_SN_SUB WS_WEEK_SUB)
			ADD WS_ELAPSED_SECS
				TO WS_SS_WK_SECS (WS_MON_SUB WS_SN_SUB WS_WEEK_SUB)
			IF WS_HST_VOL_READ IS NUMERIC
				AND WS_HST_VOL_READ IS GREATER THAN ZERO
				ADD 1 TO WS_SS_VOL_DAYS (WS_MON_SUB WS_SN_SUB)
				ADD WS_HST_VOL_READ
					TO WS_SS_VOL (WS_MON_SUB WS_SN_SUB)
				ADD WS_ELAPSED_SECS
					TO WS_SS_VOL_SECS (WS_MON_SUB WS_SN_SUB)
			END-IF
		END-IF.

	GET-DAY-STATUS-PARAGRAPH.

		IF WS_SN_SUB EQUAL 1
			MOVE WS_DAY_ST_CLASSIFY TO WS_STEP_STATUS
		ELSE
			IF WS_SN_SUB EQUAL 2
				MOVE WS_DAY_ST_SPLIT TO WS_STEP_STATUS
			ELSE
				IF WS_SN_SUB EQUAL 3
					MOVE WS_DAY_ST_CONSOL TO WS_STEP_STATUS
				ELSE
					IF WS_SN_SUB EQUAL 4
						MOVE WS_DAY_ST_RECON TO WS_STEP_STATUS
					ELSE
						IF WS_SN_SUB EQUAL 5
							MOVE WS_DAY_ST_RECYCLE
								TO WS_STEP_STATUS
						ELSE
							PERFORM GET-LATER-STATUS-PARAGRAPH
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF.

	GET-LATER-STATUS-PARAGRAPH.

		IF WS_SN_SUB EQUAL 6
			MOVE WS_DAY_ST_HISTORY TO WS_STEP_STATUS
		ELSE
			IF WS_SN_SUB EQUAL 7
				MOVE WS_DAY_ST_DELTA TO WS_STEP_STATUS
			ELSE
				IF WS_SN_SUB EQUAL 8
					MOVE WS_DAY_ST_SUPP TO WS_STEP_STATUS
				ELSE
					IF WS_SN_SUB EQUAL 9
						MOVE WS_DAY_ST_SUPPREC TO WS_STEP_STATUS
					ELSE
						IF WS_SN_SUB EQUAL 10
							MOVE WS_DAY_ST_MERGE TO WS_STEP_STATUS
						ELSE
							MOVE WS_DAY_ST_BILLING
								TO WS_STEP_STATUS
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF.

	COMPUTE-ELAPSED-PARAGRAPH.

		MOVE 'N' TO WS_START_SW.
		MOVE 'N' TO WS_END_SW.
		MOVE 'N' TO WS_ELAPSED_SW.
		MOVE ZERO TO WS_ELAPSED_SECS.

		MOVE WS_DAY_LOG_START_DATE (WS_SN_SUB) TO WS_STAMP_DATE.
		MOVE WS_DAY_LOG_START_TIME (WS_SN_SUB) TO WS_STAMP_TIME.
		PERFORM STAMP-SECONDS-PARAGRAPH.

		IF WS_DAYNO IS GREATER THAN ZERO
			MOVE 'Y' TO WS_START_SW
			COMPUTE WS_START_ABS = WS_DAYNO * 86400
				+ WS_TW_HH * 3600 + WS_TW_MM * 60 + WS_TW_SS
		END-IF.

		MOVE WS_DAY_LOG_END_DATE (WS_SN_SUB) TO WS_STAMP_DATE.
		MOVE WS_DAY_LOG_END_TIME (WS_SN_SUB) TO WS_STAMP_TIME.
		PERFORM STAMP-SECONDS-PARAGRAPH.

		IF WS_DAYNO IS GREATER THAN ZERO
			MOVE 'Y' TO WS_END_SW
			COMPUTE WS_END_ABS = WS_DAYNO * 86400
				+ WS_TW_HH * 3600 + WS_TW_MM * 60 + WS_TW_SS
		END-IF.

		IF WS_START_VALID AND WS_END_VALID
			AND WS_END_ABS IS NOT LESS THAN WS_START_ABS
			MOVE 'Y' TO WS_ELAPSED_SW
			COMPUTE WS_ELAPSED_SECS = WS_END_ABS - WS_START_ABS
		END-IF.

	STAMP-SECONDS-PARAGRAPH.

		MOVE ZERO TO WS_DAYNO.
		MOVE WS_STAMP_TIME TO WS_TIME_WORK.

		IF WS_STAMP_DATE IS NUMERIC
			AND WS_TIME_WORK IS NUMERIC
			MOVE WS_STAMP_DATE TO WS_DATE_INT
			COMPUTE WS_DAYNO = FUNCTION INTEGER-OF-DATE (WS_DATE_INT)
		END-IF.

	FORMAT-STAMP-PARAGRAPH.

		MOVE SPACES TO WS_STAMP.

		IF WS_STAMP_DATE NOT EQUAL SPACES
			STRING WS_STAMP_DATE ' '
				WS_STAMP_TIME (1:2) ':' WS_STAMP_TIME (3:2)
				DELIMITED BY SIZE
				INTO WS_STAMP
		END-IF.

	WRITE-HEADING-PARAGRAPH.

		MOVE 'ODDEVEN BATCH WINDOW AND RUN-CONTROL HISTORY REPORT'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'MONTH ' WS_BWR_MONTH
			'  PRIOR MONTH ' WS_PRIOR_MONTH
			'  SLA DEADLINE ' WS_DL_HH ':' WS_DL_MM
			' ON BUSINESS DATE + ' WS_BWR_OFFSET
			'  RUN DATE ' WS_RUN_DATE
			'  TIME ' WS_RUN_TIME
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

	WRITE-TREND-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'STEP ELAPSED-TIME TREND (AVERAGE '
			'MINUTES OF COMPLETED RUNS BY DAYS OF '
			'THE MONTH)'
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_TREND_HEAD.

		PERFORM WRITE-TREND-LINE-PARAGRAPH
			VARYING WS_SN_SUB FROM 1 BY 1
			UNTIL WS_SN_SUB > 11.

	WRITE-TREND-LINE-PARAGRAPH.

		MOVE WS_SN_NAME (WS_SN_SUB) TO WS_TRL_STEP.
		MOVE WS_SS_RUNS (1 WS_SN_SUB) TO WS_TRL_RUNS.

		PERFORM WRITE-TREND-WEEK-PARAGRAPH
			VARYING WS_WEEK_SUB FROM 1 BY 1
			UNTIL WS_WEEK_SUB > 5.

		MOVE ZERO TO WS_AVG_MIN.
		MOVE ZERO TO WS_PRV_MIN.
		MOVE ZERO TO WS_CHG_PCT.
		MOVE ZERO TO WS_AVG_VOL.
		MOVE ZERO TO WS_PRV_VOL.
		MOVE ZERO TO WS_RATE.
		MOVE ZERO TO WS_PRV_RATE.

		IF WS_SS_RUNS (1 WS_SN_SUB) IS GREATER THAN ZERO
			COMPUTE WS_AVG_MIN ROUNDED = WS_SS_SECS (1 WS_SN_SUB)
				/ WS_SS_RUNS (1 WS_SN_SUB) / 60
		END-IF.

		IF WS_SS_RUNS (2 WS_SN_SUB) IS GREATER THAN ZERO
			COMPUTE WS_PRV_MIN ROUNDED = WS_SS_SECS (2 WS_SN_SUB)
				/ WS_SS_RUNS (2 WS_SN_SUB) / 60
		END-IF.

		IF WS_PRV_MIN IS GREATER THAN ZERO
			AND WS_AVG_MIN IS GREATER THAN ZERO
			COMPUTE WS_CHG_PCT ROUNDED =
				(WS_AVG_MIN - WS_PRV_MIN) * 100 / WS_PRV_MIN
		END-IF.

		IF WS_SS_VOL_DAYS (1 WS_SN_SUB) IS GREATER THAN ZERO
			COMPUTE WS_AVG_VOL ROUNDED = WS_SS_VOL (1 WS_SN_SUB)
				/ WS_SS_VOL_DAYS (1 WS_SN_SUB)
			COMPUTE WS_RATE ROUNDED =
				WS_SS_VOL_SECS (1 WS_SN_SUB) * 1000
					/ WS_SS_VOL (1 WS_SN_SUB)
		END-IF.

		IF WS_SS_VOL_DAYS (2 WS_SN_SUB) IS GREATER THAN ZERO
			COMPUTE WS_PRV_VOL ROUNDED = WS_SS_VOL (2 WS_SN_SUB)
				/ WS_SS_VOL_DAYS (2 WS_SN_SUB)
			COMPUTE WS_PRV_RATE ROUNDED =
				WS_SS_VOL_SECS (2 WS_SN_SUB) * 1000
					/ WS_SS_VOL (2 WS_SN_SUB)
		END-IF.

		MOVE WS_AVG_MIN TO WS_TRL_AVG.
		MOVE WS_PRV_MIN TO WS_TRL_PRV.
		MOVE WS_CHG_PCT TO WS_TRL_CHG.
		MOVE WS_AVG_VOL TO WS_TRL_AVG_VOL.
		MOVE WS_PRV_VOL TO WS_TRL_PRV_VOL.
		MOVE WS_RATE TO WS_TRL_RATE.
		MOVE WS_PRV_RATE TO WS_TRL_PRV_RATE.

		PERFORM SET-READING-PARAGRAPH.

		WRITE WS_REPORT_LINE FROM WS_TREND_LINE.

	WRITE-TREND-WEEK-PARAGRAPH.

		MOVE SPACE TO WS_TRL_WEEK (WS_WEEK_SUB).

		IF WS_SS_WK_RUNS (1 WS_SN_SUB WS_WEEK_SUB) IS GREATER THAN ZERO
			COMPUTE WS_AVG_MIN ROUNDED =
				WS_SS_WK_SECS (1 WS_SN_SUB WS_WEEK_SUB)
					/ WS_SS_WK_RUNS (1 WS_SN_SUB WS_WEEK_SUB) / 60
			MOVE WS_AVG_MIN TO WS_TRL_WK (WS_WEEK_SUB)
		ELSE
			MOVE ZERO TO WS_TRL_WK (WS_WEEK_SUB)
		END-IF.

	SET-READING-PARAGRAPH.

		IF WS_SS_RUNS (1 WS_SN_SUB) EQUAL ZERO
			MOVE 'NOT RUN' TO WS_TRL_READING
		ELSE
			IF WS_SS_RUNS (2 WS_SN_SUB) EQUAL ZERO
				MOVE 'NO PRIOR' TO WS_TRL_READING
			ELSE
				IF WS_RATE IS GREATER THAN ZERO
					AND WS_PRV_RATE IS GREATER THAN ZERO
					PERFORM READ-RATE-PARAGRAPH
				ELSE
					PERFORM READ-ELAPSED-PARAGRAPH
				END-IF
			END-IF
		END-IF.

	READ-RATE-PARAGRAPH.

		IF WS_RATE * 10 IS GREATER THAN WS_PRV_RATE * 11
			MOVE 'SLOWDOWN' TO WS_TRL_READING
		ELSE
			IF WS_AVG_MIN * 10 IS GREATER THAN WS_PRV_MIN * 11
				MOVE 'VOL GROWTH' TO WS_TRL_READING
			ELSE
				IF WS_AVG_MIN * 11 IS LESS THAN WS_PRV_MIN * 10
					MOVE 'FASTER' TO WS_TRL_READING
				ELSE
					MOVE 'STEADY' TO WS_TRL_READING
				END-IF
			END-IF
		END-IF.

	READ-ELAPSED-PARAGRAPH.

		IF WS_AVG_MIN * 10 IS GREATER THAN WS_PRV_MIN * 11
			MOVE 'SLOWER' TO WS_TRL_READING
		ELSE
			IF WS_AVG_MIN * 11 IS LESS THAN WS_PRV_MIN * 10
				MOVE 'FASTER' TO WS_TRL_READING
			ELSE
				MOVE 'STEADY' TO WS_TRL_READING
			END-IF
		END-IF.

	WRITE-DAILY-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'DAILY CYCLE CRITICAL PATH AGAINST THE '
			'SLA DEADLINE (MINUTES)'
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_DAILY_HEAD.

		MOVE 1 TO WS_MON_SUB.

		PERFORM WRITE-DAY-LINE-PARAGRAPH
			VARYING WS_DAY_SUB FROM 1 BY 1
			UNTIL WS_DAY_SUB > 31.

	WRITE-DAY-LINE-PARAGRAPH.

		IF WS_HT_IS_LOADED (WS_MON_SUB WS_DAY_SUB)
			PERFORM UNPACK-DAY-PARAGRAPH
			PERFORM BUILD-DAY-LINE-PARAGRAPH
			WRITE WS_REPORT_LINE FROM WS_DAILY_LINE
		END-IF.

	BUILD-DAY-LINE-PARAGRAPH.

		ADD 1 TO WS_COUNT_DAYS.

		MOVE ZERO TO WS_WIN_START_ABS.
		MOVE ZERO TO WS_WIN_END_ABS.
		MOVE SPACES TO WS_WIN_START_STAMP.
		MOVE SPACES TO WS_WIN_END_STAMP.
		MOVE ZERO TO WS_DAY_ERRORS.
		MOVE ZERO TO WS_DAY_RESTARTS.
		MOVE ZERO TO WS_DAY_REFUSED.

		PERFORM WINDOW-STEP-PARAGRAPH
			VARYING WS_SN_SUB FROM 1 BY 1
			UNTIL WS_SN_SUB > 11.

		MOVE WS_DAY_BUS_DATE TO WS_DYL_DATE.
		MOVE WS_DAY_RUN_NUMBER TO WS_DYL_RUN.
		MOVE WS_HST_VOL_SOURCE TO WS_DYL_VOL_SOURCE.

		IF WS_HST_VOL_READ IS NUMERIC
			MOVE WS_HST_VOL_READ TO WS_DYL_VOLUME
		ELSE
			MOVE ZERO TO WS_DYL_VOLUME
		END-IF.

		MOVE WS_WIN_START_STAMP TO WS_DYL_START.
		MOVE WS_WIN_END_STAMP TO WS_DYL_END.

		MOVE WS_DAY_BUS_DATE TO WS_DATE_INT.
		COMPUTE WS_DEADLINE_DAYNO =
			FUNCTION INTEGER-OF-DATE (WS_DATE_INT)
				+ WS_BWR_OFFSET_NUM.
		COMPUTE WS_DEADLINE_DATE =
			FUNCTION DATE-OF-INTEGER (WS_DEADLINE_DAYNO).
		COMPUTE WS_DEADLINE_ABS = WS_DEADLINE_DAYNO * 86400
			+ WS_DL_HH * 3600 + WS_DL_MM * 60.

		MOVE WS_DEADLINE_DATE TO WS_STAMP_DATE.
		MOVE WS_BWR_DEADLINE TO WS_STAMP_TIME.
		PERFORM FORMAT-STAMP-PARAGRAPH.
		MOVE WS_STAMP TO WS_DYL_DEADLINE.

		MOVE ZERO TO WS_DYL_ELAPSED.
		MOVE ZERO TO WS_DYL_MARGIN.

		IF WS_WIN_START_ABS IS GREATER THAN ZERO
			AND WS_WIN_END_ABS IS NOT LESS THAN WS_WIN_START_ABS
			COMPUTE WS_MINUTES ROUNDED =
				(WS_WIN_END_ABS - WS_WIN_START_ABS) / 60
			MOVE WS_MINUTES TO WS_DYL_ELAPSED
		END-IF.

		IF WS_DAY_ST_RECON NOT EQUAL 'C'
			MOVE 'NOT DONE' TO WS_DYL_SLA
			ADD 1 TO WS_COUNT_NOT_DONE
		ELSE
			IF WS_WIN_END_ABS EQUAL ZERO
				MOVE 'NO TIMES' TO WS_DYL_SLA
				ADD 1 TO WS_COUNT_NO_TIMES
			ELSE
				COMPUTE WS_MINUTES ROUNDED =
					(WS_DEADLINE_ABS - WS_WIN_END_ABS) / 60
				MOVE WS_MINUTES TO WS_DYL_MARGIN
				IF WS_WIN_END_ABS IS GREATER THAN WS_DEADLINE_ABS
					MOVE 'MISSED' TO WS_DYL_SLA
					ADD 1 TO WS_COUNT_MISSED
				ELSE
					MOVE 'MET' TO WS_DYL_SLA
					ADD 1 TO WS_COUNT_MET
				END-IF
			END-IF
		END-IF.

		MOVE WS_DAY_ERRORS TO WS_DYL_ERRORS.
		MOVE WS_DAY_RESTARTS TO WS_DYL_RESTARTS.
		MOVE WS_DAY_REFUSED TO WS_DYL_REFUSED.

	WINDOW-STEP-PARAGRAPH.

		PERFORM GET-DAY-STATUS-PARAGRAPH.

		IF WS_STEP_STATUS EQUAL 'E'
			ADD 1 TO WS_DAY_ERRORS
		END-IF.

		IF WS_DAY_LOG_RESTARTS (WS_SN_SUB) IS NUMERIC
			ADD WS_DAY_LOG_RESTARTS (WS_SN_SUB) TO WS_DAY_RESTARTS
		END-IF.

		IF WS_DAY_LOG_REFUSED (WS_SN_SUB) IS NUMERIC
			ADD WS_DAY_LOG_REFUSED (WS_SN_SUB) TO WS_DAY_REFUSED
		END-IF.

		IF WS_SN_CYCLE (WS_SN_SUB) EQUAL 'Y'
			PERFORM COMPUTE-ELAPSED-PARAGRAPH
			PERFORM WIDEN-WINDOW-PARAGRAPH
		END-IF.

	WIDEN-WINDOW-PARAGRAPH.

		IF WS_START_VALID
			IF WS_WIN_START_ABS EQUAL ZERO
				OR WS_START_ABS IS LESS THAN WS_WIN_START_ABS
				MOVE WS_START_ABS TO WS_WIN_START_ABS
				MOVE WS_DAY_LOG_START_DATE (WS_SN_SUB)
					TO WS_STAMP_DATE
				MOVE WS_DAY_LOG_START_TIME (WS_SN_SUB)
					TO WS_STAMP_TIME
				PERFORM FORMAT-STAMP-PARAGRAPH
				MOVE WS_STAMP TO WS_WIN_START_STAMP
			END-IF
		END-IF.

		IF WS_END_VALID
			AND WS_END_ABS IS GREATER THAN WS_WIN_END_ABS
			MOVE WS_END_ABS TO WS_WIN_END_ABS
			MOVE WS_DAY_LOG_END_DATE (WS_SN_SUB) TO WS_STAMP_DATE
			MOVE WS_DAY_LOG_END_TIME (WS_SN_SUB) TO WS_STAMP_TIME
			PERFORM FORMAT-STAMP-PARAGRAPH
			MOVE WS_STAMP TO WS_WIN_END_STAMP
		END-IF.

	WRITE-EXCEPTIONS-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'STEPS ENDED E, LEFT STARTED, RESTARTED '
			'OR REFUSING A DOUBLE SUBMIT'
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_EXCEPT_HEAD.

		MOVE 1 TO WS_MON_SUB.

		PERFORM EXCEPTION-DAY-PARAGRAPH
			VARYING WS_DAY_SUB FROM 1 BY 1
			UNTIL WS_DAY_SUB > 31.

		IF WS_COUNT_EXCEPTIONS EQUAL ZERO
			MOVE '  NONE' TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

	EXCEPTION-DAY-PARAGRAPH.

		IF WS_HT_IS_LOADED (WS_MON_SUB WS_DAY_SUB)
			PERFORM UNPACK-DAY-PARAGRAPH
			PERFORM EXCEPTION-STEP-PARAGRAPH
				VARYING WS_SN_SUB FROM 1 BY 1
				UNTIL WS_SN_SUB > 11
		END-IF.

	EXCEPTION-STEP-PARAGRAPH.

		PERFORM GET-DAY-STATUS-PARAGRAPH.

		IF WS_DAY_LOG_RESTARTS (WS_SN_SUB) IS NOT NUMERIC
			MOVE ZERO TO WS_DAY_LOG_RESTARTS (WS_SN_SUB)
		END-IF.

		IF WS_DAY_LOG_REFUSED (WS_SN_SUB) IS NOT NUMERIC
			MOVE ZERO TO WS_DAY_LOG_REFUSED (WS_SN_SUB)
		END-IF.

		IF WS_STEP_STATUS EQUAL 'E'
			OR WS_STEP_STATUS EQUAL 'S'
			OR WS_DAY_LOG_RESTARTS (WS_SN_SUB) IS GREATER THAN ZERO
			OR WS_DAY_LOG_REFUSED (WS_SN_SUB) IS GREATER THAN ZERO
			PERFORM WRITE-EXCEPTION-PARAGRAPH
		END-IF.

	WRITE-EXCEPTION-PARAGRAPH.

		ADD 1 TO WS_COUNT_EXCEPTIONS.
		ADD WS_DAY_LOG_RESTARTS (WS_SN_SUB) TO WS_COUNT_RESTARTS.
		ADD WS_DAY_LOG_REFUSED (WS_SN_SUB) TO WS_COUNT_REFUSED.

		PERFORM COMPUTE-ELAPSED-PARAGRAPH.

		MOVE WS_DAY_BUS_DATE TO WS_EXL_DATE.
		MOVE WS_SN_NAME (WS_SN_SUB) TO WS_EXL_STEP.
		MOVE WS_STEP_STATUS TO WS_EXL_STATUS.
		MOVE WS_DAY_LOG_RESTARTS (WS_SN_SUB) TO WS_EXL_RESTARTS.
		MOVE WS_DAY_LOG_REFUSED (WS_SN_SUB) TO WS_EXL_REFUSED.

		MOVE WS_DAY_LOG_START_DATE (WS_SN_SUB) TO WS_STAMP_DATE.
		MOVE WS_DAY_LOG_START_TIME (WS_SN_SUB) TO WS_STAMP_TIME.
		PERFORM FORMAT-STAMP-PARAGRAPH.
		MOVE WS_STAMP TO WS_EXL_START.

		MOVE WS_DAY_LOG_END_DATE (WS_SN_SUB) TO WS_STAMP_DATE.
		MOVE WS_DAY_LOG_END_TIME (WS_SN_SUB) TO WS_STAMP_TIME.
		PERFORM FORMAT-STAMP-PARAGRAPH.
		MOVE WS_STAMP TO WS_EXL_END.

		MOVE ZERO TO WS_EXL_ELAPSED.

		IF WS_ELAPSED_VALID
			COMPUTE WS_MINUTES ROUNDED = WS_ELAPSED_SECS / 60
			MOVE WS_MINUTES TO WS_EXL_ELAPSED
		END-IF.

		IF WS_HST_VOL_READ IS NUMERIC
			MOVE WS_HST_VOL_READ TO WS_EXL_VOLUME
		ELSE
			MOVE ZERO TO WS_EXL_VOLUME
		END-IF.

		IF WS_STEP_STATUS EQUAL 'E'
			ADD 1 TO WS_COUNT_ERRORS
			MOVE 'ENDED IN ERROR' TO WS_EXL_FINDING
		ELSE
			IF WS_STEP_STATUS EQUAL 'S'
				ADD 1 TO WS_COUNT_UNFINISHED
				MOVE 'LEFT STARTED - NEVER POSTED' TO WS_EXL_FINDING
			ELSE
				PERFORM SET-FINDING-PARAGRAPH
			END-IF
		END-IF.

		WRITE WS_REPORT_LINE FROM WS_EXCEPT_LINE.

	SET-FINDING-PARAGRAPH.

		IF WS_DAY_LOG_RESTARTS (WS_SN_SUB) IS GREATER THAN ZERO
			IF WS_DAY_LOG_REFUSED (WS_SN_SUB) IS GREATER THAN ZERO
				MOVE 'RESTARTED; DOUBLE SUBMIT REFUSED'
					TO WS_EXL_FINDING
			ELSE
				MOVE 'RESTARTED' TO WS_EXL_FINDING
			END-IF
		ELSE
			MOVE 'DOUBLE SUBMIT REFUSED' TO WS_EXL_FINDING
		END-IF.

	WRITE-SUMMARY-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'BUSINESS DATES REPORTED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_DAYS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'SLA MET' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MET TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'SLA MISSED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MISSED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'NEVER COMPLETED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_NOT_DONE TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'COMPLETED WITHOUT TIMES' TO WS_CNT_TEXT.
		MOVE WS_COUNT_NO_TIMES TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'STEPS ENDED E' TO WS_CNT_TEXT.
		MOVE WS_COUNT_ERRORS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'STEPS LEFT STARTED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_UNFINISHED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'RESTARTS' TO WS_CNT_TEXT.
		MOVE WS_COUNT_RESTARTS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'DOUBLE SUBMITS REFUSED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REFUSED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

	CONTROL-TOTALS-PARAGRAPH.

		DISPLAY '-------------------------------------------'.
		DISPLAY 'ODDEVBWR CONTROL TOTALS'.
		DISPLAY 'HISTORY RECORDS READ . : ' WS_COUNT_READ.
		DISPLAY 'REPORT MONTH RECORDS . : ' WS_COUNT_SELECTED.
		DISPLAY 'PRIOR MONTH RECORDS  . : ' WS_COUNT_PRIOR.
		DISPLAY 'DATES REPLACED . . . . : ' WS_COUNT_REPLACED.
		DISPLAY 'DATES REPORTED . . . . : ' WS_COUNT_DAYS.
		DISPLAY 'SLA MET  . . . . . . . : ' WS_COUNT_MET.
		DISPLAY 'SLA MISSED . . . . . . : ' WS_COUNT_MISSED.
		DISPLAY 'NEVER COMPLETED  . . . : ' WS_COUNT_NOT_DONE.
		DISPLAY 'COMPLETED NO TIMES . . : ' WS_COUNT_NO_TIMES.
		DISPLAY 'EXCEPTION LINES  . . . : ' WS_COUNT_EXCEPTIONS.
		DISPLAY '-------------------------------------------'.
