*> =======================================================
*>
*>	Cobol Program for cerner_2^5_2020
*>
*> =======================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ODDEVSFC.

*> ---------------------------------------------------------------
*> Modification History
*>   10/15/2026 - New shift-volume forecast off the keyed daily
*>                totals history (TOTALS-HIST, ODDEVTH layout)
*>                that ODDEVRCI keeps. CAP-IN capacities were set
*>                by guesswork and the reassignment counts showed
*>                a shift understaffed most weeks. For each day of
*>                the history the per-shift demand is rebuilt from
*>                the shift counts: on a day with reassignments the
*>                shifts that reached the capacity in force that
*>                day (CAP-IN, within one record for the rounding
*>                of a partitioned run) get the reassigned records
*>                back in proportion to their capacities, taken
*>                from the other shifts in proportion to their
*>                counts. Every date is classed from the holiday
*>                calendar (HOLIDAY-IN, ODDEVHD layout): HOLIDAY, a
*>                date on the calendar; MONTH-END, the last
*>                business day of its month; POST-HOL, the first
*>                business day after a holiday; NORMAL otherwise
*>                (business days are Monday to Friday off the
*>                calendar). The day-of-week pattern is the average
*>                demand per shift on NORMAL days of the last
*>                thirteen weeks, or of the whole year held when a
*>                weekday has none; the peak factors are the
*>                demand on each class's days of the last year
*>                against the same weekday's normal (a holiday the
*>                cycle did not run counts as no demand). For each
*>                date from the PARM start date (default tomorrow)
*>                for the PARM weeks (default 4, at most 8) the
*>                report gives the forecast demand per shift, the
*>                CAP-IN capacity in force and a proposed capacity
*>                of the forecast plus the PARM headroom percent
*>                (default 10) rounded up to the next ten, and
*>                flags every shift forecast above its capacity.
*>                The proposed capacities go to CAP-PROPOSED as
*>                ODDEVCP rows, one row per run of consecutive
*>                dates with the same capacity (a date with no
*>                run forecast neither breaks nor extends a run),
*>                effective and expiring on the run's first and
*>                last forecast dates, for
*>                operations to review and load ahead of the
*>                standing rows. RC=4 when a shift is forecast
*>                above its capacity in force, RC=8 on a bad PARM,
*>                RC=12 when the history will not open or holds
*>                nothing before the start date.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT TOTALS-HIST ASSIGN TO TOTHIST
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS WS_TH_BUS_DATE
			FILE STATUS IS WS_TOT_HIST_STATUS.

		SELECT CAP-IN ASSIGN TO CAPIN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_CAP_IN_STATUS.

		SELECT HOLIDAY-IN ASSIGN TO HOLIDAYS
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_HOL_IN_STATUS.

		SELECT CAP-PROPOSED ASSIGN TO CAPPROP
			ORGANIZATION IS LINE SEQUENTIAL.

		SELECT FORECAST-REPORT ASSIGN TO SFCRPT
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

	FILE SECTION.
	FD TOTALS-HIST.
	COPY ODDEVTH.

	FD CAP-IN.
	COPY ODDEVCP.

	FD HOLIDAY-IN.
	COPY ODDEVHD.

	FD CAP-PROPOSED.
	COPY ODDEVCP REPLACING LEADING ==WS_CAP_IN== BY ==WS_CAP_PR==.

	FD FORECAST-REPORT.
	01	WS_REPORT_LINE		PIC	X(132).

	WORKING-STORAGE SECTION.
	01	WS_TOT_HIST_STATUS	PIC	X(02).
	01	WS_CAP_IN_STATUS	PIC	X(02).
	01	WS_HOL_IN_STATUS	PIC	X(02).

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	01	WS_RUN_DATE	PIC	X(08).
	01	WS_RUN_TIME	PIC	X(08).

	01	WS_PARM_DATA	PIC	X(40)	VALUE SPACE.

	01	WS_SFC_START	PIC	X(08)	VALUE SPACE.
	01	WS_SFC_START_NUM REDEFINES WS_SFC_START
				PIC	9(08).

	01	WS_SFC_WEEKS	PIC	X(02)	VALUE SPACE.
	01	WS_SFC_WEEKS_NUM REDEFINES WS_SFC_WEEKS
				PIC	9(02).

	01	WS_SFC_HEADROOM	PIC	X(02)	VALUE SPACE.
	01	WS_SFC_HEADROOM_NUM REDEFINES WS_SFC_HEADROOM
				PIC	9(02).

	01	WS_PARM_OK_SW	PIC	X(01)	VALUE 'Y'.
		88	WS_PARM_OK		VALUE 'Y'.

	01	WS_SPAN_DAYS	PIC	9(03)	VALUE 371.
	01	WS_BASE_DAYS	PIC	9(03)	VALUE 91.

	COPY ODDEVTO.

	01	WS_DOW_NAMES_DATA	PIC	X(21)
			VALUE 'MONTUEWEDTHUFRISATSUN'.
	01	WS_DOW_NAMES REDEFINES WS_DOW_NAMES_DATA.
		05	WS_DOW_NAME	PIC	X(03)	OCCURS 7 TIMES.

	01	WS_CLASS_NAMES_DATA.
		05	FILLER		PIC	X(10)	VALUE 'MMONTH-END'.
		05	FILLER		PIC	X(10)	VALUE 'PPOST-HOL'.
		05	FILLER		PIC	X(10)	VALUE 'HHOLIDAY'.
	01	WS_CLASS_NAMES REDEFINES WS_CLASS_NAMES_DATA.
		05	WS_CLASS_ENTRY OCCURS 3 TIMES.
			10	WS_CLASS_CODE	PIC	X(01).
			10	WS_CLASS_NAME	PIC	X(09).

	01	WS_CAP_COUNT	PIC	9(03)	VALUE ZERO.
	01	WS_CAP_TABLE.
		05	WS_CT_ENTRY OCCURS 200 TIMES.
			10	WS_CT_SHIFT	PIC	X(01).
			10	WS_CT_CAPACITY	PIC	9(07).
			10	WS_CT_EFFECTIVE	PIC	X(08).
			10	WS_CT_EXPIRES	PIC	X(08).

	01	WS_HOL_COUNT	PIC	9(03)	VALUE ZERO.
	01	WS_HOL_TABLE.
		05	WS_HOL_ENTRY OCCURS 100 TIMES.
			10	WS_HOL_DATE	PIC	X(08).
			10	WS_HOL_NAME	PIC	X(30).

	01	WS_HIST_TABLE.
		05	WS_HD_DAY OCCURS 371 TIMES.
			10	WS_HD_LOADED	PIC	X(01)	VALUE 'N'.
				88	WS_HD_IS_LOADED		VALUE 'Y'.
			10	WS_HD_DOW	PIC	9(01)	VALUE ZERO.
			10	WS_HD_CLASS	PIC	X(01)	VALUE SPACE.
			10	WS_HD_DEMAND	PIC	9(07)	VALUE ZERO
						OCCURS 3 TIMES.

	01	WS_PATTERN.
		05	WS_PAT_DOW OCCURS 7 TIMES.
			10	WS_PAT_DAYS	PIC	9(03)	VALUE ZERO.
			10	WS_PAT_BASIS	PIC	X(01)	VALUE SPACE.
				88	WS_PAT_RECENT		VALUE 'R'.
				88	WS_PAT_FULL_YEAR	VALUE 'Y'.
			10	WS_PAT_SUM	PIC	9(09)	VALUE ZERO
						OCCURS 3 TIMES.
			10	WS_PAT_BASE	PIC	9(07)V9	VALUE ZERO
						OCCURS 3 TIMES.

	01	WS_FACTORS.
		05	WS_FAC_CLASS OCCURS 3 TIMES.
			10	WS_FAC_DAYS	PIC	9(03)	VALUE ZERO.
			10	WS_FAC_ACTUAL	PIC	9(09)	VALUE ZERO
						OCCURS 3 TIMES.
			10	WS_FAC_EXPECTED	PIC	9(09)V9	VALUE ZERO
						OCCURS 3 TIMES.
			10	WS_FAC_FACTOR	PIC	9(02)V99	VALUE 1
						OCCURS 3 TIMES.

	01	WS_FCST_COUNT	PIC	9(02)	VALUE ZERO.
	01	WS_FCST_TABLE.
		05	WS_FC_DAY OCCURS 56 TIMES.
			10	WS_FC_DATE	PIC	X(08).
			10	WS_FC_DOW	PIC	9(01).
			10	WS_FC_CLASS	PIC	X(01).
			10	WS_FC_DEMAND	PIC	9(07)	OCCURS 3 TIMES.
			10	WS_FC_CURRENT	PIC	9(07)	OCCURS 3 TIMES.
			10	WS_FC_PROPOSED	PIC	9(07)	OCCURS 3 TIMES.

	01	WS_HD_SUB	PIC	9(03)	VALUE ZERO.
	01	WS_FC_SUB	PIC	9(02)	VALUE ZERO.
	01	WS_SH_SUB	PIC	9(01)	VALUE ZERO.
	01	WS_DOW_SUB	PIC	9(01)	VALUE ZERO.
	01	WS_CLS_SUB	PIC	9(01)	VALUE ZERO.
	01	WS_CAP_SUB	PIC	9(03)	VALUE ZERO.
	01	WS_HOL_SUB	PIC	9(03)	VALUE ZERO.

	01	WS_DATE_INT	PIC	9(08)	VALUE ZERO.
	01	WS_START_DAYNO	PIC	9(08)	VALUE ZERO.
	01	WS_SPAN_FIRST	PIC	9(08)	VALUE ZERO.
	01	WS_BASE_FIRST	PIC	9(08)	VALUE ZERO.
	01	WS_FIRST_LOADED	PIC	9(08)	VALUE ZERO.
	01	WS_LAST_LOADED	PIC	9(08)	VALUE ZERO.
	01	WS_DAYNO	PIC	9(08)	VALUE ZERO.
	01	WS_END_DATE	PIC	9(08)	VALUE ZERO.
	01	WS_SPAN_FIRST_DATE	PIC	9(08)	VALUE ZERO.
	01	WS_DOW_QUOT	PIC	9(08)	VALUE ZERO.
	01	WS_DOW_REM	PIC	9(01)	VALUE ZERO.

	01	WS_CLS_DAYNO	PIC	9(08)	VALUE ZERO.
	01	WS_CLS_DATE	PIC	9(08)	VALUE ZERO.
	01	WS_CLS_DOW	PIC	9(01)	VALUE ZERO.
	01	WS_CLS_CLASS	PIC	X(01)	VALUE SPACE.

	01	WS_WALK_DAYNO	PIC	9(08)	VALUE ZERO.
	01	WS_WALK_DATE	PIC	9(08)	VALUE ZERO.
	01	WS_WALK_DOW	PIC	9(01)	VALUE ZERO.
	01	WS_WALK_STEPS	PIC	9(02)	VALUE ZERO.
	01	WS_WALK_HOL_SW	PIC	X(01)	VALUE 'N'.
		88	WS_WALK_HOLIDAY		VALUE 'Y'.
	01	WS_WALK_BIZ_SW	PIC	X(01)	VALUE 'N'.
		88	WS_WALK_BUSINESS	VALUE 'Y'.
	01	WS_AFTER_HOL_SW	PIC	X(01)	VALUE 'N'.
		88	WS_AFTER_HOLIDAY	VALUE 'Y'.

	01	WS_CAP_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_DAY_CAPS.
		05	WS_DAY_CAP	PIC	9(07)	VALUE ZERO
					OCCURS 3 TIMES.

	01	WS_SHIFT_COUNTS.
		05	WS_SH_COUNT	PIC	9(07)	VALUE ZERO
					OCCURS 3 TIMES.
	01	WS_SHIFT_FULL.
		05	WS_SH_FULL	PIC	X(01)	VALUE 'N'
					OCCURS 3 TIMES.
	01	WS_REASSIGNED	PIC	9(07)	VALUE ZERO.
	01	WS_FULL_CAPS	PIC	9(09)	VALUE ZERO.
	01	WS_OPEN_COUNTS	PIC	9(09)	VALUE ZERO.
	01	WS_DEMAND_WORK	PIC	S9(09)	VALUE ZERO.

	01	WS_FCST_WORK	PIC	9(09)	VALUE ZERO.
	01	WS_PROP_TENS	PIC	9(07)	VALUE ZERO.
	01	WS_DAY_TOTAL	PIC	9(08)	VALUE ZERO.
	01	WS_DAY_SHORT	PIC	9(01)	VALUE ZERO.
	01	WS_DAY_CAPPED	PIC	9(01)	VALUE ZERO.
	01	WS_VERDICT	PIC	X(20)	VALUE SPACE.
	01	WS_VERDICT_PTR	PIC	9(02)	VALUE ZERO.

	01	WS_ROW_OPEN_SW	PIC	X(01)	VALUE 'N'.
		88	WS_ROW_OPEN		VALUE 'Y'.
	01	WS_ROW_SHIFT	PIC	X(01)	VALUE SPACE.
	01	WS_ROW_CAPACITY	PIC	9(07)	VALUE ZERO.
	01	WS_ROW_EFFECTIVE	PIC	X(08)	VALUE SPACE.
	01	WS_ROW_EXPIRES	PIC	X(08)	VALUE SPACE.
	01	WS_ROW_DAYS	PIC	9(02)	VALUE ZERO.

	01	WS_SFC_TOTALS.
		05	WS_COUNT_CAP_ROWS	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_HOLIDAYS	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_READ		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_LOADED		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_REBUILT	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_FCST_DAYS	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_NO_RUN		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_PEAK_DAYS	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_SHORT_DAYS	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_SHORT_SHIFTS	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_PROPOSED	PIC	9(07)	VALUE ZERO.

	01	WS_PATTERN_HEAD.
		05	FILLER		PIC	X(05)	VALUE 'DAY'.
		05	FILLER		PIC	X(06)	VALUE ' DAYS'.
		05	FILLER		PIC	X(12)	VALUE '     SHIFT-1'.
		05	FILLER		PIC	X(12)	VALUE '     SHIFT-2'.
		05	FILLER		PIC	X(12)	VALUE '     SHIFT-3'.
		05	FILLER		PIC	X(12)	VALUE '       TOTAL'.
		05	FILLER		PIC	X(73)	VALUE '  BASIS'.

	01	WS_PATTERN_LINE.
		05	WS_PTL_DAY		PIC	X(03).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_PTL_DAYS		PIC	ZZZZ9.
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_PTL_SHIFT OCCURS 3 TIMES.
			10	FILLER		PIC	X(02)	VALUE SPACE.
			10	WS_PTL_BASE	PIC	ZZZZZZ9.9.
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_PTL_TOTAL		PIC	ZZZZZZZZ9.9.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_PTL_BASIS		PIC	X(40).
		05	FILLER			PIC	X(34)	VALUE SPACE.

	01	WS_FACTOR_HEAD.
		05	FILLER		PIC	X(11)	VALUE 'CLASS'.
		05	FILLER		PIC	X(06)	VALUE ' DAYS'.
		05	FILLER		PIC	X(09)	VALUE '  SHIFT-1'.
		05	FILLER		PIC	X(09)	VALUE '  SHIFT-2'.
		05	FILLER		PIC	X(09)	VALUE '  SHIFT-3'.
		05	FILLER		PIC	X(88)	VALUE '  NOTE'.

	01	WS_FACTOR_LINE.
		05	WS_FCL_CLASS		PIC	X(09).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_FCL_DAYS		PIC	ZZZZ9.
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_FCL_SHIFT OCCURS 3 TIMES.
			10	FILLER		PIC	X(04)	VALUE SPACE.
			10	WS_FCL_FACTOR	PIC	Z9.99.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_FCL_NOTE		PIC	X(40).
		05	FILLER			PIC	X(46)	VALUE SPACE.

	01	WS_DAILY_HEAD1.
		05	FILLER		PIC	X(26)	VALUE SPACE.
		05	FILLER		PIC	X(25)
				VALUE '-------- SHIFT 1 --------'.
		05	FILLER		PIC	X(25)
				VALUE '-------- SHIFT 2 --------'.
		05	FILLER		PIC	X(25)
				VALUE '-------- SHIFT 3 --------'.
		05	FILLER		PIC	X(31)	VALUE SPACE.

	01	WS_DAILY_HEAD2.
		05	FILLER		PIC	X(10)	VALUE 'DATE'.
		05	FILLER		PIC	X(05)	VALUE 'DAY'.
		05	FILLER		PIC	X(11)	VALUE 'CLASS'.
		05	FILLER		PIC	X(25)
				VALUE '   FCST  IN-CAP    PROP  '.
		05	FILLER		PIC	X(25)
				VALUE '   FCST  IN-CAP    PROP  '.
		05	FILLER		PIC	X(25)
				VALUE '   FCST  IN-CAP    PROP  '.
		05	FILLER		PIC	X(10)	VALUE '    TOTAL'.
		05	FILLER		PIC	X(21)	VALUE 'VERDICT'.

	01	WS_DAILY_LINE.
		05	WS_DYL_DATE		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_DAY		PIC	X(03).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_CLASS		PIC	X(09).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_DYL_SHIFT OCCURS 3 TIMES.
			10	WS_DYL_FCST	PIC	ZZZZZZ9.
			10	FILLER		PIC	X(01)	VALUE SPACE.
			10	WS_DYL_CAP	PIC	ZZZZZZ9	BLANK WHEN ZERO.
			10	FILLER		PIC	X(01)	VALUE SPACE.
			10	WS_DYL_PROP	PIC	ZZZZZZ9	BLANK WHEN ZERO.
			10	FILLER		PIC	X(02)	VALUE SPACE.
		05	WS_DYL_TOTAL		PIC	ZZZZZZZZ9.
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_DYL_VERDICT		PIC	X(20).
		05	FILLER			PIC	X(01)	VALUE SPACE.

	01	WS_ROW_HEAD.
		05	FILLER		PIC	X(07)	VALUE 'SHIFT'.
		05	FILLER		PIC	X(10)	VALUE '  CAPACITY'.
		05	FILLER		PIC	X(12)	VALUE '  EFFECTIVE'.
		05	FILLER		PIC	X(10)	VALUE 'EXPIRES'.
		05	FILLER		PIC	X(93)	VALUE 'DAYS'.

	01	WS_ROW_LINE.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RWL_SHIFT		PIC	X(01).
		05	FILLER			PIC	X(05)	VALUE SPACE.
		05	WS_RWL_CAPACITY		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(04)	VALUE SPACE.
		05	WS_RWL_EFFECTIVE	PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RWL_EXPIRES		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RWL_DAYS		PIC	Z9.
		05	FILLER			PIC	X(91)	VALUE SPACE.

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
				INTO WS_SFC_START WS_SFC_WEEKS WS_SFC_HEADROOM
		END-IF.

		PERFORM CHECK-PARM-PARAGRAPH.

		IF NOT WS_PARM_OK
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF.

		PERFORM LOAD-CAPACITY-PARAGRAPH.
		PERFORM LOAD-HOLIDAYS-PARAGRAPH.

		OPEN INPUT TOTALS-HIST.

		IF WS_TOT_HIST_STATUS NOT EQUAL '00'
			DISPLAY 'ODDEVSFC - TOTALS HISTORY WILL NOT OPEN, '
				'STATUS ' WS_TOT_HIST_STATUS '; NO FORECAST.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		MOVE WS_SPAN_FIRST_DATE TO WS_TH_BUS_DATE.

		START TOTALS-HIST KEY IS NOT LESS THAN WS_TH_BUS_DATE
			INVALID KEY
				MOVE 'Y' TO WS_EOF_SW
		END-START.

		IF NOT WS_EOF
			PERFORM READ-HISTORY-PARAGRAPH
		END-IF.

		PERFORM LOAD-HISTORY-PARAGRAPH UNTIL WS_EOF.

		CLOSE TOTALS-HIST.

		IF WS_COUNT_LOADED EQUAL ZERO
			DISPLAY 'ODDEVSFC - NO TOTALS HISTORY IN THE YEAR '
				'BEFORE ' WS_SFC_START '; NO FORECAST.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		PERFORM CLASSIFY-HISTORY-PARAGRAPH
			VARYING WS_HD_SUB FROM 1 BY 1
			UNTIL WS_HD_SUB > WS_SPAN_DAYS.

		PERFORM BUILD-PATTERN-PARAGRAPH.
		PERFORM BUILD-FACTORS-PARAGRAPH.

		COMPUTE WS_FCST_COUNT = WS_SFC_WEEKS_NUM * 7.

		PERFORM FORECAST-DAY-PARAGRAPH
			VARYING WS_FC_SUB FROM 1 BY 1
			UNTIL WS_FC_SUB > WS_FCST_COUNT.

		OPEN OUTPUT FORECAST-REPORT.
		OPEN OUTPUT CAP-PROPOSED.

		PERFORM WRITE-HEADING-PARAGRAPH.
		PERFORM WRITE-PATTERN-PARAGRAPH.
		PERFORM WRITE-FACTORS-PARAGRAPH.
		PERFORM WRITE-DAILY-PARAGRAPH.
		PERFORM WRITE-ROWS-PARAGRAPH.
		PERFORM WRITE-SUMMARY-PARAGRAPH.

		CLOSE CAP-PROPOSED.
		CLOSE FORECAST-REPORT.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		IF WS_COUNT_SHORT_SHIFTS IS GREATER THAN ZERO
			DISPLAY 'ODDEVSFC - SHIFTS FORECAST ABOVE THE CAPACITY '
				'IN FORCE; SEE SFCRPT AND CAPPROP.'
			MOVE 4 TO RETURN-CODE
		END-IF.

	STOP RUN.

	CHECK-PARM-PARAGRAPH.

		IF WS_SFC_WEEKS EQUAL SPACES
			MOVE '04' TO WS_SFC_WEEKS
		END-IF.

		IF WS_SFC_WEEKS (2:1) EQUAL SPACE
			MOVE WS_SFC_WEEKS (1:1) TO WS_SFC_WEEKS (2:1)
			MOVE '0' TO WS_SFC_WEEKS (1:1)
		END-IF.

		IF WS_SFC_HEADROOM EQUAL SPACES
			MOVE '10' TO WS_SFC_HEADROOM
		END-IF.

		IF WS_SFC_HEADROOM (2:1) EQUAL SPACE
			MOVE WS_SFC_HEADROOM (1:1) TO WS_SFC_HEADROOM (2:1)
			MOVE '0' TO WS_SFC_HEADROOM (1:1)
		END-IF.

		IF WS_SFC_START EQUAL SPACES
			MOVE WS_RUN_DATE TO WS_DATE_INT
			COMPUTE WS_START_DAYNO =
				FUNCTION INTEGER-OF-DATE (WS_DATE_INT) + 1
			COMPUTE WS_SFC_START_NUM =
				FUNCTION DATE-OF-INTEGER (WS_START_DAYNO)
		END-IF.

		IF WS_SFC_START IS NOT NUMERIC
			DISPLAY 'ODDEVSFC - PARM START DATE ' WS_SFC_START
				' IS NOT YYYYMMDD; NO FORECAST.'
			MOVE 'N' TO WS_PARM_OK_SW
		ELSE
			IF WS_SFC_START (5:2) IS LESS THAN '01'
				OR WS_SFC_START (5:2) IS GREATER THAN '12'
				OR WS_SFC_START (7:2) IS LESS THAN '01'
				OR WS_SFC_START (7:2) IS GREATER THAN '31'
				DISPLAY 'ODDEVSFC - PARM START DATE '
					WS_SFC_START ' IS NOT YYYYMMDD; NO FORECAST.'
				MOVE 'N' TO WS_PARM_OK_SW
			END-IF
		END-IF.

		IF WS_SFC_WEEKS IS NOT NUMERIC
			DISPLAY 'ODDEVSFC - PARM WEEKS ' WS_SFC_WEEKS
				' IS NOT 1-8; NO FORECAST.'
			MOVE 'N' TO WS_PARM_OK_SW
		ELSE
			IF WS_SFC_WEEKS_NUM IS LESS THAN 1
				OR WS_SFC_WEEKS_NUM IS GREATER THAN 8
				DISPLAY 'ODDEVSFC - PARM WEEKS ' WS_SFC_WEEKS
					' IS NOT 1-8; NO FORECAST.'
				MOVE 'N' TO WS_PARM_OK_SW
			END-IF
		END-IF.

		IF WS_SFC_HEADROOM IS NOT NUMERIC
			DISPLAY 'ODDEVSFC - PARM HEADROOM ' WS_SFC_HEADROOM
				' IS NOT 0-99 PERCENT; NO FORECAST.'
			MOVE 'N' TO WS_PARM_OK_SW
		END-IF.

		IF WS_PARM_OK
			MOVE WS_SFC_START TO WS_DATE_INT
			COMPUTE WS_START_DAYNO =
				FUNCTION INTEGER-OF-DATE (WS_DATE_INT)
			IF WS_START_DAYNO EQUAL ZERO
				DISPLAY 'ODDEVSFC - PARM START DATE '
					WS_SFC_START ' IS NOT A DATE; NO FORECAST.'
				MOVE 'N' TO WS_PARM_OK_SW
			END-IF
		END-IF.

		IF WS_PARM_OK
			COMPUTE WS_SPAN_FIRST = WS_START_DAYNO - WS_SPAN_DAYS
			COMPUTE WS_BASE_FIRST = WS_START_DAYNO - WS_BASE_DAYS
			COMPUTE WS_SPAN_FIRST_DATE =
				FUNCTION DATE-OF-INTEGER (WS_SPAN_FIRST)
			COMPUTE WS_DAYNO = WS_START_DAYNO
				+ (WS_SFC_WEEKS_NUM * 7) - 1
			COMPUTE WS_END_DATE =
				FUNCTION DATE-OF-INTEGER (WS_DAYNO)
		END-IF.

	LOAD-CAPACITY-PARAGRAPH.

		OPEN INPUT CAP-IN.

		IF WS_CAP_IN_STATUS EQUAL '00'
			PERFORM READ-CAP-PARAGRAPH
			PERFORM STORE-CAP-PARAGRAPH
				UNTIL WS_CAP_IN_STATUS NOT EQUAL '00'
			CLOSE CAP-IN
		ELSE
			DISPLAY 'ODDEVSFC WARNING - CAP-IN WILL NOT OPEN, '
				'STATUS ' WS_CAP_IN_STATUS '; EVERY SHIFT '
				'TAKEN AS UNCAPPED.'
		END-IF.

	READ-CAP-PARAGRAPH.

		READ CAP-IN.

	STORE-CAP-PARAGRAPH.

		IF WS_CAP_IN_CAPACITY IS NUMERIC
			IF WS_CAP_COUNT IS LESS THAN 200
				ADD 1 TO WS_CAP_COUNT
				MOVE WS_CAP_IN_SHIFT TO WS_CT_SHIFT (WS_CAP_COUNT)
				MOVE WS_CAP_IN_CAPACITY
					TO WS_CT_CAPACITY (WS_CAP_COUNT)
				MOVE WS_CAP_IN_EFFECTIVE
					TO WS_CT_EFFECTIVE (WS_CAP_COUNT)
				MOVE WS_CAP_IN_EXPIRES
					TO WS_CT_EXPIRES (WS_CAP_COUNT)
				ADD 1 TO WS_COUNT_CAP_ROWS
			ELSE
				DISPLAY 'ODDEVSFC WARNING - MORE THAN 200 CAP-IN '
					'ROWS; ROWS AFTER THE 200TH IGNORED.'
			END-IF
		END-IF.

		PERFORM READ-CAP-PARAGRAPH.

	LOAD-HOLIDAYS-PARAGRAPH.

		OPEN INPUT HOLIDAY-IN.

		IF WS_HOL_IN_STATUS EQUAL '00'
			PERFORM READ-HOLIDAY-PARAGRAPH
			PERFORM STORE-HOLIDAY-PARAGRAPH
				UNTIL WS_HOL_IN_STATUS NOT EQUAL '00'
			CLOSE HOLIDAY-IN
		ELSE
			DISPLAY 'ODDEVSFC WARNING - HOLIDAY CALENDAR WILL NOT '
				'OPEN, STATUS ' WS_HOL_IN_STATUS '; NO HOLIDAYS '
				'IN THE PATTERN.'
		END-IF.

	READ-HOLIDAY-PARAGRAPH.

		READ HOLIDAY-IN.

	STORE-HOLIDAY-PARAGRAPH.

		IF WS_HOL_IN_DATE IS NUMERIC
			IF WS_HOL_COUNT IS LESS THAN 100
				ADD 1 TO WS_HOL_COUNT
				MOVE WS_HOL_IN_DATE TO WS_HOL_DATE (WS_HOL_COUNT)
				MOVE WS_HOL_IN_NAME TO WS_HOL_NAME (WS_HOL_COUNT)
				ADD 1 TO WS_COUNT_HOLIDAYS
			ELSE
				DISPLAY 'ODDEVSFC WARNING - MORE THAN 100 '
					'HOLIDAYS; ROWS AFTER THE 100TH IGNORED.'
			END-IF
		END-IF.

		PERFORM READ-HOLIDAY-PARAGRAPH.

	READ-HISTORY-PARAGRAPH.

		READ TOTALS-HIST NEXT
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			IF WS_TH_BUS_DATE IS NOT LESS THAN WS_SFC_START
				MOVE 'Y' TO WS_EOF_SW
			ELSE
				ADD 1 TO WS_COUNT_READ
			END-IF
		END-IF.

	LOAD-HISTORY-PARAGRAPH.

		IF WS_TH_BUS_DATE IS NUMERIC
			MOVE WS_TH_BUS_DATE TO WS_DATE_INT
			COMPUTE WS_DAYNO = FUNCTION INTEGER-OF-DATE (WS_DATE_INT)
			COMPUTE WS_HD_SUB = WS_DAYNO - WS_SPAN_FIRST + 1
			PERFORM STORE-HISTORY-PARAGRAPH
		END-IF.

		PERFORM READ-HISTORY-PARAGRAPH.

	STORE-HISTORY-PARAGRAPH.

		MOVE WS_TH_TOTALS TO WS_TOT_RECORD.

		MOVE WS_TOT_COUNT_SH1 TO WS_SH_COUNT (1).
		MOVE WS_TOT_COUNT_SH2 TO WS_SH_COUNT (2).
		MOVE WS_TOT_COUNT_SH3 TO WS_SH_COUNT (3).

		IF WS_TOT_COUNT_REASSIGN IS NUMERIC
			MOVE WS_TOT_COUNT_REASSIGN TO WS_REASSIGNED
		ELSE
			MOVE ZERO TO WS_REASSIGNED
		END-IF.

		IF WS_TOT_COUNT_SH1 IS NUMERIC
			AND WS_TOT_COUNT_SH2 IS NUMERIC
			AND WS_TOT_COUNT_SH3 IS NUMERIC
			MOVE 'Y' TO WS_HD_LOADED (WS_HD_SUB)
			ADD 1 TO WS_COUNT_LOADED
			IF WS_FIRST_LOADED EQUAL ZERO
				MOVE WS_DAYNO TO WS_FIRST_LOADED
			END-IF
			MOVE WS_DAYNO TO WS_LAST_LOADED
			MOVE WS_TH_BUS_DATE TO WS_CAP_DATE
			PERFORM GET-CAP-IN-FORCE-PARAGRAPH
			PERFORM REBUILD-DEMAND-PARAGRAPH
		END-IF.

	REBUILD-DEMAND-PARAGRAPH.

		MOVE ZERO TO WS_FULL_CAPS.
		MOVE ZERO TO WS_OPEN_COUNTS.

		PERFORM MARK-FULL-SHIFT-PARAGRAPH
			VARYING WS_SH_SUB FROM 1 BY 1
			UNTIL WS_SH_SUB > 3.

		IF WS_REASSIGNED IS GREATER THAN ZERO
			AND WS_FULL_CAPS IS GREATER THAN ZERO
			AND WS_OPEN_COUNTS IS GREATER THAN ZERO
			ADD 1 TO WS_COUNT_REBUILT
			PERFORM SHIFT-DEMAND-PARAGRAPH
				VARYING WS_SH_SUB FROM 1 BY 1
				UNTIL WS_SH_SUB > 3
		ELSE
			PERFORM COPY-DEMAND-PARAGRAPH
				VARYING WS_SH_SUB FROM 1 BY 1
				UNTIL WS_SH_SUB > 3
		END-IF.

	MARK-FULL-SHIFT-PARAGRAPH.

		IF WS_DAY_CAP (WS_SH_SUB) IS GREATER THAN ZERO
			AND WS_SH_COUNT (WS_SH_SUB) + 1
				IS NOT LESS THAN WS_DAY_CAP (WS_SH_SUB)
			MOVE 'Y' TO WS_SH_FULL (WS_SH_SUB)
			ADD WS_DAY_CAP (WS_SH_SUB) TO WS_FULL_CAPS
		ELSE
			MOVE 'N' TO WS_SH_FULL (WS_SH_SUB)
			ADD WS_SH_COUNT (WS_SH_SUB) TO WS_OPEN_COUNTS
		END-IF.

	SHIFT-DEMAND-PARAGRAPH.

		IF WS_SH_FULL (WS_SH_SUB) EQUAL 'Y'
			COMPUTE WS_DEMAND_WORK ROUNDED = WS_SH_COUNT (WS_SH_SUB)
				+ WS_REASSIGNED * WS_DAY_CAP (WS_SH_SUB)
					/ WS_FULL_CAPS
		ELSE
			COMPUTE WS_DEMAND_WORK ROUNDED = WS_SH_COUNT (WS_SH_SUB)
				- WS_REASSIGNED * WS_SH_COUNT (WS_SH_SUB)
					/ WS_OPEN_COUNTS
		END-IF.

		IF WS_DEMAND_WORK IS LESS THAN ZERO
			MOVE ZERO TO WS_DEMAND_WORK
		END-IF.

		MOVE WS_DEMAND_WORK TO WS_HD_DEMAND (WS_HD_SUB WS_SH_SUB).

	COPY-DEMAND-PARAGRAPH.

		MOVE WS_SH_COUNT (WS_SH_SUB)
			TO WS_HD_DEMAND (WS_HD_SUB WS_SH_SUB).

	GET-CAP-IN-FORCE-PARAGRAPH.

		MOVE ZERO TO WS_DAY_CAP (1).
		MOVE ZERO TO WS_DAY_CAP (2).
		MOVE ZERO TO WS_DAY_CAP (3).

		PERFORM SCAN-CAP-PARAGRAPH
			VARYING WS_CAP_SUB FROM 1 BY 1
			UNTIL WS_CAP_SUB > WS_CAP_COUNT.

	SCAN-CAP-PARAGRAPH.

		IF (WS_CT_EFFECTIVE (WS_CAP_SUB) IS EQUAL TO SPACES
				OR WS_CT_EFFECTIVE (WS_CAP_SUB) IS NOT GREATER
					THAN WS_CAP_DATE)
			AND (WS_CT_EXPIRES (WS_CAP_SUB) IS EQUAL TO SPACES
				OR WS_CT_EXPIRES (WS_CAP_SUB) IS NOT LESS
					THAN WS_CAP_DATE)
			AND WS_CT_SHIFT (WS_CAP_SUB) IS GREATER THAN '0'
			AND WS_CT_SHIFT (WS_CAP_SUB) IS LESS THAN '4'
			MOVE WS_CT_SHIFT (WS_CAP_SUB) TO WS_SH_SUB
			IF WS_DAY_CAP (WS_SH_SUB) IS EQUAL TO ZERO
				MOVE WS_CT_CAPACITY (WS_CAP_SUB)
					TO WS_DAY_CAP (WS_SH_SUB)
			END-IF
		END-IF.

	CLASSIFY-HISTORY-PARAGRAPH.

		COMPUTE WS_CLS_DAYNO = WS_SPAN_FIRST + WS_HD_SUB - 1.

		PERFORM CLASSIFY-DAY-PARAGRAPH.

		MOVE WS_CLS_DOW TO WS_HD_DOW (WS_HD_SUB).
		MOVE WS_CLS_CLASS TO WS_HD_CLASS (WS_HD_SUB).

	CLASSIFY-DAY-PARAGRAPH.

		MOVE WS_CLS_DAYNO TO WS_WALK_DAYNO.
		PERFORM TEST-BUSINESS-DAY-PARAGRAPH.

		MOVE WS_WALK_DATE TO WS_CLS_DATE.
		MOVE WS_WALK_DOW TO WS_CLS_DOW.
		MOVE 'N' TO WS_CLS_CLASS.

		IF WS_WALK_HOLIDAY
			MOVE 'H' TO WS_CLS_CLASS
		ELSE
			IF WS_WALK_BUSINESS
				PERFORM TEST-MONTH-END-PARAGRAPH
				IF WS_CLS_CLASS EQUAL 'N'
					PERFORM TEST-POST-HOLIDAY-PARAGRAPH
				END-IF
			END-IF
		END-IF.

	TEST-MONTH-END-PARAGRAPH.

		MOVE ZERO TO WS_WALK_STEPS.
		COMPUTE WS_WALK_DAYNO = WS_CLS_DAYNO + 1.
		PERFORM TEST-BUSINESS-DAY-PARAGRAPH.

		PERFORM WALK-FORWARD-PARAGRAPH
			UNTIL WS_WALK_BUSINESS
				OR WS_WALK_STEPS IS GREATER THAN 10.

		IF WS_WALK_DATE (5:2) NOT EQUAL WS_CLS_DATE (5:2)
			MOVE 'M' TO WS_CLS_CLASS
		END-IF.

	WALK-FORWARD-PARAGRAPH.

		ADD 1 TO WS_WALK_STEPS.
		ADD 1 TO WS_WALK_DAYNO.
		PERFORM TEST-BUSINESS-DAY-PARAGRAPH.

	TEST-POST-HOLIDAY-PARAGRAPH.

		MOVE 'N' TO WS_AFTER_HOL_SW.
		MOVE ZERO TO WS_WALK_STEPS.
		COMPUTE WS_WALK_DAYNO = WS_CLS_DAYNO - 1.
		PERFORM TEST-BUSINESS-DAY-PARAGRAPH.

		PERFORM WALK-BACK-PARAGRAPH
			UNTIL WS_WALK_BUSINESS
				OR WS_WALK_STEPS IS GREATER THAN 10.

		IF WS_AFTER_HOLIDAY
			MOVE 'P' TO WS_CLS_CLASS
		END-IF.

	WALK-BACK-PARAGRAPH.

		IF WS_WALK_HOLIDAY
			MOVE 'Y' TO WS_AFTER_HOL_SW
		END-IF.

		ADD 1 TO WS_WALK_STEPS.
		SUBTRACT 1 FROM WS_WALK_DAYNO.
		PERFORM TEST-BUSINESS-DAY-PARAGRAPH.

	TEST-BUSINESS-DAY-PARAGRAPH.

		COMPUTE WS_WALK_DATE =
			FUNCTION DATE-OF-INTEGER (WS_WALK_DAYNO).

		DIVIDE WS_WALK_DAYNO BY 7 GIVING WS_DOW_QUOT
			REMAINDER WS_DOW_REM.

		IF WS_DOW_REM EQUAL ZERO
			MOVE 7 TO WS_WALK_DOW
		ELSE
			MOVE WS_DOW_REM TO WS_WALK_DOW
		END-IF.

		MOVE 'N' TO WS_WALK_HOL_SW.

		PERFORM SCAN-HOLIDAY-PARAGRAPH
			VARYING WS_HOL_SUB FROM 1 BY 1
			UNTIL WS_HOL_SUB > WS_HOL_COUNT
				OR WS_WALK_HOLIDAY.

		IF WS_WALK_HOLIDAY
			OR WS_WALK_DOW IS GREATER THAN 5
			MOVE 'N' TO WS_WALK_BIZ_SW
		ELSE
			MOVE 'Y' TO WS_WALK_BIZ_SW
		END-IF.

	SCAN-HOLIDAY-PARAGRAPH.

		IF WS_HOL_DATE (WS_HOL_SUB) EQUAL WS_WALK_DATE
			MOVE 'Y' TO WS_WALK_HOL_SW
		END-IF.

	BUILD-PATTERN-PARAGRAPH.

		PERFORM PATTERN-RECENT-PARAGRAPH
			VARYING WS_HD_SUB FROM 1 BY 1
			UNTIL WS_HD_SUB > WS_SPAN_DAYS.

		PERFORM PATTERN-FULL-YEAR-PARAGRAPH
			VARYING WS_HD_SUB FROM 1 BY 1
			UNTIL WS_HD_SUB > WS_SPAN_DAYS.

		PERFORM AVERAGE-DOW-PARAGRAPH
			VARYING WS_DOW_SUB FROM 1 BY 1
			UNTIL WS_DOW_SUB > 7.

	PATTERN-RECENT-PARAGRAPH.

		COMPUTE WS_DAYNO = WS_SPAN_FIRST + WS_HD_SUB - 1.

		IF WS_HD_IS_LOADED (WS_HD_SUB)
			AND WS_HD_CLASS (WS_HD_SUB) EQUAL 'N'
			AND WS_DAYNO IS NOT LESS THAN WS_BASE_FIRST
			MOVE WS_HD_DOW (WS_HD_SUB) TO WS_DOW_SUB
			MOVE 'R' TO WS_PAT_BASIS (WS_DOW_SUB)
			PERFORM ADD-PATTERN-DAY-PARAGRAPH
		END-IF.

	PATTERN-FULL-YEAR-PARAGRAPH.

		IF WS_HD_IS_LOADED (WS_HD_SUB)
			AND WS_HD_CLASS (WS_HD_SUB) EQUAL 'N'
			MOVE WS_HD_DOW (WS_HD_SUB) TO WS_DOW_SUB
			IF NOT WS_PAT_RECENT (WS_DOW_SUB)
				MOVE 'Y' TO WS_PAT_BASIS (WS_DOW_SUB)
				PERFORM ADD-PATTERN-DAY-PARAGRAPH
			END-IF
		END-IF.

	ADD-PATTERN-DAY-PARAGRAPH.

		ADD 1 TO WS_PAT_DAYS (WS_DOW_SUB).
		ADD WS_HD_DEMAND (WS_HD_SUB 1) TO WS_PAT_SUM (WS_DOW_SUB 1).
		ADD WS_HD_DEMAND (WS_HD_SUB 2) TO WS_PAT_SUM (WS_DOW_SUB 2).
		ADD WS_HD_DEMAND (WS_HD_SUB 3) TO WS_PAT_SUM (WS_DOW_SUB 3).

	AVERAGE-DOW-PARAGRAPH.

		IF WS_PAT_DAYS (WS_DOW_SUB) IS GREATER THAN ZERO
			PERFORM AVERAGE-SHIFT-PARAGRAPH
				VARYING WS_SH_SUB FROM 1 BY 1
				UNTIL WS_SH_SUB > 3
		END-IF.

	AVERAGE-SHIFT-PARAGRAPH.

		COMPUTE WS_PAT_BASE (WS_DOW_SUB WS_SH_SUB) ROUNDED =
			WS_PAT_SUM (WS_DOW_SUB WS_SH_SUB)
				/ WS_PAT_DAYS (WS_DOW_SUB).

	BUILD-FACTORS-PARAGRAPH.

		PERFORM FACTOR-DAY-PARAGRAPH
			VARYING WS_HD_SUB FROM 1 BY 1
			UNTIL WS_HD_SUB > WS_SPAN_DAYS.

		PERFORM FACTOR-CLASS-PARAGRAPH
			VARYING WS_CLS_SUB FROM 1 BY 1
			UNTIL WS_CLS_SUB > 3.

	FACTOR-DAY-PARAGRAPH.

		COMPUTE WS_DAYNO = WS_SPAN_FIRST + WS_HD_SUB - 1.
		MOVE ZERO TO WS_CLS_SUB.

		IF WS_HD_CLASS (WS_HD_SUB) EQUAL 'M'
			MOVE 1 TO WS_CLS_SUB
		END-IF.

		IF WS_HD_CLASS (WS_HD_SUB) EQUAL 'P'
			MOVE 2 TO WS_CLS_SUB
		END-IF.

		IF WS_HD_CLASS (WS_HD_SUB) EQUAL 'H'
			AND WS_DAYNO IS NOT LESS THAN WS_FIRST_LOADED
			AND WS_DAYNO IS NOT GREATER THAN WS_LAST_LOADED
			MOVE 3 TO WS_CLS_SUB
		END-IF.

		MOVE WS_HD_DOW (WS_HD_SUB) TO WS_DOW_SUB.

		IF WS_CLS_SUB IS GREATER THAN ZERO
			AND WS_PAT_DAYS (WS_DOW_SUB) IS GREATER THAN ZERO
			IF WS_HD_IS_LOADED (WS_HD_SUB)
				OR WS_CLS_SUB EQUAL 3
				ADD 1 TO WS_FAC_DAYS (WS_CLS_SUB)
				PERFORM FACTOR-SHIFT-PARAGRAPH
					VARYING WS_SH_SUB FROM 1 BY 1
					UNTIL WS_SH_SUB > 3
			END-IF
		END-IF.

	FACTOR-SHIFT-PARAGRAPH.

		ADD WS_HD_DEMAND (WS_HD_SUB WS_SH_SUB)
			TO WS_FAC_ACTUAL (WS_CLS_SUB WS_SH_SUB).
		ADD WS_PAT_BASE (WS_DOW_SUB WS_SH_SUB)
			TO WS_FAC_EXPECTED (WS_CLS_SUB WS_SH_SUB).

	FACTOR-CLASS-PARAGRAPH.

		PERFORM FACTOR-RATIO-PARAGRAPH
			VARYING WS_SH_SUB FROM 1 BY 1
			UNTIL WS_SH_SUB > 3.

	FACTOR-RATIO-PARAGRAPH.

		IF WS_FAC_EXPECTED (WS_CLS_SUB WS_SH_SUB) IS GREATER THAN ZERO
			COMPUTE WS_FAC_FACTOR (WS_CLS_SUB WS_SH_SUB) ROUNDED =
				WS_FAC_ACTUAL (WS_CLS_SUB WS_SH_SUB)
					/ WS_FAC_EXPECTED (WS_CLS_SUB WS_SH_SUB)
				ON SIZE ERROR
					MOVE 99.99
						TO WS_FAC_FACTOR (WS_CLS_SUB WS_SH_SUB)
			END-COMPUTE
		END-IF.

	FORECAST-DAY-PARAGRAPH.

		COMPUTE WS_CLS_DAYNO = WS_START_DAYNO + WS_FC_SUB - 1.

		PERFORM CLASSIFY-DAY-PARAGRAPH.

		MOVE WS_CLS_DATE TO WS_FC_DATE (WS_FC_SUB).
		MOVE WS_CLS_DOW TO WS_FC_DOW (WS_FC_SUB).
		MOVE WS_CLS_CLASS TO WS_FC_CLASS (WS_FC_SUB).
		MOVE WS_CLS_DOW TO WS_DOW_SUB.
		MOVE ZERO TO WS_CLS_SUB.

		IF WS_CLS_CLASS EQUAL 'M'
			MOVE 1 TO WS_CLS_SUB
		END-IF.

		IF WS_CLS_CLASS EQUAL 'P'
			MOVE 2 TO WS_CLS_SUB
		END-IF.

		IF WS_CLS_CLASS EQUAL 'H'
			MOVE 3 TO WS_CLS_SUB
		END-IF.

		MOVE WS_FC_DATE (WS_FC_SUB) TO WS_CAP_DATE.
		PERFORM GET-CAP-IN-FORCE-PARAGRAPH.

		PERFORM FORECAST-SHIFT-PARAGRAPH
			VARYING WS_SH_SUB FROM 1 BY 1
			UNTIL WS_SH_SUB > 3.

	FORECAST-SHIFT-PARAGRAPH.

		IF WS_CLS_SUB IS GREATER THAN ZERO
			COMPUTE WS_FCST_WORK ROUNDED =
				WS_PAT_BASE (WS_DOW_SUB WS_SH_SUB)
					* WS_FAC_FACTOR (WS_CLS_SUB WS_SH_SUB)
		ELSE
			COMPUTE WS_FCST_WORK ROUNDED =
				WS_PAT_BASE (WS_DOW_SUB WS_SH_SUB)
		END-IF.

		MOVE WS_FCST_WORK TO WS_FC_DEMAND (WS_FC_SUB WS_SH_SUB).
		MOVE WS_DAY_CAP (WS_SH_SUB)
			TO WS_FC_CURRENT (WS_FC_SUB WS_SH_SUB).

		COMPUTE WS_PROP_TENS =
			(WS_FCST_WORK * (100 + WS_SFC_HEADROOM_NUM) + 999) / 1000.

		COMPUTE WS_FC_PROPOSED (WS_FC_SUB WS_SH_SUB) =
			WS_PROP_TENS * 10.

	WRITE-HEADING-PARAGRAPH.

		MOVE 'ODDEVEN SHIFT-VOLUME AND STAFFING FORECAST'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'FORECAST ' WS_SFC_START ' TO ' WS_END_DATE
			'  (' WS_SFC_WEEKS ' WEEKS)'
			'  HEADROOM ' WS_SFC_HEADROOM ' PERCENT'
			'  HISTORY FROM ' WS_SPAN_FIRST_DATE
			'  RUN DATE ' WS_RUN_DATE
			'  TIME ' WS_RUN_TIME
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

	WRITE-PATTERN-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'DAY-OF-WEEK PATTERN (AVERAGE DAILY '
			'DEMAND PER SHIFT ON NORMAL DAYS)'
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_PATTERN_HEAD.

		PERFORM WRITE-PATTERN-LINE-PARAGRAPH
			VARYING WS_DOW_SUB FROM 1 BY 1
			UNTIL WS_DOW_SUB > 7.

	WRITE-PATTERN-LINE-PARAGRAPH.

		MOVE WS_DOW_NAME (WS_DOW_SUB) TO WS_PTL_DAY.
		MOVE WS_PAT_DAYS (WS_DOW_SUB) TO WS_PTL_DAYS.
		MOVE WS_PAT_BASE (WS_DOW_SUB 1) TO WS_PTL_BASE (1).
		MOVE WS_PAT_BASE (WS_DOW_SUB 2) TO WS_PTL_BASE (2).
		MOVE WS_PAT_BASE (WS_DOW_SUB 3) TO WS_PTL_BASE (3).

		COMPUTE WS_PTL_TOTAL = WS_PAT_BASE (WS_DOW_SUB 1)
			+ WS_PAT_BASE (WS_DOW_SUB 2)
			+ WS_PAT_BASE (WS_DOW_SUB 3).

		IF WS_PAT_RECENT (WS_DOW_SUB)
			MOVE 'LAST 13 WEEKS' TO WS_PTL_BASIS
		ELSE
			IF WS_PAT_FULL_YEAR (WS_DOW_SUB)
				MOVE 'FULL YEAR - NONE IN THE LAST 13 WEEKS'
					TO WS_PTL_BASIS
			ELSE
				MOVE 'NO RUNS - NOT FORECAST' TO WS_PTL_BASIS
			END-IF
		END-IF.

		WRITE WS_REPORT_LINE FROM WS_PATTERN_LINE.

	WRITE-FACTORS-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'PEAK FACTORS (DEMAND ON PEAK DAYS OF '
			'THE LAST YEAR AGAINST THE SAME '
			'WEEKDAY''S NORMAL)'
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_FACTOR_HEAD.

		PERFORM WRITE-FACTOR-LINE-PARAGRAPH
			VARYING WS_CLS_SUB FROM 1 BY 1
			UNTIL WS_CLS_SUB > 3.

	WRITE-FACTOR-LINE-PARAGRAPH.

		MOVE WS_CLASS_NAME (WS_CLS_SUB) TO WS_FCL_CLASS.
		MOVE WS_FAC_DAYS (WS_CLS_SUB) TO WS_FCL_DAYS.
		MOVE WS_FAC_FACTOR (WS_CLS_SUB 1) TO WS_FCL_FACTOR (1).
		MOVE WS_FAC_FACTOR (WS_CLS_SUB 2) TO WS_FCL_FACTOR (2).
		MOVE WS_FAC_FACTOR (WS_CLS_SUB 3) TO WS_FCL_FACTOR (3).

		IF WS_FAC_DAYS (WS_CLS_SUB) EQUAL ZERO
			MOVE 'NO SAMPLE - FACTOR 1.00 ASSUMED' TO WS_FCL_NOTE
		ELSE
			MOVE SPACES TO WS_FCL_NOTE
		END-IF.

		WRITE WS_REPORT_LINE FROM WS_FACTOR_LINE.

	WRITE-DAILY-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'DAILY STAFFING FORECAST (FORECAST '
			'DEMAND, CAPACITY IN FORCE ON CAPIN, '
			'PROPOSED CAPACITY)'
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_DAILY_HEAD1.
		WRITE WS_REPORT_LINE FROM WS_DAILY_HEAD2.

		PERFORM WRITE-DAILY-LINE-PARAGRAPH
			VARYING WS_FC_SUB FROM 1 BY 1
			UNTIL WS_FC_SUB > WS_FCST_COUNT.

	WRITE-DAILY-LINE-PARAGRAPH.

		ADD 1 TO WS_COUNT_FCST_DAYS.

		MOVE WS_FC_DATE (WS_FC_SUB) TO WS_DYL_DATE.
		MOVE WS_FC_DOW (WS_FC_SUB) TO WS_DOW_SUB.
		MOVE WS_DOW_NAME (WS_DOW_SUB) TO WS_DYL_DAY.

		MOVE 'NORMAL' TO WS_DYL_CLASS.

		PERFORM NAME-CLASS-PARAGRAPH
			VARYING WS_CLS_SUB FROM 1 BY 1
			UNTIL WS_CLS_SUB > 3.

		IF WS_FC_CLASS (WS_FC_SUB) NOT EQUAL 'N'
			ADD 1 TO WS_COUNT_PEAK_DAYS
		END-IF.

		MOVE ZERO TO WS_DAY_TOTAL.
		MOVE ZERO TO WS_DAY_SHORT.
		MOVE ZERO TO WS_DAY_CAPPED.
		MOVE SPACES TO WS_VERDICT.
		MOVE 1 TO WS_VERDICT_PTR.

		PERFORM DAILY-SHIFT-PARAGRAPH
			VARYING WS_SH_SUB FROM 1 BY 1
			UNTIL WS_SH_SUB > 3.

		MOVE WS_DAY_TOTAL TO WS_DYL_TOTAL.

		IF WS_DAY_TOTAL EQUAL ZERO
			MOVE 'NO RUN' TO WS_VERDICT
			ADD 1 TO WS_COUNT_NO_RUN
		ELSE
			IF WS_DAY_SHORT IS GREATER THAN ZERO
				ADD 1 TO WS_COUNT_SHORT_DAYS
			ELSE
				IF WS_DAY_CAPPED EQUAL ZERO
					MOVE 'UNCAPPED' TO WS_VERDICT
				ELSE
					MOVE 'COVERED' TO WS_VERDICT
				END-IF
			END-IF
		END-IF.

		MOVE WS_VERDICT TO WS_DYL_VERDICT.

		WRITE WS_REPORT_LINE FROM WS_DAILY_LINE.

	NAME-CLASS-PARAGRAPH.

		IF WS_FC_CLASS (WS_FC_SUB) EQUAL WS_CLASS_CODE (WS_CLS_SUB)
			MOVE WS_CLASS_NAME (WS_CLS_SUB) TO WS_DYL_CLASS
		END-IF.

	DAILY-SHIFT-PARAGRAPH.

		MOVE WS_FC_DEMAND (WS_FC_SUB WS_SH_SUB)
			TO WS_DYL_FCST (WS_SH_SUB).
		MOVE WS_FC_CURRENT (WS_FC_SUB WS_SH_SUB)
			TO WS_DYL_CAP (WS_SH_SUB).
		MOVE WS_FC_PROPOSED (WS_FC_SUB WS_SH_SUB)
			TO WS_DYL_PROP (WS_SH_SUB).

		ADD WS_FC_DEMAND (WS_FC_SUB WS_SH_SUB) TO WS_DAY_TOTAL.

		IF WS_FC_CURRENT (WS_FC_SUB WS_SH_SUB) IS GREATER THAN ZERO
			ADD 1 TO WS_DAY_CAPPED
			IF WS_FC_DEMAND (WS_FC_SUB WS_SH_SUB) IS GREATER
				THAN WS_FC_CURRENT (WS_FC_SUB WS_SH_SUB)
				ADD 1 TO WS_DAY_SHORT
				ADD 1 TO WS_COUNT_SHORT_SHIFTS
				PERFORM NOTE-SHORT-SHIFT-PARAGRAPH
			END-IF
		END-IF.

	NOTE-SHORT-SHIFT-PARAGRAPH.

		IF WS_DAY_SHORT EQUAL 1
			STRING 'SHORT SHIFT ' WS_SH_SUB
				DELIMITED BY SIZE
				INTO WS_VERDICT
				WITH POINTER WS_VERDICT_PTR
		ELSE
			STRING ' ' WS_SH_SUB
				DELIMITED BY SIZE
				INTO WS_VERDICT
				WITH POINTER WS_VERDICT_PTR
		END-IF.

	WRITE-ROWS-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'PROPOSED CAPIN ROWS (WRITTEN TO CAPPROP '
			'FOR REVIEW; LOAD AHEAD OF THE STANDING '
			'ROWS)'
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_ROW_HEAD.

		PERFORM PROPOSE-SHIFT-PARAGRAPH
			VARYING WS_SH_SUB FROM 1 BY 1
			UNTIL WS_SH_SUB > 3.

		IF WS_COUNT_PROPOSED EQUAL ZERO
			MOVE '  NONE' TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

	PROPOSE-SHIFT-PARAGRAPH.

		MOVE 'N' TO WS_ROW_OPEN_SW.
		MOVE WS_SH_SUB TO WS_ROW_SHIFT.

		PERFORM PROPOSE-DAY-PARAGRAPH
			VARYING WS_FC_SUB FROM 1 BY 1
			UNTIL WS_FC_SUB > WS_FCST_COUNT.

		IF WS_ROW_OPEN
			PERFORM WRITE-ROW-PARAGRAPH
		END-IF.

	PROPOSE-DAY-PARAGRAPH.

		IF WS_FC_PROPOSED (WS_FC_SUB WS_SH_SUB) IS GREATER THAN ZERO
			IF WS_ROW_OPEN
				AND WS_FC_PROPOSED (WS_FC_SUB WS_SH_SUB)
					EQUAL WS_ROW_CAPACITY
				MOVE WS_FC_DATE (WS_FC_SUB) TO WS_ROW_EXPIRES
				ADD 1 TO WS_ROW_DAYS
			ELSE
				IF WS_ROW_OPEN
					PERFORM WRITE-ROW-PARAGRAPH
				END-IF
				MOVE 'Y' TO WS_ROW_OPEN_SW
				MOVE WS_FC_PROPOSED (WS_FC_SUB WS_SH_SUB)
					TO WS_ROW_CAPACITY
				MOVE WS_FC_DATE (WS_FC_SUB) TO WS_ROW_EFFECTIVE
				MOVE WS_FC_DATE (WS_FC_SUB) TO WS_ROW_EXPIRES
				MOVE 1 TO WS_ROW_DAYS
			END-IF
		END-IF.

	WRITE-ROW-PARAGRAPH.

		MOVE SPACES TO WS_CAP_PR_RECORD.
		MOVE WS_ROW_SHIFT TO WS_CAP_PR_SHIFT.
		MOVE WS_ROW_CAPACITY TO WS_CAP_PR_CAPACITY.
		MOVE WS_ROW_EFFECTIVE TO WS_CAP_PR_EFFECTIVE.
		MOVE WS_ROW_EXPIRES TO WS_CAP_PR_EXPIRES.

		WRITE WS_CAP_PR_RECORD.

		ADD 1 TO WS_COUNT_PROPOSED.

		MOVE WS_ROW_SHIFT TO WS_RWL_SHIFT.
		MOVE WS_ROW_CAPACITY TO WS_RWL_CAPACITY.
		MOVE WS_ROW_EFFECTIVE TO WS_RWL_EFFECTIVE.
		MOVE WS_ROW_EXPIRES TO WS_RWL_EXPIRES.
		MOVE WS_ROW_DAYS TO WS_RWL_DAYS.

		WRITE WS_REPORT_LINE FROM WS_ROW_LINE.

		MOVE 'N' TO WS_ROW_OPEN_SW.

	WRITE-SUMMARY-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'HISTORY DAYS USED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_LOADED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'DAYS WITH DEMAND REBUILT' TO WS_CNT_TEXT.
		MOVE WS_COUNT_REBUILT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'DATES FORECAST' TO WS_CNT_TEXT.
		MOVE WS_COUNT_FCST_DAYS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'PEAK DATES' TO WS_CNT_TEXT.
		MOVE WS_COUNT_PEAK_DAYS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'DATES WITH NO RUN' TO WS_CNT_TEXT.
		MOVE WS_COUNT_NO_RUN TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'DATES WITH A SHIFT SHORT' TO WS_CNT_TEXT.
		MOVE WS_COUNT_SHORT_DAYS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'SHIFT-DAYS SHORT' TO WS_CNT_TEXT.
		MOVE WS_COUNT_SHORT_SHIFTS TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'CAPIN ROWS PROPOSED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_PROPOSED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

	CONTROL-TOTALS-PARAGRAPH.

		DISPLAY '-------------------------------------------'.
		DISPLAY 'ODDEVSFC CONTROL TOTALS'.
		DISPLAY 'CAP-IN ROWS LOADED . . : ' WS_COUNT_CAP_ROWS.
		DISPLAY 'HOLIDAYS LOADED  . . . : ' WS_COUNT_HOLIDAYS.
		DISPLAY 'HISTORY RECORDS READ . : ' WS_COUNT_READ.
		DISPLAY 'HISTORY DAYS USED  . . : ' WS_COUNT_LOADED.
		DISPLAY 'DEMAND REBUILT DAYS  . : ' WS_COUNT_REBUILT.
		DISPLAY 'DATES FORECAST . . . . : ' WS_COUNT_FCST_DAYS.
		DISPLAY 'DATES WITH NO RUN  . . : ' WS_COUNT_NO_RUN.
		DISPLAY 'DATES WITH SHIFT SHORT : ' WS_COUNT_SHORT_DAYS.
		DISPLAY 'SHIFT-DAYS SHORT . . . : ' WS_COUNT_SHORT_SHIFTS.
		DISPLAY 'CAPIN ROWS PROPOSED  . : ' WS_COUNT_PROPOSED.
		DISPLAY '-------------------------------------------'.
