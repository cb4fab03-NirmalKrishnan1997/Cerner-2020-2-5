*>                attributed to the feed); the ODDEVENM merge
*>                appends it to the master ahead of the partitions'
*>                records for the balanced feeds.
*>   10/15/2026 - Stamp the diverted feed's source id on every
*>                SPLIT-EXCEPT record (new ODDEVEX field), the same
*>                as ODD_EVEN now does on EXCEPT-OUT, so the
*>                ODDEVRTN return file for a shorted feed lists its
*>                rejected images. A record outside any feed group
*>                carries spaces.
*>   10/15/2026 - Research-desk watch list. WATCH-IN is loaded the
*>                same way ODD_EVEN loads it (rows in force on the
*>                business date only) and every wholesale-diverted
*>                detail for a watched account writes a WATCH-HIT
*>                record (event X, reason code and text, source
*>                feed id) to this job's own WATCHHIT dataset; the
*>                ODDEVENM merge puts it ahead of the partitions'
*>                hits.
*>   10/15/2026 - Clear the supplemental sequence on every
*>                SPLIT-EXCEPT record. The splitter only runs for
*>                the business date's main run, so the byte is
*>                always space; it was left holding whatever the
*>                record area last held, and the RECYCLE pick-up
*>                and SUPP balancing select on it.
*>   10/15/2026 - Stamp the job id on the WATCHHIT records, as
*>                ODD_EVEN does. The PARM now carries the job id
*>                (ODDEVENP, the one the partitions and ODDEVCON
*>                run under); watch hits for diverted feeds went
*>                out with it blank.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_FEED_STATS_STATUS.

		SELECT WATCH-IN ASSIGN TO WATCHIN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_WATCH_IN_STATUS.

		SELECT WATCH-HIT ASSIGN TO WATCHHIT
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

	FILE SECTION.
	FD FEED-STATS.
	COPY ODDEVFS.

	FD WATCH-IN.
	COPY ODDEVWL.

	FD WATCH-HIT.
	COPY ODDEVWH.

	WORKING-STORAGE SECTION.
	01	WS_RUN_DATE	PIC	X(08).
	01	WS_RUN_TIME	PIC	X(08).

	01	WS_PARM_DATA	PIC	X(20)	VALUE SPACE.
	01	WS_JOB_ID	PIC	X(08)	VALUE SPACE.

	01	WS_FEED_STATS_STATUS	PIC	X(02).
	01	WS_LAG_RUN_INT		PIC	9(08)	VALUE ZERO.
	01	WS_CLS_RESULT	PIC	9(03).
	01	WS_PARTITION	PIC	X(01).

	01	WS_WATCH_IN_STATUS	PIC	X(02).

	01	WS_WATCH_FOUND_SW	PIC	X(01)	VALUE 'N'.
		88	WS_WATCH_FOUND		VALUE 'Y'.

	01	WS_WATCH_NUMBER_WORK	PIC	S9(9)	SIGN IS LEADING SEPARATE
						VALUE ZERO.
	01	WS_WATCH_POS		PIC	9(05)	VALUE ZERO.
	01	WS_WATCH_SHIFT		PIC	9(05)	VALUE ZERO.
	01	WS_WATCH_COUNT		PIC	9(05)	VALUE ZERO.
	01	WS_COUNT_WATCH_HITS	PIC	9(09)	VALUE ZERO.

	01	WS_WATCH_TABLE.
		05	WS_WATCH_ENTRY OCCURS 0 TO 1000 TIMES
					DEPENDING ON WS_WATCH_COUNT
					ASCENDING KEY IS WS_WATCH_NUMBER
					INDEXED BY WS_WATCH_IDX.
			10	WS_WATCH_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE.
			10	WS_WATCH_CASE_REF	PIC	X(12).
			10	WS_WATCH_ANALYST	PIC	X(08).

	01	WS_SPT_TOTALS.
		05	WS_SPT_RECORDS_READ	PIC	9(09)	VALUE ZERO.
		05	WS_SPT_FEED_RECORDS	PIC	9(09)	VALUE ZERO.

	FIRST-PARAGRAPH.

		ACCEPT WS_RUN_TIME FROM TIME.
		ACCEPT WS_PARM_DATA FROM COMMAND-LINE.

		IF WS_PARM_DATA IS NOT EQUAL TO SPACES
			UNSTRING WS_PARM_DATA DELIMITED BY SPACE
				INTO WS_JOB_ID
		END-IF.

		PERFORM RUN-CONTROL-CHECKIN-PARAGRAPH.

		PERFORM LOAD-WATCH-PARAGRAPH.

		PERFORM PRESCAN-FEEDS-PARAGRAPH.

		OPEN INPUT NUMBER-IN.
		OPEN OUTPUT PART2-OUT.
		OPEN OUTPUT PART3-OUT.
		OPEN OUTPUT SPLIT-EXCEPT.
		OPEN OUTPUT WATCH-HIT.

		PERFORM READ-NUMBER-PARAGRAPH.
		PERFORM SPLIT-RECORD-PARAGRAPH UNTIL WS_EOF.
		CLOSE PART2-OUT.
		CLOSE PART3-OUT.
		CLOSE SPLIT-EXCEPT.
		CLOSE WATCH-HIT.

		PERFORM WRITE-SPLIT-TOTALS-PARAGRAPH.
		PERFORM WRITE-FEED-STATS-PARAGRAPH.

		MOVE SPACES TO WS_EXCEPT_INPUT.
		MOVE WS_IN_RECORD TO WS_EXCEPT_INPUT.
		MOVE SPACE TO WS_EXCEPT_SUPP_SEQ.

		IF WS_CUR_FEED IS GREATER THAN ZERO
			MOVE WS_FEED_SOURCE_ID (WS_CUR_FEED)
				TO WS_EXCEPT_SOURCE_ID
		ELSE
			MOVE SPACES TO WS_EXCEPT_SOURCE_ID
		END-IF.

		WRITE WS_EXCEPT_RECORD.

		ADD 1 TO WS_SPT_DIVERTED.

		IF WS_IN_REVERSAL
			IF WS_IN_REV_NUMBER IS NUMERIC
				MOVE WS_IN_REV_NUMBER TO WS_WATCH_NUMBER_WORK
				PERFORM CHECK-WATCH-PARAGRAPH
			END-IF
		ELSE
			IF WS_IN_NUMBER IS NUMERIC
				MOVE WS_IN_NUMBER TO WS_WATCH_NUMBER_WORK
				PERFORM CHECK-WATCH-PARAGRAPH
			END-IF
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
			DISPLAY 'ODDEVSPL WARNING - WATCH-IN HAS MORE THAN '
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
		MOVE WS_RCTL_STEP TO WS_WH_STEP_ID.
		MOVE WS_WATCH_NUMBER_WORK TO WS_WH_NUMBER.
		MOVE WS_WATCH_CASE_REF (WS_WATCH_POS) TO WS_WH_CASE_REF.
		MOVE WS_WATCH_ANALYST (WS_WATCH_POS) TO WS_WH_ANALYST.
		MOVE 'X' TO WS_WH_EVENT.
		MOVE WS_EXCEPT_REASON_CODE TO WS_WH_REASON_CODE.
		MOVE WS_EXCEPT_REASON_TEXT TO WS_WH_REASON_TEXT.
		MOVE WS_EXCEPT_SOURCE_ID TO WS_WH_SOURCE_ID.

		WRITE WS_WH_RECORD.

		ADD 1 TO WS_COUNT_WATCH_HITS.
		ADD 1 TO WS_WATCH_POS.

	WRITE-DETAIL-PARAGRAPH.

		IF WS_IN_REVERSAL AND WS_IN_REV_NUMBER IS NUMERIC
		DISPLAY 'FEED RECORDS PER PARTITION : '
			WS_SPT_FEEDS_WRITTEN.
		DISPLAY 'DETAILS DIVERTED . . . : ' WS_SPT_DIVERTED.
		DISPLAY 'WATCH-LIST HITS  . . . : ' WS_COUNT_WATCH_HITS.
		DISPLAY '-------------------------------------------'.
