*> =======================================================
*>
*>	Cobol Program for cerner_2^5_2020
*>
*> =======================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ODDEVACK.

*> ---------------------------------------------------------------
*> Modification History
*>   10/15/2026 - New shift-desk acknowledgement match and aging
*>                step. Once DELTA1/2/3 (or SHIFT1/2/3) went to the
*>                desks nothing came back, so an item a desk
*>                dropped stayed invisible until the customer
*>                called. Each desk now returns an acknowledgement
*>                file (ODDEVAK layout: the ODDEVDL identity of the
*>                item plus W worked, R rejected or D deferred and
*>                the date/time it was done). This program loads
*>                the items still open from earlier days (OPEN-IN,
*>                ODDEVOI layout) and the day's work items
*>                (WORK-IN, the desks' DELTAn files, or the SHIFTn
*>                files when the PARM says SHIFT), applies the
*>                acknowledgements, and carries everything not
*>                worked or rejected forward on OPEN-OUT. AGING-
*>                REPORT shows per shift what was carried in,
*>                delivered, worked, rejected and deferred, the
*>                open items by days open (1, 2, 3, 4, 5+), every
*>                REV still unworked with the state of the original
*>                it unwinds, and every acknowledgement that
*>                matched no open item. Ends RC=4 when a REV is
*>                unworked, an item is 5 or more days open or an
*>                acknowledgement did not match, so the supervisors
*>                see it the same morning.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPEN-IN ASSIGN TO OPENIN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_OPEN_IN_STATUS.

		SELECT WORK-IN ASSIGN TO WORKIN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_WORK_IN_STATUS.

		SELECT ACK-IN ASSIGN TO ACKIN
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_ACK_IN_STATUS.

		SELECT OPEN-OUT ASSIGN TO OPENOUT
			ORGANIZATION IS LINE SEQUENTIAL.

		SELECT AGING-REPORT ASSIGN TO ACKAGERP
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

	FILE SECTION.
	FD OPEN-IN.
	01	WS_OPEN_IN_RECORD	PIC	X(80).

	FD WORK-IN.
	01	WS_WORK_IN_RECORD	PIC	X(79).

	FD ACK-IN.
	COPY ODDEVAK.

	FD OPEN-OUT.
	01	WS_OPEN_OUT_RECORD	PIC	X(80).

	FD AGING-REPORT.
	01	WS_REPORT_LINE		PIC	X(80).

	WORKING-STORAGE SECTION.
	01	WS_OPEN_IN_STATUS	PIC	X(02).
	01	WS_WORK_IN_STATUS	PIC	X(02).
	01	WS_ACK_IN_STATUS	PIC	X(02).

	01	WS_PARM_DATA	PIC	X(40)	VALUE SPACE.

	01	WS_WORK_MODE	PIC	X(08)	VALUE SPACE.
		88	WS_MODE_DELTA		VALUE 'DELTA'.
		88	WS_MODE_SHIFT		VALUE 'SHIFT'.

	01	WS_ASOF_DATE	PIC	X(08)	VALUE SPACE.
	01	WS_TODAY	PIC	X(08)	VALUE SPACE.

	01	WS_ASOF_PARM_SW	PIC	X(01)	VALUE 'N'.
		88	WS_ASOF_FROM_PARM	VALUE 'Y'.

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	01	WS_TABLE_FULL_SW	PIC	X(01)	VALUE 'N'.
		88	WS_TABLE_FULL		VALUE 'Y'.

	01	WS_FOUND_SW	PIC	X(01)	VALUE 'N'.
		88	WS_ITEM_FOUND		VALUE 'Y'.

	01	WS_ORIG_STATE	PIC	X(01)	VALUE SPACE.
		88	WS_ORIG_OPEN		VALUE 'O'.
		88	WS_ORIG_CLOSED		VALUE 'C'.
		88	WS_ORIG_NOT_HELD	VALUE SPACE.

	01	WS_KEY_BUILD.
		05	WS_KEY_NUM	PIC	S9(9)	SIGN IS LEADING SEPARATE.

	COPY ODDEVDL.

	COPY ODDEVOR.

	COPY ODDEVOI.

	01	WS_NEW_ITEM.
		05	WS_NEW_KEY.
			10	WS_NEW_NUMBER	PIC	S9(9)	SIGN IS LEADING SEPARATE.
			10	WS_NEW_RUN_DATE	PIC	X(08).
			10	WS_NEW_CHANGE_CODE	PIC	X(03).
		05	WS_NEW_FLAG		PIC	X(01).
		05	WS_NEW_BUCKET		PIC	X(01).
		05	WS_NEW_PRIOR_FLAG	PIC	X(01).
		05	WS_NEW_PRIOR_BUCKET	PIC	X(01).
		05	WS_NEW_STATE		PIC	X(01).
		05	WS_NEW_LAST_ACTION	PIC	X(01).
		05	WS_NEW_LAST_ACK_DATE	PIC	X(08).
		05	WS_NEW_LAST_ACK_TIME	PIC	X(08).
		05	WS_NEW_DEFER_COUNT	PIC	9(03).
		05	WS_NEW_SOURCE		PIC	X(01).

	01	WS_SEARCH_KEY.
		05	WS_SRCH_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE.
		05	WS_SRCH_RUN_DATE	PIC	X(08).
		05	WS_SRCH_CHANGE_CODE	PIC	X(03).

	01	WS_ACK_STAMP		PIC	X(16)	VALUE SPACE.
	01	WS_LAST_STAMP		PIC	X(16)	VALUE SPACE.

	01	WS_OPEN_COUNT	PIC	9(06)	VALUE ZERO.
	01	WS_OPEN_SHIFT	PIC	9(06)	VALUE ZERO.
	01	WS_OPEN_SUB	PIC	9(06)	VALUE ZERO.
	01	WS_SCAN_SUB	PIC	9(06)	VALUE ZERO.
	01	WS_FOUND_POS	PIC	9(06)	VALUE ZERO.

	01	WS_OPEN_TABLE.
		05	WS_OPEN_ENTRY OCCURS 0 TO 100000 TIMES
					DEPENDING ON WS_OPEN_COUNT
					ASCENDING KEY IS WS_OPEN_KEY
					INDEXED BY WS_OPEN_IDX.
			10	WS_OPEN_KEY.
				15	WS_OPEN_NUMBER	PIC	S9(9)	SIGN IS LEADING SEPARATE.
				15	WS_OPEN_RUN_DATE	PIC	X(08).
				15	WS_OPEN_CHANGE_CODE	PIC	X(03).
			10	WS_OPEN_FLAG		PIC	X(01).
			10	WS_OPEN_BUCKET		PIC	X(01).
			10	WS_OPEN_PRIOR_FLAG	PIC	X(01).
			10	WS_OPEN_PRIOR_BUCKET	PIC	X(01).
			10	WS_OPEN_STATE		PIC	X(01).
				88	WS_OPEN_STILL_OPEN	VALUE 'O'.
				88	WS_OPEN_WORKED		VALUE 'W'.
				88	WS_OPEN_REJECTED	VALUE 'R'.
			10	WS_OPEN_LAST_ACTION	PIC	X(01).
			10	WS_OPEN_LAST_ACK_DATE	PIC	X(08).
			10	WS_OPEN_LAST_ACK_TIME	PIC	X(08).
			10	WS_OPEN_DEFER_COUNT	PIC	9(03).
			10	WS_OPEN_SOURCE		PIC	X(01).
				88	WS_OPEN_CARRIED		VALUE 'C'.
				88	WS_OPEN_DELIVERED	VALUE 'T'.

	01	WS_SHIFT_SUB	PIC	9(01)	VALUE ZERO.
	01	WS_AGE_SUB	PIC	9(01)	VALUE ZERO.

	01	WS_DAYS_OPEN	PIC	9(04)	VALUE ZERO.
	01	WS_AGE_ASOF_INT		PIC	9(08)	VALUE ZERO.
	01	WS_AGE_SENT_INT		PIC	9(08)	VALUE ZERO.
	01	WS_AGE_ASOF_DAYNO	PIC	S9(08)	VALUE ZERO.
	01	WS_AGE_SENT_DAYNO	PIC	S9(08)	VALUE ZERO.

	01	WS_SHIFT_TOTALS.
		05	WS_SHF_ENTRY OCCURS 4 TIMES.
			10	WS_SHF_CARRIED		PIC	9(07)	VALUE ZERO.
			10	WS_SHF_DELIVERED	PIC	9(07)	VALUE ZERO.
			10	WS_SHF_WORKED		PIC	9(07)	VALUE ZERO.
			10	WS_SHF_REJECTED		PIC	9(07)	VALUE ZERO.
			10	WS_SHF_DEFERRED		PIC	9(07)	VALUE ZERO.
			10	WS_SHF_OPEN		PIC	9(07)	VALUE ZERO.
			10	WS_SHF_AGE OCCURS 5 TIMES
						PIC	9(07)	VALUE ZERO.
			10	WS_SHF_REV_FLAGGED	PIC	9(07)	VALUE ZERO.

	01	WS_ACK_TOTALS.
		05	WS_COUNT_CARRIED_IN	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_WORK_READ	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ALREADY_HELD	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ACKS_READ	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ACKS_APPLIED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ACKS_STALE	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ACKS_UNMATCHED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_ACKS_BAD	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_CARRIED_OUT	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_OVERFLOW	PIC	9(07)	VALUE ZERO.

	01	WS_ACTIVITY_HEAD	PIC	X(80)	VALUE
		'  SHIFT   CARRIED  DELIVERED    WORKED  REJECTED  DEFERRED      OPEN'.

	01	WS_ACTIVITY_LINE.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_ACT_SHIFT		PIC	X(05).
		05	FILLER			PIC	X(03)	VALUE SPACE.
		05	WS_ACT_CARRIED		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(04)	VALUE SPACE.
		05	WS_ACT_DELIVERED	PIC	ZZZZZZ9.
		05	FILLER			PIC	X(03)	VALUE SPACE.
		05	WS_ACT_WORKED		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(03)	VALUE SPACE.
		05	WS_ACT_REJECTED		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(03)	VALUE SPACE.
		05	WS_ACT_DEFERRED		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(03)	VALUE SPACE.
		05	WS_ACT_OPEN		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(12)	VALUE SPACE.

	01	WS_AGING_HEAD	PIC	X(80)	VALUE
		'  SHIFT     1 DAY    2 DAYS    3 DAYS    4 DAYS   5+ DAYS  REV FLAG'.

	01	WS_AGING_LINE.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_AGL_SHIFT		PIC	X(05).
		05	WS_AGL_BAND OCCURS 5 TIMES.
			10	FILLER		PIC	X(03).
			10	WS_AGL_COUNT	PIC	ZZZZZZ9.
		05	FILLER			PIC	X(03)	VALUE SPACE.
		05	WS_AGL_REV		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(13)	VALUE SPACE.

	01	WS_REV_HEAD	PIC	X(80)	VALUE
		'  NUMBER      SH  SENT      DAYS   ORIGINAL'.

	01	WS_REV_LINE.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RVL_NUMBER		PIC	X(10).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RVL_SHIFT		PIC	X(01).
		05	FILLER			PIC	X(03)	VALUE SPACE.
		05	WS_RVL_SENT		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_RVL_DAYS		PIC	ZZZ9.
		05	FILLER			PIC	X(03)	VALUE SPACE.
		05	WS_RVL_ORIGINAL		PIC	X(30).
		05	FILLER			PIC	X(15)	VALUE SPACE.

	01	WS_ACK_EXC_HEAD	PIC	X(80)	VALUE
		'  NUMBER      SENT      CHG  A  DESK      REASON'.

	01	WS_ACK_EXC_LINE.
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_AXL_NUMBER		PIC	X(10).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_AXL_RUN_DATE		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_AXL_CODE		PIC	X(03).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_AXL_ACTION		PIC	X(01).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_AXL_DESK		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_AXL_REASON		PIC	X(30).
		05	FILLER			PIC	X(08)	VALUE SPACE.

	01	WS_COUNT_LINE.
		05	WS_CNT_TEXT		PIC	X(30)	VALUE SPACE.
		05	WS_CNT_VALUE		PIC	ZZZZZZ9.
		05	FILLER			PIC	X(43)	VALUE SPACE.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_PARM_DATA FROM COMMAND-LINE.

		UNSTRING WS_PARM_DATA DELIMITED BY ALL SPACE
			INTO WS_WORK_MODE WS_ASOF_DATE.

		IF WS_WORK_MODE IS EQUAL TO SPACES
			MOVE 'DELTA' TO WS_WORK_MODE
		END-IF.

		IF NOT WS_MODE_DELTA AND NOT WS_MODE_SHIFT
			DISPLAY 'ODDEVACK - PARM MODE ' WS_WORK_MODE
				' IS NOT DELTA OR SHIFT; RUN REFUSED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_ASOF_DATE IS NOT EQUAL TO SPACES
			AND WS_ASOF_DATE IS NOT NUMERIC
			DISPLAY 'ODDEVACK - PARM AS-OF DATE ' WS_ASOF_DATE
				' IS NOT YYYYMMDD; RUN REFUSED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_ASOF_DATE IS NOT EQUAL TO SPACES
			MOVE 'Y' TO WS_ASOF_PARM_SW
		END-IF.

		PERFORM LOAD-CARRIED-PARAGRAPH.
		PERFORM LOAD-WORK-PARAGRAPH.

		IF WS_ASOF_DATE IS EQUAL TO SPACES
			ACCEPT WS_TODAY FROM DATE YYYYMMDD
			MOVE WS_TODAY TO WS_ASOF_DATE
			DISPLAY 'ODDEVACK WARNING - NO AS-OF DATE IN THE PARM '
				'OR ON THE WORK FILE; AGING AS OF ' WS_ASOF_DATE
		END-IF.

		OPEN OUTPUT OPEN-OUT.
		OPEN OUTPUT AGING-REPORT.

		PERFORM WRITE-HEADING-PARAGRAPH.

		PERFORM APPLY-ACKS-PARAGRAPH.

		PERFORM WRITE-REV-HEADING-PARAGRAPH.

		IF WS_OPEN_COUNT IS GREATER THAN ZERO
			PERFORM AGE-ITEM-PARAGRAPH
				VARYING WS_OPEN_SUB FROM 1 BY 1
				UNTIL WS_OPEN_SUB > WS_OPEN_COUNT
		END-IF.

		CLOSE OPEN-OUT.

		PERFORM WRITE-SUMMARY-PARAGRAPH.

		CLOSE AGING-REPORT.

		PERFORM CONTROL-TOTALS-PARAGRAPH.

		IF WS_TABLE_FULL
			DISPLAY 'ODDEVACK - OPEN-ITEM TABLE FULL; '
				WS_COUNT_OVERFLOW ' ITEMS NOT CARRIED. RUN HELD.'
			MOVE 8 TO RETURN-CODE
		ELSE
			IF WS_SHF_REV_FLAGGED (4) IS GREATER THAN ZERO
				OR WS_SHF_AGE (4 5) IS GREATER THAN ZERO
				OR WS_COUNT_ACKS_UNMATCHED IS GREATER THAN ZERO
				OR WS_COUNT_ACKS_BAD IS GREATER THAN ZERO
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF.

	STOP RUN.

	LOAD-CARRIED-PARAGRAPH.

		MOVE 'N' TO WS_EOF_SW.

		OPEN INPUT OPEN-IN.

		IF WS_OPEN_IN_STATUS EQUAL '00'
			PERFORM READ-CARRIED-PARAGRAPH
			PERFORM BUILD-CARRIED-PARAGRAPH UNTIL WS_EOF
			CLOSE OPEN-IN
		ELSE
			DISPLAY 'ODDEVACK WARNING - OPEN-IN NOT AVAILABLE, '
				'STATUS ' WS_OPEN_IN_STATUS '; NO ITEMS CARRIED IN.'
		END-IF.

	READ-CARRIED-PARAGRAPH.

		READ OPEN-IN INTO WS_OPN_RECORD
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_CARRIED_IN
		END-IF.

	BUILD-CARRIED-PARAGRAPH.

		IF WS_OPN_DEFER_COUNT IS NOT NUMERIC
			MOVE ZERO TO WS_OPN_DEFER_COUNT
		END-IF.

		MOVE WS_OPN_NUMBER TO WS_NEW_NUMBER.
		MOVE WS_OPN_RUN_DATE TO WS_NEW_RUN_DATE.
		MOVE WS_OPN_CHANGE_CODE TO WS_NEW_CHANGE_CODE.
		MOVE WS_OPN_FLAG TO WS_NEW_FLAG.
		MOVE WS_OPN_SHIFT_BUCKET TO WS_NEW_BUCKET.
		MOVE WS_OPN_PRIOR_FLAG TO WS_NEW_PRIOR_FLAG.
		MOVE WS_OPN_PRIOR_BUCKET TO WS_NEW_PRIOR_BUCKET.
		MOVE 'O' TO WS_NEW_STATE.
		MOVE WS_OPN_LAST_ACTION TO WS_NEW_LAST_ACTION.
		MOVE WS_OPN_LAST_ACK_DATE TO WS_NEW_LAST_ACK_DATE.
		MOVE WS_OPN_LAST_ACK_TIME TO WS_NEW_LAST_ACK_TIME.
		MOVE WS_OPN_DEFER_COUNT TO WS_NEW_DEFER_COUNT.
		MOVE 'C' TO WS_NEW_SOURCE.

		PERFORM ADD-ITEM-PARAGRAPH.

		PERFORM READ-CARRIED-PARAGRAPH.

	LOAD-WORK-PARAGRAPH.

		MOVE 'N' TO WS_EOF_SW.

		OPEN INPUT WORK-IN.

		IF WS_WORK_IN_STATUS EQUAL '00'
			PERFORM READ-WORK-PARAGRAPH
			PERFORM BUILD-WORK-PARAGRAPH UNTIL WS_EOF
			CLOSE WORK-IN
		ELSE
			DISPLAY 'ODDEVACK WARNING - WORK-IN NOT AVAILABLE, '
				'STATUS ' WS_WORK_IN_STATUS '; NO ITEMS DELIVERED.'
		END-IF.

	READ-WORK-PARAGRAPH.

		READ WORK-IN
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_WORK_READ
		END-IF.

	BUILD-WORK-PARAGRAPH.

		IF WS_MODE_SHIFT
			MOVE WS_WORK_IN_RECORD TO WS_OUTPUT_RECORD
			MOVE SPACES TO WS_DLT_RECORD
			MOVE WS_OUT_NUMBER TO WS_DLT_NUMBER
			MOVE WS_OUT_FLAG TO WS_DLT_FLAG
			MOVE WS_OUT_RUN_DATE TO WS_DLT_RUN_DATE
			MOVE WS_OUT_SHIFT_BUCKET TO WS_DLT_SHIFT_BUCKET
			IF WS_OUT_REVERSAL
				MOVE 'REV' TO WS_DLT_CHANGE_CODE
			END-IF
		ELSE
			MOVE WS_WORK_IN_RECORD TO WS_DLT_RECORD
		END-IF.

		IF NOT WS_ASOF_FROM_PARM
			AND WS_DLT_RUN_DATE IS NUMERIC
			AND (WS_ASOF_DATE IS EQUAL TO SPACES
				OR WS_DLT_RUN_DATE IS GREATER THAN WS_ASOF_DATE)
			MOVE WS_DLT_RUN_DATE TO WS_ASOF_DATE
		END-IF.

		MOVE WS_DLT_NUMBER TO WS_NEW_NUMBER.
		MOVE WS_DLT_RUN_DATE TO WS_NEW_RUN_DATE.
		MOVE WS_DLT_CHANGE_CODE TO WS_NEW_CHANGE_CODE.
		MOVE WS_DLT_FLAG TO WS_NEW_FLAG.
		MOVE WS_DLT_SHIFT_BUCKET TO WS_NEW_BUCKET.
		MOVE WS_DLT_PRIOR_FLAG TO WS_NEW_PRIOR_FLAG.
		MOVE WS_DLT_PRIOR_BUCKET TO WS_NEW_PRIOR_BUCKET.
		MOVE 'O' TO WS_NEW_STATE.
		MOVE SPACE TO WS_NEW_LAST_ACTION.
		MOVE SPACES TO WS_NEW_LAST_ACK_DATE.
		MOVE SPACES TO WS_NEW_LAST_ACK_TIME.
		MOVE ZERO TO WS_NEW_DEFER_COUNT.
		MOVE 'T' TO WS_NEW_SOURCE.

		PERFORM ADD-ITEM-PARAGRAPH.

		PERFORM READ-WORK-PARAGRAPH.

	ADD-ITEM-PARAGRAPH.

		MOVE WS_NEW_KEY TO WS_SEARCH_KEY.
		PERFORM FIND-ITEM-PARAGRAPH.

		IF WS_ITEM_FOUND
			ADD 1 TO WS_COUNT_ALREADY_HELD
		ELSE
			IF WS_OPEN_COUNT IS LESS THAN 100000
				PERFORM INSERT-ITEM-PARAGRAPH
				PERFORM SET-SHIFT-SUB-PARAGRAPH
				IF WS_NEW_SOURCE EQUAL 'C'
					ADD 1 TO WS_SHF_CARRIED (WS_SHIFT_SUB)
					ADD 1 TO WS_SHF_CARRIED (4)
				ELSE
					ADD 1 TO WS_SHF_DELIVERED (WS_SHIFT_SUB)
					ADD 1 TO WS_SHF_DELIVERED (4)
				END-IF
			ELSE
				MOVE 'Y' TO WS_TABLE_FULL_SW
				ADD 1 TO WS_COUNT_OVERFLOW
			END-IF
		END-IF.

	FIND-ITEM-PARAGRAPH.

		MOVE 'N' TO WS_FOUND_SW.
		MOVE ZERO TO WS_FOUND_POS.

		IF WS_OPEN_COUNT IS GREATER THAN ZERO
			SEARCH ALL WS_OPEN_ENTRY
				AT END
					CONTINUE
				WHEN WS_OPEN_KEY (WS_OPEN_IDX) EQUAL WS_SEARCH_KEY
					MOVE 'Y' TO WS_FOUND_SW
					SET WS_FOUND_POS TO WS_OPEN_IDX
			END-SEARCH
		END-IF.

	INSERT-ITEM-PARAGRAPH.

		ADD 1 TO WS_OPEN_COUNT.
		MOVE WS_OPEN_COUNT TO WS_OPEN_SHIFT.

		PERFORM SHIFT-ITEM-PARAGRAPH
			UNTIL WS_OPEN_SHIFT IS EQUAL TO 1
				OR WS_OPEN_KEY (WS_OPEN_SHIFT - 1)
					IS LESS THAN WS_NEW_KEY.

		MOVE WS_NEW_ITEM TO WS_OPEN_ENTRY (WS_OPEN_SHIFT).

	SHIFT-ITEM-PARAGRAPH.

		MOVE WS_OPEN_ENTRY (WS_OPEN_SHIFT - 1)
			TO WS_OPEN_ENTRY (WS_OPEN_SHIFT).
		SUBTRACT 1 FROM WS_OPEN_SHIFT.

	SET-SHIFT-SUB-PARAGRAPH.

		IF WS_NEW_BUCKET EQUAL '1'
			MOVE 1 TO WS_SHIFT_SUB
		ELSE
			IF WS_NEW_BUCKET EQUAL '2'
				MOVE 2 TO WS_SHIFT_SUB
			ELSE
				MOVE 3 TO WS_SHIFT_SUB
			END-IF
		END-IF.

	APPLY-ACKS-PARAGRAPH.

		MOVE 'N' TO WS_EOF_SW.

		OPEN INPUT ACK-IN.

		IF WS_ACK_IN_STATUS EQUAL '00'
			PERFORM READ-ACK-PARAGRAPH
			PERFORM MATCH-ACK-PARAGRAPH UNTIL WS_EOF
			CLOSE ACK-IN
		ELSE
			DISPLAY 'ODDEVACK WARNING - ACK-IN NOT AVAILABLE, '
				'STATUS ' WS_ACK_IN_STATUS '; NOTHING '
				'ACKNOWLEDGED TODAY.'
		END-IF.

		IF WS_COUNT_ACKS_UNMATCHED + WS_COUNT_ACKS_BAD EQUAL ZERO
			MOVE '  (NONE)' TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

	READ-ACK-PARAGRAPH.

		READ ACK-IN
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

		IF NOT WS_EOF
			ADD 1 TO WS_COUNT_ACKS_READ
		END-IF.

	MATCH-ACK-PARAGRAPH.

		IF NOT WS_ACK_WORKED AND NOT WS_ACK_REJECTED
			AND NOT WS_ACK_DEFERRED
			ADD 1 TO WS_COUNT_ACKS_BAD
			PERFORM HOLD-ACK-EXCEPTION-PARAGRAPH
		ELSE
			MOVE WS_ACK_NUMBER TO WS_SRCH_NUMBER
			MOVE WS_ACK_RUN_DATE TO WS_SRCH_RUN_DATE
			MOVE WS_ACK_CHANGE_CODE TO WS_SRCH_CHANGE_CODE
			PERFORM FIND-ITEM-PARAGRAPH
			IF WS_ITEM_FOUND
				PERFORM APPLY-ONE-ACK-PARAGRAPH
			ELSE
				ADD 1 TO WS_COUNT_ACKS_UNMATCHED
				PERFORM HOLD-ACK-EXCEPTION-PARAGRAPH
			END-IF
		END-IF.

		PERFORM READ-ACK-PARAGRAPH.

	APPLY-ONE-ACK-PARAGRAPH.

		MOVE SPACES TO WS_ACK_STAMP.
		STRING WS_ACK_DATE WS_ACK_TIME
			DELIMITED BY SIZE
			INTO WS_ACK_STAMP.

		MOVE SPACES TO WS_LAST_STAMP.
		STRING WS_OPEN_LAST_ACK_DATE (WS_FOUND_POS)
			WS_OPEN_LAST_ACK_TIME (WS_FOUND_POS)
			DELIMITED BY SIZE
			INTO WS_LAST_STAMP.

		IF WS_ACK_STAMP IS NOT GREATER THAN WS_LAST_STAMP
			ADD 1 TO WS_COUNT_ACKS_STALE
		ELSE
			ADD 1 TO WS_COUNT_ACKS_APPLIED
			MOVE WS_ACK_ACTION TO WS_OPEN_LAST_ACTION (WS_FOUND_POS)
			MOVE WS_ACK_DATE TO WS_OPEN_LAST_ACK_DATE (WS_FOUND_POS)
			MOVE WS_ACK_TIME TO WS_OPEN_LAST_ACK_TIME (WS_FOUND_POS)
			IF WS_ACK_DEFERRED
				MOVE 'O' TO WS_OPEN_STATE (WS_FOUND_POS)
				ADD 1 TO WS_OPEN_DEFER_COUNT (WS_FOUND_POS)
			ELSE
				MOVE WS_ACK_ACTION TO WS_OPEN_STATE (WS_FOUND_POS)
			END-IF
		END-IF.

	HOLD-ACK-EXCEPTION-PARAGRAPH.

		MOVE WS_ACK_NUMBER TO WS_KEY_NUM.
		MOVE WS_KEY_BUILD TO WS_AXL_NUMBER.
		MOVE WS_ACK_RUN_DATE TO WS_AXL_RUN_DATE.
		MOVE WS_ACK_CHANGE_CODE TO WS_AXL_CODE.
		MOVE WS_ACK_ACTION TO WS_AXL_ACTION.
		MOVE WS_ACK_DESK_ID TO WS_AXL_DESK.

		IF NOT WS_ACK_WORKED AND NOT WS_ACK_REJECTED
			AND NOT WS_ACK_DEFERRED
			MOVE 'ACTION NOT W, R OR D' TO WS_AXL_REASON
		ELSE
			MOVE 'NO OPEN ITEM MATCHES' TO WS_AXL_REASON
		END-IF.

		WRITE WS_REPORT_LINE FROM WS_ACK_EXC_LINE.

	WRITE-HEADING-PARAGRAPH.

		MOVE 'ODDEVEN SHIFT-DESK ACKNOWLEDGEMENT AGING REPORT'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'AS OF ' WS_ASOF_DATE '  WORK FILE ' WS_WORK_MODE
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'ACKNOWLEDGEMENTS NOT APPLIED' TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_ACK_EXC_HEAD.

	WRITE-REV-HEADING-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'REVERSALS UNWORKED BEHIND THE ORIGINAL THEY UNWIND'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_REV_HEAD.

	AGE-ITEM-PARAGRAPH.

		MOVE WS_OPEN_BUCKET (WS_OPEN_SUB) TO WS_NEW_BUCKET.
		PERFORM SET-SHIFT-SUB-PARAGRAPH.

		IF WS_OPEN_WORKED (WS_OPEN_SUB)
			ADD 1 TO WS_SHF_WORKED (WS_SHIFT_SUB)
			ADD 1 TO WS_SHF_WORKED (4)
		ELSE
			IF WS_OPEN_REJECTED (WS_OPEN_SUB)
				ADD 1 TO WS_SHF_REJECTED (WS_SHIFT_SUB)
				ADD 1 TO WS_SHF_REJECTED (4)
			ELSE
				PERFORM CARRY-ITEM-PARAGRAPH
			END-IF
		END-IF.

	CARRY-ITEM-PARAGRAPH.

		ADD 1 TO WS_SHF_OPEN (WS_SHIFT_SUB).
		ADD 1 TO WS_SHF_OPEN (4).

		IF WS_OPEN_LAST_ACTION (WS_OPEN_SUB) EQUAL 'D'
			ADD 1 TO WS_SHF_DEFERRED (WS_SHIFT_SUB)
			ADD 1 TO WS_SHF_DEFERRED (4)
		END-IF.

		PERFORM COMPUTE-DAYS-OPEN-PARAGRAPH.

		IF WS_DAYS_OPEN IS GREATER THAN 4
			MOVE 5 TO WS_AGE_SUB
		ELSE
			MOVE WS_DAYS_OPEN TO WS_AGE_SUB
		END-IF.

		ADD 1 TO WS_SHF_AGE (WS_SHIFT_SUB WS_AGE_SUB).
		ADD 1 TO WS_SHF_AGE (4 WS_AGE_SUB).

		IF WS_OPEN_CHANGE_CODE (WS_OPEN_SUB) EQUAL 'REV'
			PERFORM FLAG-REVERSAL-PARAGRAPH
		END-IF.

		MOVE SPACES TO WS_OPN_RECORD.
		MOVE WS_OPEN_NUMBER (WS_OPEN_SUB) TO WS_OPN_NUMBER.
		MOVE WS_OPEN_FLAG (WS_OPEN_SUB) TO WS_OPN_FLAG.
		MOVE WS_OPEN_RUN_DATE (WS_OPEN_SUB) TO WS_OPN_RUN_DATE.
		MOVE WS_OPEN_BUCKET (WS_OPEN_SUB) TO WS_OPN_SHIFT_BUCKET.
		MOVE WS_OPEN_CHANGE_CODE (WS_OPEN_SUB) TO WS_OPN_CHANGE_CODE.
		MOVE WS_OPEN_PRIOR_FLAG (WS_OPEN_SUB) TO WS_OPN_PRIOR_FLAG.
		MOVE WS_OPEN_PRIOR_BUCKET (WS_OPEN_SUB)
			TO WS_OPN_PRIOR_BUCKET.
		MOVE WS_OPEN_LAST_ACTION (WS_OPEN_SUB) TO WS_OPN_LAST_ACTION.
		MOVE WS_OPEN_LAST_ACK_DATE (WS_OPEN_SUB)
			TO WS_OPN_LAST_ACK_DATE.
		MOVE WS_OPEN_LAST_ACK_TIME (WS_OPEN_SUB)
			TO WS_OPN_LAST_ACK_TIME.
		MOVE WS_OPEN_DEFER_COUNT (WS_OPEN_SUB) TO WS_OPN_DEFER_COUNT.

		WRITE WS_OPEN_OUT_RECORD FROM WS_OPN_RECORD.
		ADD 1 TO WS_COUNT_CARRIED_OUT.

	COMPUTE-DAYS-OPEN-PARAGRAPH.

		MOVE 999 TO WS_DAYS_OPEN.

		IF WS_ASOF_DATE IS NUMERIC
			AND WS_OPEN_RUN_DATE (WS_OPEN_SUB) IS NUMERIC
			MOVE WS_ASOF_DATE TO WS_AGE_ASOF_INT
			MOVE WS_OPEN_RUN_DATE (WS_OPEN_SUB) TO WS_AGE_SENT_INT
			COMPUTE WS_AGE_ASOF_DAYNO =
				FUNCTION INTEGER-OF-DATE (WS_AGE_ASOF_INT)
			COMPUTE WS_AGE_SENT_DAYNO =
				FUNCTION INTEGER-OF-DATE (WS_AGE_SENT_INT)
			IF WS_AGE_ASOF_DAYNO IS GREATER THAN ZERO
				AND WS_AGE_SENT_DAYNO IS GREATER THAN ZERO
				IF WS_AGE_SENT_DAYNO IS NOT LESS THAN
						WS_AGE_ASOF_DAYNO
					MOVE 1 TO WS_DAYS_OPEN
				ELSE
					COMPUTE WS_DAYS_OPEN =
						WS_AGE_ASOF_DAYNO
						- WS_AGE_SENT_DAYNO + 1
				END-IF
			END-IF
		END-IF.

	FLAG-REVERSAL-PARAGRAPH.

		ADD 1 TO WS_SHF_REV_FLAGGED (WS_SHIFT_SUB).
		ADD 1 TO WS_SHF_REV_FLAGGED (4).

		MOVE SPACE TO WS_ORIG_STATE.

		MOVE WS_OPEN_SUB TO WS_SCAN_SUB.
		PERFORM SCAN-BACK-PARAGRAPH
			UNTIL WS_SCAN_SUB IS EQUAL TO 1
				OR WS_ORIG_OPEN
				OR WS_OPEN_NUMBER (WS_SCAN_SUB - 1)
					NOT EQUAL WS_OPEN_NUMBER (WS_OPEN_SUB).

		MOVE WS_OPEN_SUB TO WS_SCAN_SUB.
		PERFORM SCAN-AHEAD-PARAGRAPH
			UNTIL WS_SCAN_SUB IS EQUAL TO WS_OPEN_COUNT
				OR WS_ORIG_OPEN
				OR WS_OPEN_NUMBER (WS_SCAN_SUB + 1)
					NOT EQUAL WS_OPEN_NUMBER (WS_OPEN_SUB).

		MOVE WS_OPEN_NUMBER (WS_OPEN_SUB) TO WS_KEY_NUM.
		MOVE WS_KEY_BUILD TO WS_RVL_NUMBER.
		MOVE WS_OPEN_BUCKET (WS_OPEN_SUB) TO WS_RVL_SHIFT.
		MOVE WS_OPEN_RUN_DATE (WS_OPEN_SUB) TO WS_RVL_SENT.
		MOVE WS_DAYS_OPEN TO WS_RVL_DAYS.

		IF WS_ORIG_OPEN
			MOVE 'ORIGINAL STILL OPEN' TO WS_RVL_ORIGINAL
		ELSE
			IF WS_ORIG_CLOSED
				MOVE 'ORIGINAL WORKED OR REJECTED' TO WS_RVL_ORIGINAL
			ELSE
				MOVE 'ORIGINAL ALREADY CLOSED' TO WS_RVL_ORIGINAL
			END-IF
		END-IF.

		WRITE WS_REPORT_LINE FROM WS_REV_LINE.

	SCAN-BACK-PARAGRAPH.

		SUBTRACT 1 FROM WS_SCAN_SUB.
		PERFORM CHECK-ORIGINAL-PARAGRAPH.

	SCAN-AHEAD-PARAGRAPH.

		ADD 1 TO WS_SCAN_SUB.
		PERFORM CHECK-ORIGINAL-PARAGRAPH.

	CHECK-ORIGINAL-PARAGRAPH.

		IF WS_OPEN_CHANGE_CODE (WS_SCAN_SUB) NOT EQUAL 'REV'
			AND WS_OPEN_RUN_DATE (WS_SCAN_SUB) IS NOT GREATER
				THAN WS_OPEN_RUN_DATE (WS_OPEN_SUB)
			IF WS_OPEN_STILL_OPEN (WS_SCAN_SUB)
				MOVE 'O' TO WS_ORIG_STATE
			ELSE
				MOVE 'C' TO WS_ORIG_STATE
			END-IF
		END-IF.

	WRITE-SUMMARY-PARAGRAPH.

		IF WS_SHF_REV_FLAGGED (4) IS EQUAL TO ZERO
			MOVE '  (NONE)' TO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'SHIFT ACTIVITY' TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_ACTIVITY_HEAD.

		PERFORM WRITE-ACTIVITY-LINE-PARAGRAPH
			VARYING WS_SHIFT_SUB FROM 1 BY 1
			UNTIL WS_SHIFT_SUB > 4.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'OPEN ITEMS BY DAYS OPEN' TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.
		WRITE WS_REPORT_LINE FROM WS_AGING_HEAD.

		PERFORM WRITE-AGING-LINE-PARAGRAPH
			VARYING WS_SHIFT_SUB FROM 1 BY 1
			UNTIL WS_SHIFT_SUB > 4.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'ACKNOWLEDGEMENTS READ' TO WS_CNT_TEXT.
		MOVE WS_COUNT_ACKS_READ TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'ACKNOWLEDGEMENTS APPLIED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_ACKS_APPLIED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'SUPERSEDED OR REPEATED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_ACKS_STALE TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'MATCHING NO OPEN ITEM' TO WS_CNT_TEXT.
		MOVE WS_COUNT_ACKS_UNMATCHED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'INVALID ACTION CODE' TO WS_CNT_TEXT.
		MOVE WS_COUNT_ACKS_BAD TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'ITEMS CARRIED FORWARD' TO WS_CNT_TEXT.
		MOVE WS_COUNT_CARRIED_OUT TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

	WRITE-ACTIVITY-LINE-PARAGRAPH.

		IF WS_SHIFT_SUB EQUAL 4
			MOVE 'TOTAL' TO WS_ACT_SHIFT
		ELSE
			MOVE SPACES TO WS_ACT_SHIFT
			MOVE WS_SHIFT_SUB TO WS_ACT_SHIFT (3:1)
		END-IF.

		MOVE WS_SHF_CARRIED (WS_SHIFT_SUB) TO WS_ACT_CARRIED.
		MOVE WS_SHF_DELIVERED (WS_SHIFT_SUB) TO WS_ACT_DELIVERED.
		MOVE WS_SHF_WORKED (WS_SHIFT_SUB) TO WS_ACT_WORKED.
		MOVE WS_SHF_REJECTED (WS_SHIFT_SUB) TO WS_ACT_REJECTED.
		MOVE WS_SHF_DEFERRED (WS_SHIFT_SUB) TO WS_ACT_DEFERRED.
		MOVE WS_SHF_OPEN (WS_SHIFT_SUB) TO WS_ACT_OPEN.

		WRITE WS_REPORT_LINE FROM WS_ACTIVITY_LINE.

	WRITE-AGING-LINE-PARAGRAPH.

		MOVE SPACES TO WS_AGING_LINE.

		IF WS_SHIFT_SUB EQUAL 4
			MOVE 'TOTAL' TO WS_AGL_SHIFT
		ELSE
			MOVE WS_SHIFT_SUB TO WS_AGL_SHIFT (3:1)
		END-IF.

		PERFORM MOVE-AGE-BAND-PARAGRAPH
			VARYING WS_AGE_SUB FROM 1 BY 1
			UNTIL WS_AGE_SUB > 5.

		MOVE WS_SHF_REV_FLAGGED (WS_SHIFT_SUB) TO WS_AGL_REV.

		WRITE WS_REPORT_LINE FROM WS_AGING_LINE.

	MOVE-AGE-BAND-PARAGRAPH.

		MOVE WS_SHF_AGE (WS_SHIFT_SUB WS_AGE_SUB)
			TO WS_AGL_COUNT (WS_AGE_SUB).

	CONTROL-TOTALS-PARAGRAPH.

		DISPLAY '-------------------------------------------'.
		DISPLAY 'ODDEVACK CONTROL TOTALS'.
		DISPLAY 'AS-OF DATE . . . . . . : ' WS_ASOF_DATE.
		DISPLAY 'OPEN ITEMS CARRIED IN  : ' WS_COUNT_CARRIED_IN.
		DISPLAY 'WORK ITEMS READ  . . . : ' WS_COUNT_WORK_READ.
		DISPLAY 'ALREADY HELD (SKIPPED) : ' WS_COUNT_ALREADY_HELD.
		DISPLAY 'ACKNOWLEDGEMENTS READ  : ' WS_COUNT_ACKS_READ.
		DISPLAY 'ACKS APPLIED . . . . . : ' WS_COUNT_ACKS_APPLIED.
		DISPLAY 'ACKS SUPERSEDED  . . . : ' WS_COUNT_ACKS_STALE.
		DISPLAY 'ACKS UNMATCHED . . . . : ' WS_COUNT_ACKS_UNMATCHED.
		DISPLAY 'ACKS INVALID . . . . . : ' WS_COUNT_ACKS_BAD.
		DISPLAY 'ITEMS WORKED . . . . . : ' WS_SHF_WORKED (4).
		DISPLAY 'ITEMS REJECTED . . . . : ' WS_SHF_REJECTED (4).
		DISPLAY 'ITEMS CARRIED FORWARD  : ' WS_COUNT_CARRIED_OUT.
		DISPLAY 'REVERSALS UNWORKED . . : ' WS_SHF_REV_FLAGGED (4).
		DISPLAY '-------------------------------------------'.
