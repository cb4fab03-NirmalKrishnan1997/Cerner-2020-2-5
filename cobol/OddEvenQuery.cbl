*>                silently truncating the trailing filler, so the
*>                extract no longer matched the layout it is
*>                re-read with.
*>   10/15/2026 - State whether each matched record's run verified
*>                clean against its audit seal. A first pass feeds
*>                every AUDIT-IN record through ODDEVSEL VERIFY and
*>                keeps a verdict per sealed run; the second pass
*>                selects as before, skipping the seal and anchor
*>                records themselves, and stamps the run's verdict
*>                on the extract (WS_AUDIT_QRY_VERDICT: V verified,
*>                F records added, removed or altered, C the run
*>                verified but a sealed run before it is missing,
*>                U not yet sealed, N beyond the verdict table) and
*>                on the report. A match from an F or C run ends
*>                RC=4 so the dispute file is not sent unreviewed.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
	01	WS_QRY_TOTALS.
		05	WS_COUNT_READ		PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_MATCHED	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_MATCH_V	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_MATCH_F	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_MATCH_C	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_MATCH_U	PIC	9(07)	VALUE ZERO.
		05	WS_COUNT_MATCH_N	PIC	9(07)	VALUE ZERO.

	COPY ODDEVSL.

	01	WS_GROUP_NO	PIC	9(05)	VALUE 1.
	01	WS_GROUP_RECS	PIC	9(07)	VALUE ZERO.
	01	WS_GROUP_MAX	PIC	9(05)	VALUE 5000.
	01	WS_VERDICT	PIC	X(01)	VALUE SPACE.

	01	WS_VERDICT_TABLE.
		05	WS_GROUP_VERDICT OCCURS 5000 TIMES
						PIC	X(01).

	01	WS_QRY_DETAIL.
		05	WS_QRD_NUMBER		PIC	X(10).
		05	WS_QRD_JOB_ID		PIC	X(08).
		05	FILLER			PIC	X(01)	VALUE SPACE.
		05	WS_QRD_STEP_ID		PIC	X(08).
		05	FILLER			PIC	X(02)	VALUE SPACE.
		05	WS_QRD_SEAL		PIC	X(10).
		05	FILLER			PIC	X(17)	VALUE SPACE.

	01	WS_COUNT_LINE.
		05	WS_CNT_TEXT		PIC	X(30)	VALUE SPACE.

		PERFORM EDIT-PARM-PARAGRAPH.

		PERFORM VERIFY-SEALS-PARAGRAPH.

		MOVE 'N' TO WS_EOF_SW.
		MOVE ZERO TO WS_COUNT_READ.
		MOVE 1 TO WS_GROUP_NO.
		MOVE ZERO TO WS_GROUP_RECS.

		OPEN INPUT AUDIT-IN.
		OPEN OUTPUT QUERY-EXTRACT.
		OPEN OUTPUT QUERY-REPORT.
		DISPLAY 'ODDEVQRY - ' WS_COUNT_MATCHED ' OF '
			WS_COUNT_READ ' AUDIT RECORDS MATCHED.'.

		IF WS_COUNT_MATCH_F IS GREATER THAN ZERO
			OR WS_COUNT_MATCH_C IS GREATER THAN ZERO
			DISPLAY 'ODDEVQRY - MATCHES COME FROM RUNS THAT FAILED '
				'SEAL VERIFICATION; SEE QRYRPT.'
			MOVE 4 TO RETURN-CODE
		END-IF.

	STOP RUN.

	EDIT-PARM-PARAGRAPH.
		MOVE WS_SIGN_CHAR TO WS_QRY_KEY (1:1).
		MOVE WS_DIGITS TO WS_QRY_KEY (2:9).

	VERIFY-SEALS-PARAGRAPH.

		MOVE ALL 'N' TO WS_VERDICT_TABLE.

		MOVE 'RESET' TO WS_SL_FUNCTION.
		CALL 'ODDEVSEL' USING WS_SL_BLOCK.

		OPEN INPUT AUDIT-IN.

		PERFORM READ-AUDIT-PARAGRAPH.
		PERFORM VERIFY-AUDIT-PARAGRAPH UNTIL WS_EOF.

		CLOSE AUDIT-IN.

		MOVE 'END' TO WS_SL_FUNCTION.
		CALL 'ODDEVSEL' USING WS_SL_BLOCK.

		IF WS_SL_NOTHING
			MOVE 'U' TO WS_VERDICT
			PERFORM KEEP-VERDICT-PARAGRAPH
		END-IF.

	VERIFY-AUDIT-PARAGRAPH.

		MOVE 'VERIFY' TO WS_SL_FUNCTION.
		MOVE WS_AUDIT_RECORD TO WS_SL_RECORD.
		CALL 'ODDEVSEL' USING WS_SL_BLOCK.

		IF WS_AUDIT_SEAL
			MOVE 'F' TO WS_VERDICT
			IF WS_SL_SEAL_OK
				MOVE 'V' TO WS_VERDICT
			END-IF
			IF WS_SL_CHAIN_BREAK
				MOVE 'C' TO WS_VERDICT
			END-IF
			PERFORM KEEP-VERDICT-PARAGRAPH
		END-IF.

		IF WS_AUDIT_ANCHOR
			AND WS_SL_COUNTED IS GREATER THAN ZERO
			MOVE 'U' TO WS_VERDICT
			PERFORM KEEP-VERDICT-PARAGRAPH
		END-IF.

		PERFORM READ-AUDIT-PARAGRAPH.

	KEEP-VERDICT-PARAGRAPH.

		IF WS_GROUP_NO IS NOT GREATER THAN WS_GROUP_MAX
			MOVE WS_VERDICT TO WS_GROUP_VERDICT (WS_GROUP_NO)
		END-IF.

		ADD 1 TO WS_GROUP_NO.

	NEXT-GROUP-PARAGRAPH.

		IF WS_AUDIT_SEAL
			OR WS_GROUP_RECS IS GREATER THAN ZERO
			ADD 1 TO WS_GROUP_NO
		END-IF.

		MOVE ZERO TO WS_GROUP_RECS.

	READ-AUDIT-PARAGRAPH.

		READ AUDIT-IN

	SELECT-AUDIT-PARAGRAPH.

		IF WS_AUDIT_CONTROL
			PERFORM NEXT-GROUP-PARAGRAPH
		ELSE
			ADD 1 TO WS_GROUP_RECS
			PERFORM MATCH-AUDIT-PARAGRAPH
		END-IF.

		PERFORM READ-AUDIT-PARAGRAPH.

	MATCH-AUDIT-PARAGRAPH.

		MOVE WS_AUDIT_NUMBER TO WS_AUD_KEY_NUM.

		IF (WS_ALL_NUMBERS
			PERFORM WRITE-MATCH-PARAGRAPH
		END-IF.

	WRITE-MATCH-PARAGRAPH.

		ADD 1 TO WS_COUNT_MATCHED.

		MOVE 'N' TO WS_AUDIT_QRY_VERDICT.
		IF WS_GROUP_NO IS NOT GREATER THAN WS_GROUP_MAX
			MOVE WS_GROUP_VERDICT (WS_GROUP_NO)
				TO WS_AUDIT_QRY_VERDICT
		END-IF.

		PERFORM COUNT-VERDICT-PARAGRAPH.

		WRITE WS_EXTRACT_RECORD FROM WS_AUDIT_RECORD.

		MOVE WS_AUD_KEY_BUILD TO WS_QRD_NUMBER.
		MOVE WS_AUDIT_STEP_ID TO WS_QRD_STEP_ID.
		WRITE WS_REPORT_LINE FROM WS_QRY_DETAIL.

	COUNT-VERDICT-PARAGRAPH.

		IF WS_AUDIT_QRY_VERDICT EQUAL 'V'
			ADD 1 TO WS_COUNT_MATCH_V
			MOVE 'VERIFIED' TO WS_QRD_SEAL
		END-IF.

		IF WS_AUDIT_QRY_VERDICT EQUAL 'F'
			ADD 1 TO WS_COUNT_MATCH_F
			MOVE 'FAILED' TO WS_QRD_SEAL
		END-IF.

		IF WS_AUDIT_QRY_VERDICT EQUAL 'C'
			ADD 1 TO WS_COUNT_MATCH_C
			MOVE 'CHAIN BRK' TO WS_QRD_SEAL
		END-IF.

		IF WS_AUDIT_QRY_VERDICT EQUAL 'U'
			ADD 1 TO WS_COUNT_MATCH_U
			MOVE 'UNSEALED' TO WS_QRD_SEAL
		END-IF.

		IF WS_AUDIT_QRY_VERDICT EQUAL 'N'
			ADD 1 TO WS_COUNT_MATCH_N
			MOVE 'UNCHECKED' TO WS_QRD_SEAL
		END-IF.

	WRITE-HEADING-PARAGRAPH.

		MOVE 'ODDEVEN AUDIT DISPUTE QUERY' TO WS_REPORT_LINE.
		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'NUMBER      F  RUN-DATE RUN-TIME  JOB      STEP      SEAL'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'RECORDS MATCHED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MATCHED TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'FROM VERIFIED RUNS' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MATCH_V TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'FROM FAILED RUNS' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MATCH_F TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'FROM RUNS AFTER A CHAIN BREAK' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MATCH_C TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'FROM UNSEALED RUNS' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MATCH_U TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.

		MOVE 'NOT CHECKED' TO WS_CNT_TEXT.
		MOVE WS_COUNT_MATCH_N TO WS_CNT_VALUE.
		WRITE WS_REPORT_LINE FROM WS_COUNT_LINE.
