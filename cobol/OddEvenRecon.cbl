*>                off the audit trail (assigned differs from
*>                original) and compared against the claimed
*>                reassignment count on the TOTALS record.
*>   10/15/2026 - Widened the DUPS-IN record to 102 bytes for the
*>                source id ODD_EVEN now stamps on each screened
*>                duplicate. Only the record count is balanced
*>                here; the wider record just keeps the FD in step
*>                with the file it reads.
*>   10/15/2026 - PARM 'SUPP' balances a supplemental run instead:
*>                checks in as run-control step SUPPREC, which hands
*>                back the supplemental sequence, and posts SUPPREC
*>                complete or E at the end. The day's files now hold
*>                the main run and every supplemental, so the run
*>                section counts only records stamped with this
*>                sequence against this run's TOTALS record, and a
*>                second DAY TOTAL section counts every record
*>                against the day (D) record ODD_EVEN appended. The
*>                SHIFTn and DUPS records are read as groups for the
*>                sequence byte (DUPS-IN is 103 bytes). Without the
*>                PARM nothing changes.
*>   10/15/2026 - Skip the seal records ODDEVSEL now appends to
*>                AUDIT-OUT (and the monthly anchor record); they
*>                carry the run's date and job id but are not
*>                classification decisions.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
	COPY ODDEVAU.

	FD SHIFT1-IN.
	01	WS_SH1_RECORD.
		05	FILLER			PIC	X(21).
		05	WS_SH1_SUPP_SEQ		PIC	X(01).
		05	FILLER			PIC	X(57).

	FD SHIFT2-IN.
	01	WS_SH2_RECORD.
		05	FILLER			PIC	X(21).
		05	WS_SH2_SUPP_SEQ		PIC	X(01).
		05	FILLER			PIC	X(57).

	FD SHIFT3-IN.
	01	WS_SH3_RECORD.
		05	FILLER			PIC	X(21).
		05	WS_SH3_SUPP_SEQ		PIC	X(01).
		05	FILLER			PIC	X(57).

	FD DUPS-IN.
	01	WS_DUPS_RECORD.
		05	FILLER			PIC	X(102).
		05	WS_DUPS_SUPP_SEQ	PIC	X(01).

	FD RECON-REPORT.
	01	WS_REPORT_LINE		PIC	X(80).

	COPY ODDEVTO REPLACING LEADING ==WS_TOT== BY ==WS_CLM==.

	COPY ODDEVTO REPLACING LEADING ==WS_TOT== BY ==WS_DCL==.

	01	WS_PARM_DATA	PIC	X(20)	VALUE SPACE.

	01	WS_SUPP_SW	PIC	X(01)	VALUE 'N'.
		88	WS_SUPP_RUN		VALUE 'Y'.

	01	WS_SUPP_SEQ	PIC	X(01)	VALUE SPACE.

	01	WS_RUN_FOUND_SW	PIC	X(01)	VALUE 'N'.
		88	WS_RUN_FOUND		VALUE 'Y'.

	01	WS_DAY_FOUND_SW	PIC	X(01)	VALUE 'N'.
		88	WS_DAY_FOUND		VALUE 'Y'.

	01	WS_RCTL_FUNCTION	PIC	X(08)	VALUE SPACE.
	01	WS_RCTL_STEP		PIC	X(08)	VALUE 'RECON'.
	01	WS_RCTL_STATUS		PIC	X(01)	VALUE SPACE.
		05	WS_REC_REV_COUNT	PIC	9(07)	VALUE ZERO.
		05	WS_REC_REAS_COUNT	PIC	9(07)	VALUE ZERO.

	01	WS_DRC_COUNTS.
		05	WS_DRC_OUT_COUNT	PIC	9(07)	VALUE ZERO.
		05	WS_DRC_HASH_TOTAL	PIC	S9(18)	SIGN IS LEADING SEPARATE
								VALUE ZERO.
		05	WS_DRC_EXC_COUNT	PIC	9(07)	VALUE ZERO.
		05	WS_DRC_AUD_COUNT	PIC	9(07)	VALUE ZERO.
		05	WS_DRC_DUP_COUNT	PIC	9(07)	VALUE ZERO.
		05	WS_DRC_SH1F_COUNT	PIC	9(07)	VALUE ZERO.
		05	WS_DRC_SH2F_COUNT	PIC	9(07)	VALUE ZERO.
		05	WS_DRC_SH3F_COUNT	PIC	9(07)	VALUE ZERO.
		05	WS_DRC_REV_COUNT	PIC	9(07)	VALUE ZERO.
		05	WS_DRC_REAS_COUNT	PIC	9(07)	VALUE ZERO.

	01	WS_CLAIMED_GOOD		PIC	9(07)	VALUE ZERO.
	01	WS_DAY_CLAIMED_GOOD	PIC	9(07)	VALUE ZERO.

	01	WS_DETAIL_LINE.
		05	WS_DET_LABEL		PIC	X(24)	VALUE SPACE.
	01	WS_CMP_CLAIMED		PIC	9(07)	VALUE ZERO.
	01	WS_CMP_COUNTED		PIC	9(07)	VALUE ZERO.
	01	WS_CMP_DIFF		PIC	S9(08)	VALUE ZERO.
	01	WS_CMP_HASH_CLAIMED	PIC	S9(18)	VALUE ZERO.
	01	WS_CMP_HASH_COUNTED	PIC	S9(18)	VALUE ZERO.

PROCEDURE DIVISION.

	FIRST-PARAGRAPH.

		ACCEPT WS_PARM_DATA FROM COMMAND-LINE.

		IF WS_PARM_DATA (1:4) EQUAL 'SUPP'
			MOVE 'Y' TO WS_SUPP_SW
			MOVE 'SUPPREC' TO WS_RCTL_STEP
		END-IF.

		PERFORM RUN-CONTROL-CHECKIN-PARAGRAPH.

		OPEN OUTPUT RECON-REPORT.
			STOP RUN
		END-IF.

		IF WS_RCTL_RESULT EQUAL '12' AND WS_SUPP_RUN
			DISPLAY 'ODDEVREC - NO SUPPLEMENTAL RUN HAS POSTED '
				'CLEAN FOR BUSINESS DATE '
				WS_RCTL_BUS_DATE '; RUN REFUSED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_RCTL_RESULT EQUAL '12'
			DISPLAY 'ODDEVREC - NEITHER CLASSIFY NOR CONSOL HAS '
				'POSTED CLEAN FOR BUSINESS DATE '
		END-IF.

		IF WS_RCTL_RESULT NOT EQUAL '00'
			DISPLAY 'ODDEVREC - ' WS_RCTL_STEP ' ALREADY COMPLETE '
				'FOR BUSINESS DATE ' WS_RCTL_BUS_DATE
				'; RUN REFUSED.'
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		IF WS_SUPP_RUN
			MOVE WS_RCTL_STATUS TO WS_SUPP_SEQ
			DISPLAY 'ODDEVREC - BALANCING SUPPLEMENTAL RUN '
				WS_SUPP_SEQ ' FOR BUSINESS DATE '
				WS_RCTL_BUS_DATE '.'
		END-IF.

	RUN-CONTROL-POST-PARAGRAPH.

		MOVE 'POST' TO WS_RCTL_FUNCTION.
		OPEN INPUT TOTALS-IN.

		IF WS_TOTALS_IN_STATUS EQUAL '00'
			IF WS_SUPP_RUN
				PERFORM READ-SUPP-TOTALS-PARAGRAPH
			ELSE
				READ TOTALS-IN INTO WS_CLM_RECORD
					AT END
						MOVE 'N' TO WS_BALANCED_SW
						PERFORM CLEAR-TOTALS-PARAGRAPH
				END-READ
			END-IF
			CLOSE TOTALS-IN
		ELSE
			MOVE 'N' TO WS_BALANCED_SW
			WS_CLM_COUNT_REVS
			GIVING WS_CLAIMED_GOOD.

		IF WS_SUPP_RUN
			ADD WS_DCL_COUNT_EVEN WS_DCL_COUNT_ODD
				WS_DCL_COUNT_REVS
				GIVING WS_DAY_CLAIMED_GOOD
		END-IF.

	READ-SUPP-TOTALS-PARAGRAPH.

		MOVE WS_CLM_RECORD TO WS_DCL_RECORD.

		READ TOTALS-IN
			AT END
				MOVE '10' TO WS_TOTALS_IN_STATUS
		END-READ.
		PERFORM KEEP-SUPP-TOTALS-PARAGRAPH
			UNTIL WS_TOTALS_IN_STATUS NOT EQUAL '00'.

		IF NOT WS_RUN_FOUND OR NOT WS_DAY_FOUND
			MOVE 'N' TO WS_BALANCED_SW
			DISPLAY 'ODDEVREC - TOTALS-IN HAS NO RUN RECORD OR NO '
				'DAY RECORD FOR SUPPLEMENTAL ' WS_SUPP_SEQ '.'
		END-IF.

	KEEP-SUPP-TOTALS-PARAGRAPH.

		IF WS_TOT_DAY_TOTAL
			MOVE WS_TOT_RECORD TO WS_DCL_RECORD
			MOVE 'Y' TO WS_DAY_FOUND_SW
		ELSE
			IF WS_TOT_SUPP_SEQ EQUAL WS_SUPP_SEQ
				MOVE WS_TOT_RECORD TO WS_CLM_RECORD
				MOVE 'Y' TO WS_RUN_FOUND_SW
			END-IF
		END-IF.

		READ TOTALS-IN
			AT END
				MOVE '10' TO WS_TOTALS_IN_STATUS
		END-READ.

	CLEAR-TOTALS-PARAGRAPH.

		MOVE SPACES TO WS_CLM_RUN_DATE.

	TALLY-OUTPUT-PARAGRAPH.

		IF NOT WS_SUPP_RUN OR WS_OUT_SUPP_SEQ EQUAL WS_SUPP_SEQ
			PERFORM TALLY-RUN-OUTPUT-PARAGRAPH
		END-IF.

		IF WS_SUPP_RUN
			ADD 1 TO WS_DRC_OUT_COUNT
			IF WS_OUT_REVERSAL
				SUBTRACT WS_OUT_NUMBER FROM WS_DRC_HASH_TOTAL
				ADD 1 TO WS_DRC_REV_COUNT
			ELSE
				ADD WS_OUT_NUMBER TO WS_DRC_HASH_TOTAL
			END-IF
		END-IF.

		PERFORM READ-OUTPUT-PARAGRAPH.

	TALLY-RUN-OUTPUT-PARAGRAPH.

		ADD 1 TO WS_REC_OUT_COUNT.

		IF WS_OUT_REVERSAL
			END-IF
		END-IF.

	COUNT-EXCEPT-PARAGRAPH.

		MOVE 'N' TO WS_EOF_SW.

	TALLY-EXCEPT-PARAGRAPH.

		IF NOT WS_SUPP_RUN OR WS_EXCEPT_SUPP_SEQ EQUAL WS_SUPP_SEQ
			ADD 1 TO WS_REC_EXC_COUNT
		END-IF.

		ADD 1 TO WS_DRC_EXC_COUNT.

		PERFORM READ-EXCEPT-PARAGRAPH.


	TALLY-AUDIT-PARAGRAPH.

		IF NOT WS_AUDIT_CONTROL
			PERFORM TALLY-AUDIT-DETAIL-PARAGRAPH
		END-IF.

		PERFORM READ-AUDIT-PARAGRAPH.

	TALLY-AUDIT-DETAIL-PARAGRAPH.

		IF WS_AUDIT_RUN_DATE EQUAL WS_CLM_RUN_DATE
			AND WS_AUDIT_JOB_ID EQUAL WS_CLM_JOB_ID
			AND (NOT WS_SUPP_RUN
				OR WS_AUDIT_SUPP_SEQ EQUAL WS_SUPP_SEQ)
			ADD 1 TO WS_REC_AUD_COUNT
			IF WS_AUDIT_ORIG_BUCKET NOT EQUAL SPACE
				AND WS_AUDIT_ORIG_BUCKET NOT EQUAL
			END-IF
		END-IF.

		IF WS_SUPP_RUN
			AND WS_AUDIT_RUN_DATE EQUAL WS_DCL_RUN_DATE
			AND (WS_AUDIT_JOB_ID EQUAL WS_DCL_JOB_ID
				OR WS_AUDIT_SUPP_SEQ NOT EQUAL SPACE)
			ADD 1 TO WS_DRC_AUD_COUNT
			IF WS_AUDIT_ORIG_BUCKET NOT EQUAL SPACE
				AND WS_AUDIT_ORIG_BUCKET NOT EQUAL
					WS_AUDIT_SHIFT_BUCKET
				ADD 1 TO WS_DRC_REAS_COUNT
			END-IF
		END-IF.

	COUNT-DUPS-PARAGRAPH.


	TALLY-DUPS-PARAGRAPH.

		IF NOT WS_SUPP_RUN OR WS_DUPS_SUPP_SEQ EQUAL WS_SUPP_SEQ
			ADD 1 TO WS_REC_DUP_COUNT
		END-IF.

		ADD 1 TO WS_DRC_DUP_COUNT.

		PERFORM READ-DUPS-PARAGRAPH.


	TALLY-SHIFT1-PARAGRAPH.

		IF NOT WS_SUPP_RUN OR WS_SH1_SUPP_SEQ EQUAL WS_SUPP_SEQ
			ADD 1 TO WS_REC_SH1F_COUNT
		END-IF.

		ADD 1 TO WS_DRC_SH1F_COUNT.
		PERFORM READ-SHIFT1-PARAGRAPH.

	READ-SHIFT2-PARAGRAPH.

	TALLY-SHIFT2-PARAGRAPH.

		IF NOT WS_SUPP_RUN OR WS_SH2_SUPP_SEQ EQUAL WS_SUPP_SEQ
			ADD 1 TO WS_REC_SH2F_COUNT
		END-IF.

		ADD 1 TO WS_DRC_SH2F_COUNT.
		PERFORM READ-SHIFT2-PARAGRAPH.

	READ-SHIFT3-PARAGRAPH.

	TALLY-SHIFT3-PARAGRAPH.

		IF NOT WS_SUPP_RUN OR WS_SH3_SUPP_SEQ EQUAL WS_SUPP_SEQ
			ADD 1 TO WS_REC_SH3F_COUNT
		END-IF.

		ADD 1 TO WS_DRC_SH3F_COUNT.
		PERFORM READ-SHIFT3-PARAGRAPH.

	WRITE-REPORT-PARAGRAPH.
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		IF WS_SUPP_RUN
			MOVE SPACES TO WS_REPORT_LINE
			STRING 'SUPPLEMENTAL RUN ' WS_SUPP_SEQ
				' - RUN SECTION COUNTS THIS SUPPLEMENTAL ONLY'
				DELIMITED BY SIZE
				INTO WS_REPORT_LINE
			WRITE WS_REPORT_LINE
		END-IF.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE WS_REC_AUD_COUNT TO WS_CMP_COUNTED.
		PERFORM COMPARE-COUNT-PARAGRAPH.

		MOVE WS_CLM_HASH_TOTAL TO WS_CMP_HASH_CLAIMED.
		MOVE WS_REC_HASH_TOTAL TO WS_CMP_HASH_COUNTED.
		PERFORM COMPARE-HASH-PARAGRAPH.

		IF WS_SUPP_RUN
			PERFORM WRITE-DAY-SECTION-PARAGRAPH
		END-IF.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		END-IF.
		WRITE WS_REPORT_LINE.

	WRITE-DAY-SECTION-PARAGRAPH.

		MOVE SPACES TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE SPACES TO WS_REPORT_LINE.
		STRING 'DAY TOTAL - MAIN RUN PLUS SUPPLEMENTALS THROUGH '
			WS_SUPP_SEQ
			DELIMITED BY SIZE
			INTO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'ITEM                    CLAIMED  COUNTED      DIFF'
			TO WS_REPORT_LINE.
		WRITE WS_REPORT_LINE.

		MOVE 'OUTPUT RECORDS' TO WS_DET_LABEL.
		MOVE WS_DAY_CLAIMED_GOOD TO WS_CMP_CLAIMED.
		MOVE WS_DRC_OUT_COUNT TO WS_CMP_COUNTED.
		PERFORM COMPARE-COUNT-PARAGRAPH.

		MOVE 'SHIFT 1 FILE' TO WS_DET_LABEL.
		MOVE WS_DCL_COUNT_SH1 TO WS_CMP_CLAIMED.
		MOVE WS_DRC_SH1F_COUNT TO WS_CMP_COUNTED.
		PERFORM COMPARE-COUNT-PARAGRAPH.

		MOVE 'SHIFT 2 FILE' TO WS_DET_LABEL.
		MOVE WS_DCL_COUNT_SH2 TO WS_CMP_CLAIMED.
		MOVE WS_DRC_SH2F_COUNT TO WS_CMP_COUNTED.
		PERFORM COMPARE-COUNT-PARAGRAPH.

		MOVE 'SHIFT 3 FILE' TO WS_DET_LABEL.
		MOVE WS_DCL_COUNT_SH3 TO WS_CMP_CLAIMED.
		MOVE WS_DRC_SH3F_COUNT TO WS_CMP_COUNTED.
		PERFORM COMPARE-COUNT-PARAGRAPH.

		MOVE 'EXCEPTION RECORDS' TO WS_DET_LABEL.
		MOVE WS_DCL_COUNT_EXCEPT TO WS_CMP_CLAIMED.
		MOVE WS_DRC_EXC_COUNT TO WS_CMP_COUNTED.
		PERFORM COMPARE-COUNT-PARAGRAPH.

		MOVE 'DUPLICATE RECORDS' TO WS_DET_LABEL.
		MOVE WS_DCL_COUNT_DUPS TO WS_CMP_CLAIMED.
		MOVE WS_DRC_DUP_COUNT TO WS_CMP_COUNTED.
		PERFORM COMPARE-COUNT-PARAGRAPH.

		MOVE 'REVERSAL RECORDS' TO WS_DET_LABEL.
		MOVE WS_DCL_COUNT_REVS TO WS_CMP_CLAIMED.
		MOVE WS_DRC_REV_COUNT TO WS_CMP_COUNTED.
		PERFORM COMPARE-COUNT-PARAGRAPH.

		MOVE 'SHIFT REASSIGNMENTS' TO WS_DET_LABEL.
		MOVE WS_DCL_COUNT_REASSIGN TO WS_CMP_CLAIMED.
		MOVE WS_DRC_REAS_COUNT TO WS_CMP_COUNTED.
		PERFORM COMPARE-COUNT-PARAGRAPH.

		MOVE 'AUDIT RECORDS (DAY)' TO WS_DET_LABEL.
		MOVE WS_DAY_CLAIMED_GOOD TO WS_CMP_CLAIMED.
		MOVE WS_DRC_AUD_COUNT TO WS_CMP_COUNTED.
		PERFORM COMPARE-COUNT-PARAGRAPH.

		MOVE WS_DCL_HASH_TOTAL TO WS_CMP_HASH_CLAIMED.
		MOVE WS_DRC_HASH_TOTAL TO WS_CMP_HASH_COUNTED.
		PERFORM COMPARE-HASH-PARAGRAPH.

	COMPARE-COUNT-PARAGRAPH.

		MOVE WS_CMP_CLAIMED TO WS_DET_CLAIMED.

		MOVE SPACES TO WS_HASH_LINE.
		MOVE 'HASH TOTAL CLAIMED' TO WS_HASH_LABEL.
		MOVE WS_CMP_HASH_CLAIMED TO WS_HASH_VALUE.
		IF WS_CMP_HASH_COUNTED EQUAL WS_CMP_HASH_CLAIMED
			MOVE 'IN BALANCE' TO WS_HASH_VERDICT
		ELSE
			MOVE 'OUT OF BALANCE' TO WS_HASH_VERDICT

		MOVE SPACES TO WS_HASH_LINE.
		MOVE 'HASH TOTAL COUNTED' TO WS_HASH_LABEL.
		MOVE WS_CMP_HASH_COUNTED TO WS_HASH_VALUE.
		WRITE WS_REPORT_LINE FROM WS_HASH_LINE.
