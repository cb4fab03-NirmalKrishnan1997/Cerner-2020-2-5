*>   CONTROL-TOTALS-PARAGRAPH DISPLAYs, so the reconciliation step
*>   (ODDEVREC) can balance the output files against what ODD_EVEN
*>   claims it wrote instead of someone eyeballing sysout.
*>   A supplemental run for a late feed appends its own run record
*>   (supplemental sequence '1'-'9') followed by a day record (type
*>   D) carrying the main run plus every supplemental so far; the
*>   last day record on the file is the business date's total.
*> ---------------------------------------------------------------
01	WS_TOT_RECORD.
	05	WS_TOT_RUN_DATE		PIC	X(08)	VALUE SPACE.
							VALUE ZERO.
	05	WS_TOT_COUNT_REVS	PIC	9(07)	VALUE ZERO.
	05	WS_TOT_COUNT_REASSIGN	PIC	9(07)	VALUE ZERO.
	05	WS_TOT_SUPP_SEQ		PIC	X(01)	VALUE SPACE.
	05	WS_TOT_REC_TYPE		PIC	X(01)	VALUE SPACE.
		88	WS_TOT_DAY_TOTAL		VALUE 'D'.
	05	FILLER			PIC	X(04)	VALUE SPACE.
