*>   classified on an earlier run (a REV detail arrived on
*>   NUMBER-IN); its flag and bucket repeat the classification
*>   being unwound so the shift job can match and undo its action.
*>   The supplemental sequence is space for the business date's
*>   main run and '1'-'9' for a supplemental run appended to the
*>   same day's file for a late feed.
*> ---------------------------------------------------------------
01	WS_OUTPUT_RECORD.
	05	WS_OUT_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE
		88	WS_OUT_SHIFT_3			VALUE '3'.
	05	WS_OUT_REV_FLAG		PIC	X(01)	VALUE SPACE.
		88	WS_OUT_REVERSAL			VALUE 'R'.
	05	WS_OUT_SUPP_SEQ		PIC	X(01)	VALUE SPACE.
	05	FILLER			PIC	X(57)	VALUE SPACE.
