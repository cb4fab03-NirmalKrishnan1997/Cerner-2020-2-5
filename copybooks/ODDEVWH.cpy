*> ---------------------------------------------------------------
*> ODDEVWH.cpy
*>   Watch-hit record, one per watched account event per watch
*>   row, written by ODD_EVEN (and by ODDEVSPL for the details of
*>   a feed it diverts wholesale on a partitioned day) and read by
*>   the daily ODDEVWHR watch-hit report. The event is C classified,
*>   R reversed, X diverted to EXCEPT-OUT or D screened to DUPS-OUT.
*>   Flag and assigned/original bucket carry the decision: for a
*>   duplicate they are the first occurrence's, for a diversion
*>   they are spaces and the reason code and text say why. The
*>   source id is the HDR/TRL feed the record came from.
*> ---------------------------------------------------------------
01	WS_WH_RECORD.
	05	WS_WH_RUN_DATE		PIC	X(08).
	05	WS_WH_RUN_TIME		PIC	X(08).
	05	WS_WH_JOB_ID		PIC	X(08).
	05	WS_WH_STEP_ID		PIC	X(08).
	05	WS_WH_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE.
	05	WS_WH_CASE_REF		PIC	X(12).
	05	WS_WH_ANALYST		PIC	X(08).
	05	WS_WH_EVENT		PIC	X(01).
		88	WS_WH_CLASSIFIED	VALUE 'C'.
		88	WS_WH_REVERSED		VALUE 'R'.
		88	WS_WH_DIVERTED		VALUE 'X'.
		88	WS_WH_DUPLICATE		VALUE 'D'.
	05	WS_WH_FLAG		PIC	X(01).
	05	WS_WH_SHIFT_BUCKET	PIC	X(01).
	05	WS_WH_ORIG_BUCKET	PIC	X(01).
	05	WS_WH_SOURCE_ID		PIC	X(08).
	05	WS_WH_REASON_CODE	PIC	X(02).
	05	WS_WH_REASON_TEXT	PIC	X(30).
	05	FILLER			PIC	X(06).
