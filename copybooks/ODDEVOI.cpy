*> ---------------------------------------------------------------
*> ODDEVOI.cpy
*>   Shift-desk open item, carried forward day to day by ODDEVACK
*>   on the OPENIN/OPENOUT generation until a desk acknowledges it
*>   worked or rejected. The first 25 bytes are the ODDEVDL
*>   identity of the item exactly as it was delivered; the run
*>   date there is the business date the item first went to the
*>   desk, which is what the aging counts from. The last
*>   acknowledgement fields carry a deferral forward so the aging
*>   report can show the desk has at least looked at it.
*> ---------------------------------------------------------------
01	WS_OPN_RECORD.
	05	WS_OPN_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE.
	05	WS_OPN_FLAG		PIC	X(01).
	05	WS_OPN_RUN_DATE		PIC	X(08).
	05	WS_OPN_SHIFT_BUCKET	PIC	X(01).
	05	WS_OPN_CHANGE_CODE	PIC	X(03).
	05	WS_OPN_PRIOR_FLAG	PIC	X(01).
	05	WS_OPN_PRIOR_BUCKET	PIC	X(01).
	05	WS_OPN_LAST_ACTION	PIC	X(01).
	05	WS_OPN_LAST_ACK_DATE	PIC	X(08).
	05	WS_OPN_LAST_ACK_TIME	PIC	X(08).
	05	WS_OPN_DEFER_COUNT	PIC	9(03).
	05	FILLER			PIC	X(35).
