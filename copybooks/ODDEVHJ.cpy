*> ---------------------------------------------------------------
*> ODDEVHJ.cpy
*>   History before-image journal record, appended by ODDEVHST for
*>   every HIST-MASTER record it adds or updates, ahead of the
*>   master write itself. The leading business date (the RUNCTL
*>   date the posting ran under) is the journal key: ODDEVHBK
*>   selects one date's records to take that day back off the
*>   master. Action A means the posting added the account (the
*>   image is empty; backout deletes the master record), U means it
*>   updated an existing record and the image is the full ODDEVHM
*>   record exactly as it stood before. When one business date
*>   touches an account twice, the first journal record for that
*>   date holds the true prior state.
*> ---------------------------------------------------------------
01	WS_HJ_RECORD.
	05	WS_HJ_BUS_DATE		PIC	X(08).
	05	WS_HJ_POST_DATE		PIC	X(08).
	05	WS_HJ_POST_TIME		PIC	X(08).
	05	WS_HJ_ACTION		PIC	X(01).
		88	WS_HJ_ADDED		VALUE 'A'.
		88	WS_HJ_UPDATED		VALUE 'U'.
	05	WS_HJ_KEY		PIC	X(10).
	05	WS_HJ_BEFORE_IMAGE	PIC	X(87).
	05	FILLER			PIC	X(08).
