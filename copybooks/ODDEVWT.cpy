*> ---------------------------------------------------------------
*> ODDEVWT.cpy
*>   Watch-list maintenance transaction, read by ODDEVWLM from the
*>   WATCHTRN file the research desk submits. The action is ADD,
*>   CHG or DEL; a CHG or DEL identifies its row by account number
*>   plus case reference, and a CHG replaces the analyst and the
*>   watch window. A blank start date on an ADD means the watch
*>   starts on the day it is applied; the end date is required, so
*>   every watch ages off on its own.
*> ---------------------------------------------------------------
01	WS_WT_RECORD.
	05	WS_WT_ACTION		PIC	X(03).
		88	WS_WT_ADD		VALUE 'ADD'.
		88	WS_WT_CHANGE		VALUE 'CHG'.
		88	WS_WT_DELETE		VALUE 'DEL'.
	05	WS_WT_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE.
	05	WS_WT_CASE_REF		PIC	X(12).
	05	WS_WT_ANALYST		PIC	X(08).
	05	WS_WT_START_DATE	PIC	X(08).
	05	WS_WT_END_DATE		PIC	X(08).
	05	FILLER			PIC	X(31).
