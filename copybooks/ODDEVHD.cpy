*> ---------------------------------------------------------------
*> ODDEVHD.cpy
*>   Holiday calendar record for the HOLIDAYS maintenance file
*>   (PROD.ODDEVEN.HOLIDAYS), one row per holiday: the date in
*>   YYYYMMDD and a name for the reports. Operations keeps the
*>   coming year's holidays on the file alongside the past year's
*>   so the shift-volume forecast (ODDEVSFC) can both measure the
*>   holiday and post-holiday pattern in the history and apply it
*>   to the dates it forecasts. Row order does not matter.
*> ---------------------------------------------------------------
01	WS_HOL_IN_RECORD.
	05	WS_HOL_IN_DATE		PIC	X(08).
	05	WS_HOL_IN_NAME		PIC	X(30).
	05	FILLER			PIC	X(42).
