*> ---------------------------------------------------------------
*> ODDEVRH.cpy
*>   Run-control history record, one per business date on the
*>   permanent PROD.ODDEVEN.RUNHIST file in the order the dates
*>   were closed. ODDEVRCI appends the closing day's RUNCTL record
*>   (ODDEVRC layout, statuses and STEP_LOG time log as they stood
*>   when the next date was opened) just before it opens the next
*>   business date, with the closing time and the day's record
*>   volume from that date's TOTALS: VOL_SOURCE D = the last day
*>   total record (main run plus supplementals), M = the main run
*>   record alone, space = no TOTALS for the date (VOL_ fields
*>   zero). The batch-window report (ODDEVBWR) reads this file.
*> ---------------------------------------------------------------
01	WS_RH_RECORD.
	05	WS_RH_CONTROL		PIC	X(400).
	05	WS_RH_CLOSED_DATE	PIC	X(08).
	05	WS_RH_CLOSED_TIME	PIC	X(06).
	05	WS_RH_VOL_READ		PIC	9(07).
	05	WS_RH_VOL_EXCEPT	PIC	9(07).
	05	WS_RH_VOL_SOURCE	PIC	X(01).
		88	WS_RH_VOL_DAY		VALUE 'D'.
		88	WS_RH_VOL_MAIN		VALUE 'M'.
		88	WS_RH_VOL_NONE		VALUE SPACE.
	05	FILLER			PIC	X(21).
