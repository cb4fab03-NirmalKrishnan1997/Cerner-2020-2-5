*> ---------------------------------------------------------------
*> ODDEVTH.cpy
*>   Daily totals history record for the keyed (VSAM KSDS)
*>   PROD.ODDEVEN.TOTHIST, one per business date, keyed on the
*>   date. ODDEVRCI stores the closing day's TOTALS record
*>   (ODDEVTO layout, carried whole in TH_TOTALS) just before it
*>   opens the next business date -- the next ODDEVEN run renames
*>   the TOTALS dataset to TOTPRIOR and the one after deletes it,
*>   so without this file each day's per-shift counts,
*>   reassignments, reads and exceptions were gone after two
*>   days. A date closed a second time (after a business-date
*>   backout) replaces its record. The shift-volume forecast
*>   (ODDEVSFC) reads this file.
*>   BUS_DATE    the business date closed; the record key.
*>   SOURCE      D = the last day total record (main run plus
*>               supplementals), M = the main run record alone.
*>   CLOSED_DATE the calendar date ODDEVRCI closed it on.
*>   TOTALS      the ODDEVTO record as stored.
*> ---------------------------------------------------------------
01	WS_TH_RECORD.
	05	WS_TH_BUS_DATE		PIC	X(08).
	05	WS_TH_SOURCE		PIC	X(01).
		88	WS_TH_DAY_TOTAL		VALUE 'D'.
		88	WS_TH_MAIN_RUN		VALUE 'M'.
	05	WS_TH_CLOSED_DATE	PIC	X(08).
	05	WS_TH_TOTALS		PIC	X(134).
	05	FILLER			PIC	X(09).
