*> ---------------------------------------------------------------
*> ODDEVBK.cpy
*>   History backout log record. ODDEVHBK appends it (opened
*>   EXTEND, the AUDIT-OUT convention) each time a business date
*>   is backed out of HIST-MASTER cleanly: one backout entry per
*>   audit run found on the audit trail for the date at the time
*>   of the backout -- the run is identified by the run date, run
*>   time, job, step and supplemental sequence stamped on every
*>   ODDEVAU record it wrote -- carrying the wall-clock date and
*>   time of the backout and the number of audit records the run
*>   holds. When ODDEVHST then posts the backed-out date again
*>   from its ODD-EVEN-OUT, it appends one repost entry ('P') for
*>   the date, stamped with the time of the posting, run fields
*>   blank. ODDEVHVF leaves a logged run out of its replay only
*>   while no repost entry follows the backout, i.e. while the
*>   date is off the master.
*> ---------------------------------------------------------------
01	WS_BKL_RECORD.
	05	WS_BKL_BUS_DATE		PIC	X(08).
	05	WS_BKL_BACKOUT_DATE	PIC	X(08).
	05	WS_BKL_BACKOUT_TIME	PIC	X(08).
	05	WS_BKL_RUN.
		10	WS_BKL_RUN_TIME		PIC	X(08).
		10	WS_BKL_JOB_ID		PIC	X(08).
		10	WS_BKL_STEP_ID		PIC	X(08).
		10	WS_BKL_SUPP_SEQ		PIC	X(01).
	05	WS_BKL_AUDIT_COUNT	PIC	9(07).
	05	WS_BKL_ENTRY_TYPE	PIC	X(01).
		88	WS_BKL_BACKOUT		VALUE 'B'.
		88	WS_BKL_REPOST		VALUE 'P'.
	05	FILLER			PIC	X(23).
