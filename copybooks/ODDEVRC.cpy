*>   E = ended in error. A step whose status is already C refuses
*>   to start again (a second submit of a balanced day), and a step
*>   whose prerequisite has not posted C refuses to run early.
*>   Supplemental runs: SUPP_SEQ is the last supplemental run opened
*>   for the business date (space = none, '1'-'9'), ST_SUPP and
*>   ST_SUPPREC the status of that run's classify and balancing
*>   steps. The MK_ bytes record how far DELTA, HISTORY and RECYCLE
*>   have got through the date's records: space = nothing yet,
*>   '0' = the main run, '1'-'9' = through that supplemental; each
*>   of those steps picks up only the records past its own mark.
*>   ST_MERGE is the ODDEVENM partition merge, checked in and
*>   posted by ODDEVGRD steps around the IEBGENERs; ST_BILLING is
*>   the ODDEVBIL extract, logged only (never refused).
*>   STEP_LOG keeps one entry per step, in the order of ODDEVSN
*>   (CLASSIFY SPLIT CONSOL RECON RECYCLE HISTORY DELTA SUPP
*>   SUPPREC MERGE BILLING): the wall-clock start of the step's
*>   run (a restart keeps the first start), its end as stamped at
*>   POST, how many times it was restarted from S or E, and how
*>   many submits were refused because it had already posted C
*>   (counted on CHECKIN and on the ODDEVGRD GUARD; a VERIFY
*>   only looks and never rewrites the record).
*>   A pick-up run for a supplemental leaves the main run's times
*>   alone. ODDEVRCI appends the closing day's record to the
*>   run-control history (ODDEVRH) before it opens the next date.
*> ---------------------------------------------------------------
01	WS_RC_RECORD.
	05	WS_RC_BUS_DATE		PIC	X(08).
	05	WS_RC_ST_RECON		PIC	X(01).
	05	WS_RC_ST_RECYCLE	PIC	X(01).
	05	WS_RC_ST_HISTORY	PIC	X(01).
	05	WS_RC_ST_DELTA		PIC	X(01).
	05	WS_RC_SUPP_SEQ		PIC	X(01).
	05	WS_RC_ST_SUPP		PIC	X(01).
	05	WS_RC_ST_SUPPREC	PIC	X(01).
	05	WS_RC_MK_DELTA		PIC	X(01).
	05	WS_RC_MK_HISTORY	PIC	X(01).
	05	WS_RC_MK_RECYCLE	PIC	X(01).
	05	WS_RC_ST_MERGE		PIC	X(01).
	05	WS_RC_ST_BILLING	PIC	X(01).
	05	WS_RC_STEP_LOG OCCURS 11 TIMES.
		10	WS_RC_LOG_START_DATE	PIC	X(08).
		10	WS_RC_LOG_START_TIME	PIC	X(06).
		10	WS_RC_LOG_END_DATE	PIC	X(08).
		10	WS_RC_LOG_END_TIME	PIC	X(06).
		10	WS_RC_LOG_RESTARTS	PIC	9(02).
		10	WS_RC_LOG_REFUSED	PIC	9(02).
	05	FILLER			PIC	X(20).
