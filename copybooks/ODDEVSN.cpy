*> ---------------------------------------------------------------
*> ODDEVSN.cpy
*>   The run-control step names in the order of the ODDEVRC
*>   STEP_LOG table, so ODDEVRCT can find a step's log entry and
*>   the batch-window report (ODDEVBWR) can label it. A new step
*>   goes on the end of this list and gets its own STEP_LOG entry.
*>   CYCLE marks the steps of the daily cycle proper, the ones the
*>   batch window and its SLA deadline are measured over: Y for
*>   the classify, merge and balancing steps and their downstream
*>   consumers, N for the supplemental runs and the monthly
*>   billing extract, which run outside the nightly window.
*> ---------------------------------------------------------------
01	WS_SN_NAMES_DATA.
	05	FILLER		PIC	X(09)	VALUE 'CLASSIFYY'.
	05	FILLER		PIC	X(09)	VALUE 'SPLIT   Y'.
	05	FILLER		PIC	X(09)	VALUE 'CONSOL  Y'.
	05	FILLER		PIC	X(09)	VALUE 'RECON   Y'.
	05	FILLER		PIC	X(09)	VALUE 'RECYCLE Y'.
	05	FILLER		PIC	X(09)	VALUE 'HISTORY Y'.
	05	FILLER		PIC	X(09)	VALUE 'DELTA   Y'.
	05	FILLER		PIC	X(09)	VALUE 'SUPP    N'.
	05	FILLER		PIC	X(09)	VALUE 'SUPPREC N'.
	05	FILLER		PIC	X(09)	VALUE 'MERGE   Y'.
	05	FILLER		PIC	X(09)	VALUE 'BILLING N'.

01	WS_SN_NAMES REDEFINES WS_SN_NAMES_DATA.
	05	WS_SN_ENTRY OCCURS 11 TIMES.
		10	WS_SN_NAME	PIC	X(08).
		10	WS_SN_CYCLE	PIC	X(01).
