*>   Shared exception record layout for the diverted-input file
*>   (EXCEPT-OUT), so the job steps that re-read exceptions -- the
*>   reconciliation step and any repair work -- COPY the same layout
*>   ODD_EVEN writes with. The source id is the HDR/TRL feed the
*>   input image came from (spaces for a record outside any feed
*>   group or from an unlabeled file), so the per-feed return
*>   files can hand each source system back its own rejects. The
*>   supplemental sequence is space for the business date's main
*>   run and '1'-'9' for a supplemental run's appended exceptions.
*> ---------------------------------------------------------------
01	WS_EXCEPT_RECORD.
	05	WS_EXCEPT_INPUT		PIC	X(80).
	05	WS_EXCEPT_REASON_CODE	PIC	X(02).
	05	WS_EXCEPT_REASON_TEXT	PIC	X(30).
	05	WS_EXCEPT_SOURCE_ID	PIC	X(08).
	05	WS_EXCEPT_SUPP_SEQ	PIC	X(01).
