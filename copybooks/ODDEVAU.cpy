*>   billing-dispute research -- COPY the same layout ODD_EVEN
*>   writes with. AUDIT-OUT is opened EXTEND so the file carries
*>   records from many runs; readers select a run by the run
*>   date/time stamped on every record, and a supplemental run for
*>   a late feed by the supplemental sequence (space for the main
*>   run of the business date).
*>   Each run closes its records with a seal record (type S)
*>   carrying the run's record count, the previous seal's hash
*>   and a keyed hash over the run's records, the previous hash
*>   and the seal itself (see ODDEVSEL); the monthly archival
*>   starts the new live file with an anchor record (type A)
*>   chained to the archived generation's last seal. Readers of
*>   classification decisions skip both (WS_AUDIT_CONTROL).
*>   WS_AUDIT_QRY_VERDICT is set only on ODDEVQRY dispute
*>   extracts, with the seal verdict of the record's run.
*> ---------------------------------------------------------------
01	WS_AUDIT_RECORD.
	05	WS_AUDIT_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE.
	05	WS_AUDIT_SHIFT_BUCKET	PIC	X(01).
	05	WS_AUDIT_ORIG_BUCKET	PIC	X(01).
	05	WS_AUDIT_SOURCE_ID	PIC	X(08).
	05	WS_AUDIT_SUPP_SEQ	PIC	X(01).
	05	WS_AUDIT_REC_TYPE	PIC	X(01).
		88	WS_AUDIT_SEAL		VALUE 'S'.
		88	WS_AUDIT_ANCHOR		VALUE 'A'.
		88	WS_AUDIT_CONTROL	VALUE 'S' 'A'.
	05	WS_AUDIT_SEAL_COUNT	PIC	9(07).
	05	WS_AUDIT_SEAL_PREV	PIC	9(12).
	05	WS_AUDIT_SEAL_HASH	PIC	9(12).
	05	WS_AUDIT_QRY_VERDICT	PIC	X(01).
	05	FILLER			PIC	X(02).
