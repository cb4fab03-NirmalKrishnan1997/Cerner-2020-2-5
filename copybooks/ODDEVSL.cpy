*> ---------------------------------------------------------------
*> ODDEVSL.cpy
*>   Parameter block for CALL 'ODDEVSEL', the audit seal keeper.
*>   SEAL closes the unsealed records at the end of AUDIT-OUT with
*>   a seal record stamped with the caller's run identity; ANCHOR
*>   starts AUDIT-OUT with an anchor record chained to the last
*>   seal passed through VERIFY. VERIFY takes one audit record at a
*>   time, oldest first, and re-derives each seal or anchor it
*>   meets; END reports the unsealed records left at the end of
*>   the stream, and RESET starts a new stream. Results:
*>     00 = record taken (VERIFY detail, END/SEAL/ANCHOR done)
*>     01 = seal verified      02 = anchor verified
*>     04 = nothing to seal or anchor / unsealed records at END
*>     05 = AUDITOUT would not open; nothing written
*>     08 = seal or anchor hash does not match its records
*>     09 = seal count does not match the records before it
*>     10 = chain break: previous hash is not the last seal's
*>   CLAIMED is the count the seal states, COUNTED the records
*>   actually found before it (before an anchor, or at END, the
*>   unsealed records); HASH is the hash of the seal or anchor
*>   written or verified, CHAIN the hash the next one must carry.
*> ---------------------------------------------------------------
01	WS_SL_BLOCK.
	05	WS_SL_FUNCTION		PIC	X(08).
		88	WS_SL_SEAL		VALUE 'SEAL'.
		88	WS_SL_ANCHOR		VALUE 'ANCHOR'.
		88	WS_SL_VERIFY		VALUE 'VERIFY'.
		88	WS_SL_END		VALUE 'END'.
		88	WS_SL_RESET		VALUE 'RESET'.
	05	WS_SL_RESULT		PIC	X(02).
		88	WS_SL_OK		VALUE '00'.
		88	WS_SL_SEAL_OK		VALUE '01'.
		88	WS_SL_ANCHOR_OK		VALUE '02'.
		88	WS_SL_NOTHING		VALUE '04'.
		88	WS_SL_OPEN_FAILED	VALUE '05'.
		88	WS_SL_ALTERED		VALUE '08'.
		88	WS_SL_COUNT_OFF		VALUE '09'.
		88	WS_SL_CHAIN_BREAK	VALUE '10'.
	05	WS_SL_RUN_DATE		PIC	X(08).
	05	WS_SL_RUN_TIME		PIC	X(08).
	05	WS_SL_JOB_ID		PIC	X(08).
	05	WS_SL_STEP_ID		PIC	X(08).
	05	WS_SL_SUPP_SEQ		PIC	X(01).
	05	WS_SL_RECORD		PIC	X(90).
	05	WS_SL_CLAIMED		PIC	9(07).
	05	WS_SL_COUNTED		PIC	9(07).
	05	WS_SL_HASH		PIC	9(12).
	05	WS_SL_CHAIN		PIC	9(12).
