*> ---------------------------------------------------------------
*> ODDEVAK.cpy
*>   Shift-desk work acknowledgement record, one per account the
*>   desk was handed on its DELTAn (or SHIFTn) file, returned by
*>   the desk and matched by ODDEVACK. The first 25 bytes repeat
*>   the ODDEVDL identity of the item being acknowledged (number,
*>   flag, business date it was delivered for, shift bucket,
*>   change code) so the match needs nothing but the desk's copy
*>   of the record; a desk working the full SHIFTn file leaves
*>   the change code blank, or REV for a reversal. The action
*>   says what the desk did with it:
*>     W  worked    - closed
*>     R  rejected  - closed, returned as not actionable
*>     D  deferred  - stays open and keeps aging
*>   The acknowledgement date and time order the desk's actions:
*>   a later acknowledgement for the same item replaces an
*>   earlier one.
*> ---------------------------------------------------------------
01	WS_ACK_RECORD.
	05	WS_ACK_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE.
	05	WS_ACK_FLAG		PIC	X(01).
	05	WS_ACK_RUN_DATE		PIC	X(08).
	05	WS_ACK_SHIFT_BUCKET	PIC	X(01).
	05	WS_ACK_CHANGE_CODE	PIC	X(03).
	05	WS_ACK_PRIOR_FLAG	PIC	X(01).
	05	WS_ACK_PRIOR_BUCKET	PIC	X(01).
	05	WS_ACK_ACTION		PIC	X(01).
		88	WS_ACK_WORKED		VALUE 'W'.
		88	WS_ACK_REJECTED		VALUE 'R'.
		88	WS_ACK_DEFERRED		VALUE 'D'.
	05	WS_ACK_DATE		PIC	X(08).
	05	WS_ACK_TIME		PIC	X(08).
	05	WS_ACK_DESK_ID		PIC	X(08).
	05	FILLER			PIC	X(30).
