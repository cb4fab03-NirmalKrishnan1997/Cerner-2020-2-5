*> ---------------------------------------------------------------
*> ODDEVRN.cpy
*>   Per-feed return record, written by ODDEVRTN to the return
*>   file a source system picks up once the business date has
*>   balanced. Every record opens with the record type, the
*>   source-system id and our business date, so a source that sent
*>   more than one extract in a day can still sort its own records
*>   apart. One HDR per extract received from the source that day,
*>   a DTL for every input image we rejected to EXCPTOUT, and a
*>   closing TRL:
*>     HDR  the extract date from their HDR record, our verdict on
*>          their trailer (B balanced, S shorted, M no trailer,
*>          T bad trailer, or N no extract received at all), their
*>          detail count, and how many we accepted, diverted to the
*>          exception file and screened out as duplicates
*>     DTL  the rejected 80-byte input image exactly as received,
*>          with our reason code (01 non-numeric or malformed,
*>          02 feed out of balance, 03 outside a feed group,
*>          04 reversal for a number we never saw) and text
*>     TRL  extracts reported, rejected images listed, and the
*>          physical record count of the file including HDR and TRL
*> ---------------------------------------------------------------
01	WS_RTN_RECORD.
	05	WS_RTN_TYPE		PIC	X(03).
		88	WS_RTN_HEADER		VALUE 'HDR'.
		88	WS_RTN_DETAIL		VALUE 'DTL'.
		88	WS_RTN_TRAILER		VALUE 'TRL'.
	05	WS_RTN_SOURCE_ID	PIC	X(08).
	05	WS_RTN_BUS_DATE		PIC	X(08).
	05	WS_RTN_HDR_AREA.
		10	WS_RTN_EXTRACT_DATE	PIC	X(08).
		10	WS_RTN_VERDICT		PIC	X(01).
			88	WS_RTN_BALANCED		VALUE 'B'.
			88	WS_RTN_SHORT		VALUE 'S'.
			88	WS_RTN_NO_TRAILER	VALUE 'M'.
			88	WS_RTN_BAD_TRAILER	VALUE 'T'.
			88	WS_RTN_NOT_RECEIVED	VALUE 'N'.
		10	WS_RTN_DETAIL_COUNT	PIC	9(09).
		10	WS_RTN_ACCEPTED		PIC	9(09).
		10	WS_RTN_DIVERTED		PIC	9(07).
		10	WS_RTN_SCREENED		PIC	9(07).
		10	FILLER			PIC	X(71).
	05	WS_RTN_DTL_AREA REDEFINES WS_RTN_HDR_AREA.
		10	WS_RTN_REASON_CODE	PIC	X(02).
		10	WS_RTN_REASON_TEXT	PIC	X(30).
		10	WS_RTN_INPUT		PIC	X(80).
	05	WS_RTN_TRL_AREA REDEFINES WS_RTN_HDR_AREA.
		10	WS_RTN_TRL_EXTRACTS	PIC	9(03).
		10	WS_RTN_TRL_REJECTS	PIC	9(09).
		10	WS_RTN_TRL_RECORDS	PIC	9(09).
		10	FILLER			PIC	X(91).
