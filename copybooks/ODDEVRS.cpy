*> ---------------------------------------------------------------
*> ODDEVRS.cpy
*>   Rule-hit statistics record. At the end of every run ODD_EVEN
*>   appends one of these to RULESTAT for each RULES-IN row in
*>   force on the business date -- opened EXTEND, the FEEDSTAT
*>   convention -- with the number of first occurrences the rule
*>   overrode and how many of those overrides actually changed the
*>   flag from the ODDEVCLS default. A rule in force that matched
*>   nothing still gets a record with zero hits, so the monthly
*>   ODDEVRRV rule review can tell a dormant rule from one that
*>   was not in force. The rule is identified the way ODDEVRUM
*>   identifies a row: LOW + HIGH + EFFECTIVE.
*> ---------------------------------------------------------------
01	WS_RST_RECORD.
	05	WS_RST_RUN_DATE		PIC	X(08).
	05	WS_RST_RUN_TIME		PIC	X(08).
	05	WS_RST_STEP_ID		PIC	X(08).
	05	WS_RST_LOW		PIC	S9(9)	SIGN IS LEADING SEPARATE.
	05	WS_RST_HIGH		PIC	S9(9)	SIGN IS LEADING SEPARATE.
	05	WS_RST_BUCKET		PIC	X(01).
	05	WS_RST_EFFECTIVE	PIC	X(08).
	05	WS_RST_EXPIRES		PIC	X(08).
	05	WS_RST_HITS		PIC	9(07).
	05	WS_RST_CHANGES		PIC	9(07).
	05	FILLER			PIC	X(05).
