*> ---------------------------------------------------------------
*> ODDEVWL.cpy
*>   Research-desk watch-list record. One row per account under
*>   watch for a case: the account number (leading sign plus nine
*>   digits, as on NUMBER-IN), the desk's case reference, the
*>   analyst who owns the case, and the watch window (start and
*>   end, YYYYMMDD, both inclusive). ODD_EVEN and ODDEVSPL load
*>   the rows in force on the business date and write a WATCH-HIT
*>   record (ODDEVWH) whenever a watched account is classified,
*>   reversed, diverted or screened as a duplicate. The file is
*>   maintained only through ODDEVWLM, which also drops rows whose
*>   end date has passed. An account may be watched under several
*>   cases at once; each row reports separately.
*> ---------------------------------------------------------------
01	WS_WL_RECORD.
	05	WS_WL_NUMBER		PIC	S9(9)	SIGN IS LEADING SEPARATE.
	05	WS_WL_CASE_REF		PIC	X(12).
	05	WS_WL_ANALYST		PIC	X(08).
	05	WS_WL_START_DATE	PIC	X(08).
	05	WS_WL_END_DATE		PIC	X(08).
	05	FILLER			PIC	X(34).
