*>   loaded shift, each reassignment audited with the original and
*>   assigned bucket. A missing CAPIN file or a shift with no row
*>   (capacity zero) leaves that bucket uncapped, which is the old
*>   raw mod-3 behavior. The shift-volume forecast (ODDEVSFC)
*>   writes its proposed rows in this layout for review.
*> ---------------------------------------------------------------
01	WS_CAP_IN_RECORD.
	05	WS_CAP_IN_SHIFT		PIC	X(01).
