*> =======================================================
*>
*>	Cobol Program for cerner_2^5_2020
*>
*> =======================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. ODDEVSEL.

*> ---------------------------------------------------------------
*> Modification History
*>   10/15/2026 - New CALL-able audit seal keeper. AUDIT-OUT is the
*>                evidence in billing disputes, but it is a plain
*>                EXTEND'd flat file and nothing proved a record had
*>                not been changed after the run that wrote it.
*>                SEAL (called by ODD_EVEN, and by ODDEVCON for the
*>                merged partition records, once AUDIT-OUT is
*>                closed) reads AUDITOUT, takes every record after
*>                the last seal or anchor as the run's records and
*>                appends a seal record (ODDEVAU type S) with their
*>                count, the last seal's hash and a hash over the
*>                records, that previous hash and the seal itself.
*>                A run restarted after an abend seals the first
*>                attempt's records together with its own. The hash
*>                starts from the installation key on SEALKEY, so a
*>                seal cannot be re-derived after an edit by anyone
*>                who cannot read the key. VERIFY re-derives the
*>                seals of a stream of audit records fed one at a
*>                time (ODDEVAVF, ODDEVQRY); ANCHOR starts the new
*>                live file after the monthly archival with an
*>                anchor record chained to the archived month's last
*>                seal, so the chain runs unbroken from generation
*>                to generation. Same single-DD pattern ODD_EVEN
*>                uses for CHKPT: the caller's AUDIT-OUT is closed
*>                before SEAL opens the DD.
*>   10/15/2026 - An AUDITOUT that will not open is no longer
*>                taken for an empty run: SEAL reports the file
*>                status and returns 05 when the read or the
*>                EXTEND fails, and never opens AUDITOUT OUTPUT --
*>                a failed EXTEND used to fall back to OUTPUT and
*>                wipe the file before writing a lone seal. Only
*>                ANCHOR, which starts a new live file, opens
*>                OUTPUT, and only when the file is not there
*>                (status 35).
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SEAL-KEY-IN ASSIGN TO SEALKEY
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_SEAL_KEY_STATUS.

		SELECT AUDIT-FILE ASSIGN TO AUDITOUT
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS_AUDIT_FILE_STATUS.

DATA DIVISION.

	FILE SECTION.
	FD SEAL-KEY-IN.
	01	WS_KEY_RECORD.
		05	WS_KEY_VALUE		PIC	X(12).
		05	FILLER			PIC	X(68).

	FD AUDIT-FILE.
	COPY ODDEVAU.

	WORKING-STORAGE SECTION.
	01	WS_SEAL_KEY_STATUS	PIC	X(02).
	01	WS_AUDIT_FILE_STATUS	PIC	X(02).

	01	WS_KEY_LOADED_SW	PIC	X(01)	VALUE 'N'.
		88	WS_KEY_LOADED		VALUE 'Y'.

	01	WS_CHAIN_SW	PIC	X(01)	VALUE 'N'.
		88	WS_CHAIN_KNOWN		VALUE 'Y'.

	01	WS_EOF_SW	PIC	X(01)	VALUE 'N'.
		88	WS_EOF			VALUE 'Y'.

	01	WS_SEAL_KEY	PIC	9(12)	VALUE ZERO.
	01	WS_CHAIN	PIC	9(12)	VALUE ZERO.
	01	WS_TAIL_COUNT	PIC	9(07)	VALUE ZERO.
	01	WS_RUN_HASH	PIC	9(12)	VALUE ZERO.
	01	WS_STATED_HASH	PIC	9(12)	VALUE ZERO.

	01	WS_HASH_PRIME	PIC	9(12)	VALUE 999999999989.
	01	WS_HASH_WORK	PIC	9(15)	VALUE ZERO.
	01	WS_HASH_QUOT	PIC	9(15)	VALUE ZERO.

	01	WS_BYTE_SUB	PIC	9(03)	COMP	VALUE ZERO.

	01	WS_BYTE_PAIR.
		05	WS_BYTE_VALUE		PIC	9(04)	COMP.
	01	WS_BYTE_CHARS REDEFINES WS_BYTE_PAIR.
		05	WS_BYTE_HIGH		PIC	X(01).
		05	WS_BYTE_LOW		PIC	X(01).

	01	WS_FOLD_IMAGE	PIC	X(90).

	COPY ODDEVAU REPLACING LEADING ==WS_AUDIT== BY ==WS_SAU==.

	LINKAGE SECTION.
	COPY ODDEVSL REPLACING LEADING ==WS_SL== BY ==WS_LK_SL==.

PROCEDURE DIVISION USING WS_LK_SL_BLOCK.

	FIRST-PARAGRAPH.

		MOVE '00' TO WS_LK_SL_RESULT.

		IF NOT WS_KEY_LOADED
			PERFORM LOAD-KEY-PARAGRAPH
		END-IF.

		IF WS_LK_SL_VERIFY
			PERFORM VERIFY-RECORD-PARAGRAPH
		END-IF.

		IF WS_LK_SL_END
			PERFORM END-STREAM-PARAGRAPH
		END-IF.

		IF WS_LK_SL_RESET
			PERFORM RESET-STREAM-PARAGRAPH
		END-IF.

		IF WS_LK_SL_SEAL
			PERFORM SEAL-AUDIT-PARAGRAPH
		END-IF.

		IF WS_LK_SL_ANCHOR
			PERFORM ANCHOR-AUDIT-PARAGRAPH
		END-IF.

		GOBACK.

	LOAD-KEY-PARAGRAPH.

		MOVE 'Y' TO WS_KEY_LOADED_SW.
		MOVE ZERO TO WS_SEAL_KEY.

		OPEN INPUT SEAL-KEY-IN.

		IF WS_SEAL_KEY_STATUS EQUAL '00'
			READ SEAL-KEY-IN
				AT END
					CONTINUE
				NOT AT END
					IF WS_KEY_VALUE IS NUMERIC
						MOVE WS_KEY_VALUE TO WS_SEAL_KEY
					END-IF
			END-READ
			CLOSE SEAL-KEY-IN
		END-IF.

		IF WS_SEAL_KEY EQUAL ZERO
			DISPLAY 'ODDEVSEL WARNING - NO SEAL KEY ON SEALKEY; '
				'AUDIT SEALS ARE UNKEYED AND WILL NOT VERIFY '
				'AGAINST THE INSTALLATION KEY.'
		END-IF.

	RESET-STREAM-PARAGRAPH.

		MOVE 'N' TO WS_CHAIN_SW.
		MOVE ZERO TO WS_CHAIN.
		MOVE ZERO TO WS_TAIL_COUNT.
		MOVE ZERO TO WS_RUN_HASH.

	VERIFY-RECORD-PARAGRAPH.

		MOVE WS_LK_SL_RECORD TO WS_SAU_RECORD.
		MOVE ZERO TO WS_LK_SL_CLAIMED.
		MOVE ZERO TO WS_LK_SL_COUNTED.
		MOVE ZERO TO WS_LK_SL_HASH.

		IF WS_SAU_SEAL
			PERFORM VERIFY-SEAL-PARAGRAPH
		ELSE
			IF WS_SAU_ANCHOR
				PERFORM VERIFY-ANCHOR-PARAGRAPH
			ELSE
				PERFORM FOLD-DETAIL-PARAGRAPH
			END-IF
		END-IF.

		MOVE WS_CHAIN TO WS_LK_SL_CHAIN.

	VERIFY-SEAL-PARAGRAPH.

		MOVE WS_TAIL_COUNT TO WS_LK_SL_COUNTED.

		IF WS_SAU_SEAL_COUNT IS NUMERIC
			AND WS_SAU_SEAL_PREV IS NUMERIC
			AND WS_SAU_SEAL_HASH IS NUMERIC
			MOVE WS_SAU_SEAL_COUNT TO WS_LK_SL_CLAIMED
			PERFORM HASH-CONTROL-PARAGRAPH
			IF WS_LK_SL_CLAIMED NOT EQUAL WS_LK_SL_COUNTED
				MOVE '09' TO WS_LK_SL_RESULT
			ELSE
				IF WS_RUN_HASH NOT EQUAL WS_STATED_HASH
					MOVE '08' TO WS_LK_SL_RESULT
				ELSE
					IF WS_CHAIN_KNOWN
						AND WS_SAU_SEAL_PREV NOT EQUAL WS_CHAIN
						MOVE '10' TO WS_LK_SL_RESULT
					ELSE
						MOVE '01' TO WS_LK_SL_RESULT
					END-IF
				END-IF
			END-IF
			MOVE WS_STATED_HASH TO WS_CHAIN
			MOVE WS_STATED_HASH TO WS_LK_SL_HASH
			MOVE 'Y' TO WS_CHAIN_SW
		ELSE
			MOVE '08' TO WS_LK_SL_RESULT
			MOVE 'N' TO WS_CHAIN_SW
		END-IF.

		MOVE ZERO TO WS_TAIL_COUNT.

	VERIFY-ANCHOR-PARAGRAPH.

		MOVE WS_TAIL_COUNT TO WS_LK_SL_COUNTED.

		IF WS_SAU_SEAL_PREV IS NUMERIC
			AND WS_SAU_SEAL_HASH IS NUMERIC
			PERFORM HASH-CONTROL-PARAGRAPH
			IF WS_RUN_HASH NOT EQUAL WS_STATED_HASH
				MOVE '08' TO WS_LK_SL_RESULT
			ELSE
				IF WS_CHAIN_KNOWN
					AND WS_SAU_SEAL_PREV NOT EQUAL WS_CHAIN
					MOVE '10' TO WS_LK_SL_RESULT
				ELSE
					MOVE '02' TO WS_LK_SL_RESULT
				END-IF
			END-IF
			MOVE WS_STATED_HASH TO WS_CHAIN
			MOVE WS_STATED_HASH TO WS_LK_SL_HASH
			MOVE 'Y' TO WS_CHAIN_SW
		ELSE
			MOVE '08' TO WS_LK_SL_RESULT
			MOVE 'N' TO WS_CHAIN_SW
		END-IF.

		MOVE ZERO TO WS_TAIL_COUNT.

	END-STREAM-PARAGRAPH.

		MOVE ZERO TO WS_LK_SL_CLAIMED.
		MOVE WS_TAIL_COUNT TO WS_LK_SL_COUNTED.
		MOVE ZERO TO WS_LK_SL_HASH.
		MOVE WS_CHAIN TO WS_LK_SL_CHAIN.

		IF WS_TAIL_COUNT IS GREATER THAN ZERO
			MOVE '04' TO WS_LK_SL_RESULT
		END-IF.

	FOLD-DETAIL-PARAGRAPH.

		IF WS_TAIL_COUNT EQUAL ZERO
			MOVE WS_SEAL_KEY TO WS_RUN_HASH
		END-IF.

		MOVE WS_SAU_RECORD TO WS_FOLD_IMAGE.

		PERFORM FOLD-BYTE-PARAGRAPH
			VARYING WS_BYTE_SUB FROM 1 BY 1
			UNTIL WS_BYTE_SUB IS GREATER THAN 90.

		ADD 1 TO WS_TAIL_COUNT.

	HASH-CONTROL-PARAGRAPH.

		MOVE WS_SAU_SEAL_HASH TO WS_STATED_HASH.
		MOVE ZERO TO WS_SAU_SEAL_HASH.

		IF WS_SAU_ANCHOR OR WS_TAIL_COUNT EQUAL ZERO
			MOVE WS_SEAL_KEY TO WS_RUN_HASH
		END-IF.

		MOVE WS_SAU_RECORD TO WS_FOLD_IMAGE.

		PERFORM FOLD-BYTE-PARAGRAPH
			VARYING WS_BYTE_SUB FROM 1 BY 1
			UNTIL WS_BYTE_SUB IS GREATER THAN 90.

		MOVE WS_STATED_HASH TO WS_SAU_SEAL_HASH.

	FOLD-BYTE-PARAGRAPH.

		MOVE LOW-VALUE TO WS_BYTE_HIGH.
		MOVE WS_FOLD_IMAGE (WS_BYTE_SUB:1) TO WS_BYTE_LOW.

		COMPUTE WS_HASH_WORK = WS_RUN_HASH * 257 + WS_BYTE_VALUE.

		DIVIDE WS_HASH_WORK BY WS_HASH_PRIME
			GIVING WS_HASH_QUOT REMAINDER WS_RUN_HASH.

	SEAL-AUDIT-PARAGRAPH.

		PERFORM RESET-STREAM-PARAGRAPH.

		MOVE 'N' TO WS_EOF_SW.

		OPEN INPUT AUDIT-FILE.

		IF WS_AUDIT_FILE_STATUS EQUAL '00'
			PERFORM READ-AUDIT-PARAGRAPH
			PERFORM SCAN-AUDIT-PARAGRAPH UNTIL WS_EOF
			CLOSE AUDIT-FILE
			PERFORM SEAL-TAIL-PARAGRAPH
		ELSE
			DISPLAY 'ODDEVSEL - AUDITOUT WILL NOT OPEN FOR INPUT, '
				'STATUS ' WS_AUDIT_FILE_STATUS '; NOTHING SEALED.'
			MOVE ZERO TO WS_LK_SL_CLAIMED
			MOVE ZERO TO WS_LK_SL_COUNTED
			MOVE ZERO TO WS_LK_SL_HASH
			MOVE WS_CHAIN TO WS_LK_SL_CHAIN
			MOVE '05' TO WS_LK_SL_RESULT
		END-IF.

	SEAL-TAIL-PARAGRAPH.

		MOVE WS_TAIL_COUNT TO WS_LK_SL_CLAIMED.
		MOVE WS_TAIL_COUNT TO WS_LK_SL_COUNTED.
		MOVE ZERO TO WS_LK_SL_HASH.
		MOVE WS_CHAIN TO WS_LK_SL_CHAIN.

		IF WS_TAIL_COUNT EQUAL ZERO
			MOVE '04' TO WS_LK_SL_RESULT
		ELSE
			PERFORM BUILD-CONTROL-PARAGRAPH
			MOVE 'S' TO WS_SAU_REC_TYPE
			MOVE WS_TAIL_COUNT TO WS_SAU_SEAL_COUNT
			PERFORM HASH-CONTROL-PARAGRAPH
			PERFORM WRITE-CONTROL-PARAGRAPH
		END-IF.

	READ-AUDIT-PARAGRAPH.

		READ AUDIT-FILE
			AT END
				MOVE 'Y' TO WS_EOF_SW
		END-READ.

	SCAN-AUDIT-PARAGRAPH.

		MOVE WS_AUDIT_RECORD TO WS_SAU_RECORD.

		IF WS_SAU_CONTROL
			IF WS_SAU_SEAL_HASH IS NUMERIC
				MOVE WS_SAU_SEAL_HASH TO WS_CHAIN
				MOVE 'Y' TO WS_CHAIN_SW
			END-IF
			MOVE ZERO TO WS_TAIL_COUNT
		ELSE
			PERFORM FOLD-DETAIL-PARAGRAPH
		END-IF.

		PERFORM READ-AUDIT-PARAGRAPH.

	ANCHOR-AUDIT-PARAGRAPH.

		MOVE ZERO TO WS_LK_SL_CLAIMED.
		MOVE ZERO TO WS_LK_SL_COUNTED.
		MOVE ZERO TO WS_LK_SL_HASH.
		MOVE WS_CHAIN TO WS_LK_SL_CHAIN.

		IF NOT WS_CHAIN_KNOWN
			MOVE '04' TO WS_LK_SL_RESULT
		ELSE
			PERFORM BUILD-CONTROL-PARAGRAPH
			MOVE 'A' TO WS_SAU_REC_TYPE
			MOVE ZERO TO WS_SAU_SEAL_COUNT
			PERFORM HASH-CONTROL-PARAGRAPH
			PERFORM WRITE-CONTROL-PARAGRAPH
		END-IF.

	BUILD-CONTROL-PARAGRAPH.

		MOVE SPACES TO WS_SAU_RECORD.
		MOVE ZERO TO WS_SAU_NUMBER.
		MOVE WS_LK_SL_RUN_DATE TO WS_SAU_RUN_DATE.
		MOVE WS_LK_SL_RUN_TIME TO WS_SAU_RUN_TIME.
		MOVE WS_LK_SL_JOB_ID TO WS_SAU_JOB_ID.
		MOVE WS_LK_SL_STEP_ID TO WS_SAU_STEP_ID.
		MOVE WS_LK_SL_SUPP_SEQ TO WS_SAU_SUPP_SEQ.
		MOVE WS_CHAIN TO WS_SAU_SEAL_PREV.
		MOVE ZERO TO WS_SAU_SEAL_HASH.

	WRITE-CONTROL-PARAGRAPH.

		MOVE WS_RUN_HASH TO WS_SAU_SEAL_HASH.

		OPEN EXTEND AUDIT-FILE.

		IF WS_AUDIT_FILE_STATUS EQUAL '35'
			AND WS_LK_SL_ANCHOR
			OPEN OUTPUT AUDIT-FILE
		END-IF.

		IF WS_AUDIT_FILE_STATUS EQUAL '00'
			WRITE WS_AUDIT_RECORD FROM WS_SAU_RECORD
			CLOSE AUDIT-FILE
			MOVE WS_RUN_HASH TO WS_LK_SL_HASH
			MOVE WS_RUN_HASH TO WS_CHAIN
			MOVE WS_RUN_HASH TO WS_LK_SL_CHAIN
			MOVE 'Y' TO WS_CHAIN_SW
			MOVE ZERO TO WS_TAIL_COUNT
		ELSE
			DISPLAY 'ODDEVSEL - AUDITOUT WILL NOT OPEN, STATUS '
				WS_AUDIT_FILE_STATUS '; TYPE ' WS_SAU_REC_TYPE
				' CONTROL RECORD NOT WRITTEN.'
			MOVE '05' TO WS_LK_SL_RESULT
		END-IF.
