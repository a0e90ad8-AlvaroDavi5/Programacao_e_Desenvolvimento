*>  DEPT-LOAD: batch maintenance of the department master DEPTMAST
*>  from an operations transaction file

*>  run using commands:
*> cobc -free -x -std=ibm -I copybooks -o DEPTLOAD dept_load.cbl
*> ./DEPTLOAD

*>  This is the EXEC PGM=DEPTLOAD target of jcl/DEPTLOAD.jcl -- the
*>  load module name comes from the -o above, not from PROGRAM-ID,
*>  so it has to be built with that exact name.

*>  PENDLOAD used to accept any non-blank department code, so a typo
*>  like "FINC" was queued, announced and cut into a DEPTFILE section
*>  nobody collects. The intake steps now check every code against
*>  DEPTMAST (see DMSTREC.cpy), and this program is how the master is
*>  kept: it reads the sequential transaction file operations keys
*>  (DEPTTRAN, see DTRNREC.cpy), validates each add, change or delete
*>  -- code present, name present, active flag Y or N, numeric
*>  nightly quota -- and applies it, printing old versus new values
*>  for every department touched plus totals by action on DMSTRPT.
*>  SYSIN mode "V" validates the whole file without touching the
*>  live master -- run that first -- and "U" applies it, the same
*>  arrangement LANGLOAD gives the translation master. A delete of a
*>  department that still has work queued is allowed; flag it
*>  inactive instead when the office is only pausing. Ends RC 4 when
*>  any record was rejected.


IDENTIFICATION DIVISION.
PROGRAM-ID. DEPT-LOAD.
AUTHOR. ALVARO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT DEPT-TRANSACTION-FILE ASSIGN TO "DEPTTRAN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-DTRN-FILE-STATUS.
	SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DMST-DEPARTMENT-CODE
		FILE STATUS IS WS-DMST-FILE-STATUS.
	SELECT DMST-REPORT-FILE ASSIGN TO "DMSTRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DEPT-TRANSACTION-FILE.
	COPY DTRNREC.

FD  DEPARTMENT-MASTER-FILE.
	COPY DMSTREC.

FD  DMST-REPORT-FILE.
01  DMST-RPT-LINE               PIC X(100).

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-DTRN-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-DTRN-END-OF-FILE VALUE "Y".
	05  WS-RUN-MODE-FLAG        PIC X(01)   VALUE SPACE.
		88  WS-VALIDATE-ONLY    VALUE "V".
		88  WS-UPDATE-MODE      VALUE "U".
	05  WS-REJECT-FLAG          PIC X(01)   VALUE "N".
		88  WS-TRAN-REJECTED    VALUE "Y".
	05  WS-KEY-FOUND-FLAG       PIC X(01)   VALUE "N".
		88  WS-KEY-ON-FILE      VALUE "Y".

01  WS-DTRN-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-DMST-FILE-STATUS         PIC X(02)   VALUE "00".

01  WS-RUN-MODE-PARM            PIC X(01)   VALUE SPACE.
01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
01  WS-ACTION-DESC              PIC X(06)   VALUE SPACES.

*>  The department as it stood before this transaction, and as it
*>  will stand after, in master layout so the report prints both
*>  the same way.
01  WS-OLD-MASTER-IMAGE.
	05  WS-OLD-NAME             PIC X(30)   VALUE SPACES.
	05  WS-OLD-CONTACT          PIC X(30)   VALUE SPACES.
	05  WS-OLD-ACTIVE-FLAG      PIC X(01)   VALUE SPACE.
	05  WS-OLD-QUOTA            PIC 9(03)   VALUE ZEROES.
01  WS-NEW-MASTER-IMAGE.
	05  WS-NEW-NAME             PIC X(30)   VALUE SPACES.
	05  WS-NEW-CONTACT          PIC X(30)   VALUE SPACES.
	05  WS-NEW-ACTIVE-FLAG      PIC X(01)   VALUE SPACE.
	05  WS-NEW-QUOTA            PIC 9(03)   VALUE ZEROES.

01  WS-TOTALS.
	05  WS-READ-COUNT           PIC 9(05)   VALUE ZEROES.
	05  WS-ADD-COUNT            PIC 9(05)   VALUE ZEROES.
	05  WS-CHANGE-COUNT         PIC 9(05)   VALUE ZEROES.
	05  WS-DELETE-COUNT         PIC 9(05)   VALUE ZEROES.
	05  WS-REJECT-COUNT         PIC 9(05)   VALUE ZEROES.

*>  Validate-only mode applies nothing, so -- exactly as in LANGLOAD
*>  -- the actions already validated this run are remembered here and
*>  consulted by 2200, so mode V reaches the same verdicts mode U
*>  would on a file that adds a department and then changes it.
01  WS-VMODE-ACTIONS.
	05  WS-VMODE-COUNT          PIC 9(03)   VALUE ZEROES.
	05  WS-VMODE-ENTRY OCCURS 200 TIMES
			INDEXED BY WS-VMODE-IDX.
		10  WS-VMODE-CODE       PIC X(04).
		10  WS-VMODE-STATE      PIC X(01).
		10  WS-VMODE-IMAGE      PIC X(64).
01  WS-VMODE-NEW-STATE          PIC X(01)   VALUE SPACE.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 1000-PARSE-MODE.
	PERFORM 1100-OPEN-FILES.
	PERFORM 1200-READ-TRANSACTION.
	PERFORM UNTIL WS-DTRN-END-OF-FILE
		PERFORM 2000-APPLY-ONE-RECORD
		PERFORM 1200-READ-TRANSACTION
	END-PERFORM.
	PERFORM 9000-PRINT-TOTALS.
	CLOSE DEPT-TRANSACTION-FILE.
	CLOSE DEPARTMENT-MASTER-FILE.
	CLOSE DMST-REPORT-FILE.
	IF WS-REJECT-COUNT > 0
		STOP RUN RETURNING 4
	END-IF.
	STOP RUN.

1000-PARSE-MODE.
	ACCEPT WS-RUN-MODE-PARM FROM SYSIN.
	MOVE WS-RUN-MODE-PARM TO WS-RUN-MODE-FLAG.
	IF NOT WS-VALIDATE-ONLY AND NOT WS-UPDATE-MODE
		DISPLAY "DEPTLOAD INVALID RUN MODE: " WS-RUN-MODE-PARM
			" (USE U OR V)"
		STOP RUN RETURNING 12
	END-IF.

1100-OPEN-FILES.
	OPEN INPUT DEPT-TRANSACTION-FILE.
	IF WS-DTRN-FILE-STATUS NOT = "00"
		MOVE "DEPTTRAN" TO WS-ABEND-FILE-ID
		MOVE WS-DTRN-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	IF WS-VALIDATE-ONLY
		OPEN INPUT DEPARTMENT-MASTER-FILE
	ELSE
		OPEN I-O DEPARTMENT-MASTER-FILE
		IF WS-DMST-FILE-STATUS = "35"
			OPEN OUTPUT DEPARTMENT-MASTER-FILE
			CLOSE DEPARTMENT-MASTER-FILE
			OPEN I-O DEPARTMENT-MASTER-FILE
		END-IF
	END-IF.
	IF WS-DMST-FILE-STATUS NOT = "00"
		MOVE "DEPTMAST" TO WS-ABEND-FILE-ID
		MOVE WS-DMST-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT DMST-REPORT-FILE.
	IF WS-VALIDATE-ONLY
		MOVE "VALIDATE ONLY - NO UPDATES APPLIED" TO DMST-RPT-LINE
		WRITE DMST-RPT-LINE
	END-IF.

1200-READ-TRANSACTION.
	READ DEPT-TRANSACTION-FILE
		AT END
			SET WS-DTRN-END-OF-FILE TO TRUE
	END-READ.
	IF NOT WS-DTRN-END-OF-FILE
		ADD 1 TO WS-READ-COUNT
	END-IF.

2000-APPLY-ONE-RECORD.
	MOVE "N" TO WS-REJECT-FLAG.
	MOVE SPACES TO WS-REJECT-REASON.
	PERFORM 2100-VALIDATE-RECORD.
	IF NOT WS-TRAN-REJECTED
		PERFORM 2200-LOOKUP-EXISTING
	END-IF.
	IF NOT WS-TRAN-REJECTED
		EVALUATE TRUE
			WHEN DTRN-ACTION-ADD
				PERFORM 3000-APPLY-ADD
			WHEN DTRN-ACTION-CHANGE
				PERFORM 3100-APPLY-CHANGE
			WHEN DTRN-ACTION-DELETE
				PERFORM 3200-APPLY-DELETE
		END-EVALUATE
	END-IF.
	IF WS-TRAN-REJECTED
		PERFORM 8000-WRITE-REJECT-LINE
	END-IF.

2100-VALIDATE-RECORD.
	IF NOT DTRN-ACTION-ADD AND NOT DTRN-ACTION-CHANGE
		AND NOT DTRN-ACTION-DELETE
		SET WS-TRAN-REJECTED TO TRUE
		MOVE "ACTION NOT A, C OR D" TO WS-REJECT-REASON
	END-IF.
	IF NOT WS-TRAN-REJECTED
		IF DTRN-DEPARTMENT-CODE = SPACES
			SET WS-TRAN-REJECTED TO TRUE
			MOVE "DEPARTMENT CODE MISSING" TO WS-REJECT-REASON
		END-IF
	END-IF.
	IF NOT WS-TRAN-REJECTED AND NOT DTRN-ACTION-DELETE
		IF DTRN-DEPARTMENT-NAME = SPACES
			SET WS-TRAN-REJECTED TO TRUE
			MOVE "DEPARTMENT NAME IS BLANK" TO WS-REJECT-REASON
		END-IF
	END-IF.
	IF NOT WS-TRAN-REJECTED AND NOT DTRN-ACTION-DELETE
		IF DTRN-ACTIVE-FLAG NOT = "Y" AND DTRN-ACTIVE-FLAG NOT = "N"
			SET WS-TRAN-REJECTED TO TRUE
			MOVE "ACTIVE FLAG NOT Y OR N" TO WS-REJECT-REASON
		END-IF
	END-IF.
	IF NOT WS-TRAN-REJECTED AND NOT DTRN-ACTION-DELETE
		IF DTRN-NIGHTLY-QUOTA IS NOT NUMERIC
			SET WS-TRAN-REJECTED TO TRUE
			MOVE "NIGHTLY QUOTA NOT NUMERIC" TO WS-REJECT-REASON
		END-IF
	END-IF.

2200-LOOKUP-EXISTING.
	MOVE "N" TO WS-KEY-FOUND-FLAG.
	MOVE SPACES TO WS-OLD-MASTER-IMAGE.
	MOVE ZEROES TO WS-OLD-QUOTA.
	MOVE DTRN-DEPARTMENT-CODE TO DMST-DEPARTMENT-CODE.
	READ DEPARTMENT-MASTER-FILE
		KEY IS DMST-DEPARTMENT-CODE
		INVALID KEY
			CONTINUE
	END-READ.
	IF WS-DMST-FILE-STATUS = "00"
		SET WS-KEY-ON-FILE TO TRUE
		MOVE DMST-DEPARTMENT-NAME TO WS-OLD-NAME
		MOVE DMST-CONTACT-NAME    TO WS-OLD-CONTACT
		MOVE DMST-ACTIVE-FLAG     TO WS-OLD-ACTIVE-FLAG
		MOVE DMST-NIGHTLY-QUOTA   TO WS-OLD-QUOTA
	ELSE
		IF WS-DMST-FILE-STATUS NOT = "23"
			MOVE "DEPTMAST" TO WS-ABEND-FILE-ID
			MOVE WS-DMST-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.
	IF WS-VALIDATE-ONLY
		PERFORM 2300-APPLY-VMODE-OVERRIDES
	END-IF.
	MOVE SPACES TO WS-NEW-MASTER-IMAGE.
	MOVE ZEROES TO WS-NEW-QUOTA.
	IF NOT DTRN-ACTION-DELETE
		MOVE DTRN-DEPARTMENT-NAME   TO WS-NEW-NAME
		MOVE DTRN-CONTACT-NAME      TO WS-NEW-CONTACT
		MOVE DTRN-ACTIVE-FLAG       TO WS-NEW-ACTIVE-FLAG
		MOVE DTRN-NIGHTLY-QUOTA-NUM TO WS-NEW-QUOTA
	END-IF.

*>  The latest remembered action for the code wins, exactly as the
*>  master itself would look after the earlier records were applied.
2300-APPLY-VMODE-OVERRIDES.
	IF WS-VMODE-COUNT > 0
		PERFORM VARYING WS-VMODE-IDX FROM 1 BY 1
			UNTIL WS-VMODE-IDX > WS-VMODE-COUNT
			IF WS-VMODE-CODE (WS-VMODE-IDX) = DTRN-DEPARTMENT-CODE
				IF WS-VMODE-STATE (WS-VMODE-IDX) = "A"
					SET WS-KEY-ON-FILE TO TRUE
					MOVE WS-VMODE-IMAGE (WS-VMODE-IDX)
						TO WS-OLD-MASTER-IMAGE
				ELSE
					MOVE "N" TO WS-KEY-FOUND-FLAG
					MOVE SPACES TO WS-OLD-MASTER-IMAGE
					MOVE ZEROES TO WS-OLD-QUOTA
				END-IF
			END-IF
		END-PERFORM
	END-IF.

3000-APPLY-ADD.
	IF WS-KEY-ON-FILE
		SET WS-TRAN-REJECTED TO TRUE
		MOVE "CODE ALREADY ON DEPTMAST" TO WS-REJECT-REASON
	ELSE
		IF WS-UPDATE-MODE
			PERFORM 3300-BUILD-MASTER-RECORD
			WRITE DEPARTMENT-MASTER-RECORD
			PERFORM 7000-CHECK-DMST-WRITE
		ELSE
			MOVE "A" TO WS-VMODE-NEW-STATE
			PERFORM 6000-RECORD-VMODE-ACTION
		END-IF
		ADD 1 TO WS-ADD-COUNT
		PERFORM 8100-WRITE-CHANGE-LINES
	END-IF.

3100-APPLY-CHANGE.
	IF NOT WS-KEY-ON-FILE
		SET WS-TRAN-REJECTED TO TRUE
		MOVE "CODE NOT ON DEPTMAST" TO WS-REJECT-REASON
	ELSE
		IF WS-UPDATE-MODE
			PERFORM 3300-BUILD-MASTER-RECORD
			REWRITE DEPARTMENT-MASTER-RECORD
			PERFORM 7000-CHECK-DMST-WRITE
		ELSE
			MOVE "A" TO WS-VMODE-NEW-STATE
			PERFORM 6000-RECORD-VMODE-ACTION
		END-IF
		ADD 1 TO WS-CHANGE-COUNT
		PERFORM 8100-WRITE-CHANGE-LINES
	END-IF.

3200-APPLY-DELETE.
	IF NOT WS-KEY-ON-FILE
		SET WS-TRAN-REJECTED TO TRUE
		MOVE "CODE NOT ON DEPTMAST" TO WS-REJECT-REASON
	ELSE
		IF WS-UPDATE-MODE
			MOVE DTRN-DEPARTMENT-CODE TO DMST-DEPARTMENT-CODE
			DELETE DEPARTMENT-MASTER-FILE
				INVALID KEY
					CONTINUE
			END-DELETE
			PERFORM 7000-CHECK-DMST-WRITE
		ELSE
			MOVE "D" TO WS-VMODE-NEW-STATE
			PERFORM 6000-RECORD-VMODE-ACTION
		END-IF
		ADD 1 TO WS-DELETE-COUNT
		PERFORM 8100-WRITE-CHANGE-LINES
	END-IF.

3300-BUILD-MASTER-RECORD.
	MOVE DTRN-DEPARTMENT-CODE   TO DMST-DEPARTMENT-CODE.
	MOVE WS-NEW-NAME            TO DMST-DEPARTMENT-NAME.
	MOVE WS-NEW-CONTACT         TO DMST-CONTACT-NAME.
	MOVE WS-NEW-ACTIVE-FLAG     TO DMST-ACTIVE-FLAG.
	MOVE WS-NEW-QUOTA           TO DMST-NIGHTLY-QUOTA.

*>  A file touching more than 200 distinct-action records cannot be
*>  fully cross-checked in validate mode; stopping hard beats
*>  printing verdicts U mode would contradict.
6000-RECORD-VMODE-ACTION.
	IF WS-VMODE-COUNT >= 200
		DISPLAY "DEPTLOAD VALIDATE-MODE ACTION TABLE FULL"
			" - SPLIT THE FILE AND RERUN"
		STOP RUN RETURNING 12
	END-IF.
	ADD 1 TO WS-VMODE-COUNT.
	SET WS-VMODE-IDX TO WS-VMODE-COUNT.
	MOVE DTRN-DEPARTMENT-CODE TO WS-VMODE-CODE (WS-VMODE-IDX).
	MOVE WS-VMODE-NEW-STATE   TO WS-VMODE-STATE (WS-VMODE-IDX).
	MOVE WS-NEW-MASTER-IMAGE  TO WS-VMODE-IMAGE (WS-VMODE-IDX).

7000-CHECK-DMST-WRITE.
	IF WS-DMST-FILE-STATUS NOT = "00"
		MOVE "DEPTMAST" TO WS-ABEND-FILE-ID
		MOVE WS-DMST-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

8000-WRITE-REJECT-LINE.
	ADD 1 TO WS-REJECT-COUNT.
	MOVE SPACES TO DMST-RPT-LINE.
	STRING "REJECT " DELIMITED BY SIZE
		DTRN-ACTION-CODE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		DTRN-DEPARTMENT-CODE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-REJECT-REASON DELIMITED BY SIZE
		INTO DMST-RPT-LINE.
	WRITE DMST-RPT-LINE.

8100-WRITE-CHANGE-LINES.
	EVALUATE TRUE
		WHEN DTRN-ACTION-ADD
			MOVE "ADD" TO WS-ACTION-DESC
		WHEN DTRN-ACTION-CHANGE
			MOVE "CHANGE" TO WS-ACTION-DESC
		WHEN DTRN-ACTION-DELETE
			MOVE "DELETE" TO WS-ACTION-DESC
	END-EVALUATE.
	MOVE SPACES TO DMST-RPT-LINE.
	STRING WS-ACTION-DESC DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		DTRN-DEPARTMENT-CODE DELIMITED BY SIZE
		INTO DMST-RPT-LINE.
	WRITE DMST-RPT-LINE.
	IF NOT DTRN-ACTION-ADD
		MOVE SPACES TO DMST-RPT-LINE
		STRING "    OLD: " DELIMITED BY SIZE
			WS-OLD-NAME DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-OLD-CONTACT DELIMITED BY SIZE
			" ACTIVE=" DELIMITED BY SIZE
			WS-OLD-ACTIVE-FLAG DELIMITED BY SIZE
			" QUOTA=" DELIMITED BY SIZE
			WS-OLD-QUOTA DELIMITED BY SIZE
			INTO DMST-RPT-LINE
		WRITE DMST-RPT-LINE
	END-IF.
	IF NOT DTRN-ACTION-DELETE
		MOVE SPACES TO DMST-RPT-LINE
		STRING "    NEW: " DELIMITED BY SIZE
			WS-NEW-NAME DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-NEW-CONTACT DELIMITED BY SIZE
			" ACTIVE=" DELIMITED BY SIZE
			WS-NEW-ACTIVE-FLAG DELIMITED BY SIZE
			" QUOTA=" DELIMITED BY SIZE
			WS-NEW-QUOTA DELIMITED BY SIZE
			INTO DMST-RPT-LINE
		WRITE DMST-RPT-LINE
	END-IF.

9000-PRINT-TOTALS.
	MOVE SPACES TO DMST-RPT-LINE.
	STRING "READ=" DELIMITED BY SIZE
		WS-READ-COUNT DELIMITED BY SIZE
		"  ADDS=" DELIMITED BY SIZE
		WS-ADD-COUNT DELIMITED BY SIZE
		"  CHANGES=" DELIMITED BY SIZE
		WS-CHANGE-COUNT DELIMITED BY SIZE
		"  DELETES=" DELIMITED BY SIZE
		WS-DELETE-COUNT DELIMITED BY SIZE
		"  REJECTS=" DELIMITED BY SIZE
		WS-REJECT-COUNT DELIMITED BY SIZE
		INTO DMST-RPT-LINE.
	WRITE DMST-RPT-LINE.

9999-ABEND.
	DISPLAY "DEPTLOAD I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	STOP RUN RETURNING 12.
