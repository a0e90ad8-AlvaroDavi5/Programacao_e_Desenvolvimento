*>  OPER-LOAD: batch maintenance of the operator authorization file
*>  OPERAUTH from a security-administration transaction file

*>  run using commands:
*> cobc -free -x -std=ibm -I copybooks -o OPERLOAD oper_load.cbl
*> ./OPERLOAD

*>  This is the EXEC PGM=OPERLOAD target of jcl/OPERLOAD.jcl -- the
*>  load module name comes from the -o above, not from PROGRAM-ID,
*>  so it has to be built with that exact name.

*>  GREETMNT and PENDMNT check every request against the operator's
*>  profile on OPERAUTH (see OPAUREC.cpy), and this program is how
*>  the profiles are kept: it reads the sequential transaction file
*>  the security administrator keys (OPERTRAN, see OTRNREC.cpy),
*>  validates each add, change or delete -- operator id present,
*>  name present, active flag Y or N, every function right Y or N
*>  -- and applies it, printing old versus new profile for every
*>  operator touched plus totals by action on OPERRPT, which is the
*>  change-control record of who was granted what and when. A
*>  change replaces the whole profile. SYSIN mode "V" validates the
*>  whole file without touching the live file -- run that first --
*>  and "U" applies it, the same arrangement DEPTLOAD and LANGLOAD
*>  have. To suspend an operator without losing the profile, change
*>  the active flag to N. Ends RC 4 when any record was rejected.


IDENTIFICATION DIVISION.
PROGRAM-ID. OPER-LOAD.
AUTHOR. ALVARO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OPER-TRANSACTION-FILE ASSIGN TO "OPERTRAN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-OTRN-FILE-STATUS.
	SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS OPAU-OPERATOR-ID
		FILE STATUS IS WS-OPAU-FILE-STATUS.
	SELECT OPAU-REPORT-FILE ASSIGN TO "OPERRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  OPER-TRANSACTION-FILE.
	COPY OTRNREC.

FD  OPERATOR-AUTH-FILE.
	COPY OPAUREC.

FD  OPAU-REPORT-FILE.
01  OPAU-RPT-LINE               PIC X(100).

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-OTRN-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-OTRN-END-OF-FILE VALUE "Y".
	05  WS-RUN-MODE-FLAG        PIC X(01)   VALUE SPACE.
		88  WS-VALIDATE-ONLY    VALUE "V".
		88  WS-UPDATE-MODE      VALUE "U".
	05  WS-REJECT-FLAG          PIC X(01)   VALUE "N".
		88  WS-TRAN-REJECTED    VALUE "Y".
	05  WS-KEY-FOUND-FLAG       PIC X(01)   VALUE "N".
		88  WS-KEY-ON-FILE      VALUE "Y".

01  WS-OTRN-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-OPAU-FILE-STATUS         PIC X(02)   VALUE "00".

01  WS-RUN-MODE-PARM            PIC X(01)   VALUE SPACE.
01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
01  WS-ACTION-DESC              PIC X(06)   VALUE SPACES.
01  WS-TODAY-DATE               PIC 9(08)   VALUE ZEROES.
01  WS-FLAG-SUB                 PIC 9(02)   VALUE ZEROES.
01  WS-LIST-SUB                 PIC 9(02)   VALUE ZEROES.

*>  The operator's profile as it stood before this transaction, and
*>  as it will stand after, in file layout less the key so the
*>  report prints both the same way.
01  WS-OLD-PROFILE-IMAGE.
	05  WS-OLD-NAME             PIC X(30)   VALUE SPACES.
	05  WS-OLD-ACTIVE-FLAG      PIC X(01)   VALUE SPACE.
	05  WS-OLD-RIGHTS           PIC X(07)   VALUE SPACES.
	05  WS-OLD-LANGUAGES        PIC X(20)   VALUE SPACES.
	05  WS-OLD-DEPARTMENTS      PIC X(40)   VALUE SPACES.
01  WS-NEW-PROFILE-IMAGE.
	05  WS-NEW-NAME             PIC X(30)   VALUE SPACES.
	05  WS-NEW-ACTIVE-FLAG      PIC X(01)   VALUE SPACE.
	05  WS-NEW-RIGHTS           PIC X(07)   VALUE SPACES.
	05  WS-NEW-LANGUAGES        PIC X(20)   VALUE SPACES.
	05  WS-NEW-DEPARTMENTS      PIC X(40)   VALUE SPACES.

*>  Printing work areas: the rights as one letter per right granted,
*>  and the code lists spaced out one code to a slot.
01  WS-RIGHT-LETTER-VALUES      PIC X(07)   VALUE "BAUDCEP".
01  WS-RIGHT-LETTERS REDEFINES WS-RIGHT-LETTER-VALUES.
	05  WS-RIGHT-LETTER         PIC X(01)   OCCURS 7 TIMES.
01  WS-PRINT-RIGHTS-IN.
	05  WS-PRINT-RIGHT-FLAG     PIC X(01)   OCCURS 7 TIMES.
01  WS-PRINT-RIGHTS-OUT.
	05  WS-PRINT-RIGHT-LETTER   PIC X(01)   OCCURS 7 TIMES.
01  WS-PRINT-LANGUAGES-IN.
	05  WS-PRINT-LANG-CODE      PIC X(02)   OCCURS 10 TIMES.
01  WS-PRINT-LANGUAGES-OUT.
	05  WS-PRINT-LANG-SLOT      OCCURS 10 TIMES.
		10  WS-PRINT-LANG-OUT   PIC X(02).
		10  FILLER              PIC X(01).
01  WS-PRINT-DEPTS-IN.
	05  WS-PRINT-DEPT-CODE      PIC X(04)   OCCURS 10 TIMES.
01  WS-PRINT-DEPTS-OUT.
	05  WS-PRINT-DEPT-SLOT      OCCURS 10 TIMES.
		10  WS-PRINT-DEPT-OUT   PIC X(04).
		10  FILLER              PIC X(01).
01  WS-PRINT-LABEL              PIC X(09)   VALUE SPACES.
01  WS-PRINT-NAME               PIC X(30)   VALUE SPACES.
01  WS-PRINT-ACTIVE-FLAG        PIC X(01)   VALUE SPACE.

01  WS-TOTALS.
	05  WS-READ-COUNT           PIC 9(05)   VALUE ZEROES.
	05  WS-ADD-COUNT            PIC 9(05)   VALUE ZEROES.
	05  WS-CHANGE-COUNT         PIC 9(05)   VALUE ZEROES.
	05  WS-DELETE-COUNT         PIC 9(05)   VALUE ZEROES.
	05  WS-REJECT-COUNT         PIC 9(05)   VALUE ZEROES.

*>  Validate-only mode applies nothing, so -- exactly as in DEPTLOAD
*>  -- the actions already validated this run are remembered here and
*>  consulted by 2200, so mode V reaches the same verdicts mode U
*>  would on a file that adds an operator and then changes it.
01  WS-VMODE-ACTIONS.
	05  WS-VMODE-COUNT          PIC 9(03)   VALUE ZEROES.
	05  WS-VMODE-ENTRY OCCURS 200 TIMES
			INDEXED BY WS-VMODE-IDX.
		10  WS-VMODE-OPERATOR   PIC X(08).
		10  WS-VMODE-STATE      PIC X(01).
		10  WS-VMODE-IMAGE      PIC X(98).
01  WS-VMODE-NEW-STATE          PIC X(01)   VALUE SPACE.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 1000-PARSE-MODE.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	PERFORM 1100-OPEN-FILES.
	PERFORM 1200-READ-TRANSACTION.
	PERFORM UNTIL WS-OTRN-END-OF-FILE
		PERFORM 2000-APPLY-ONE-RECORD
		PERFORM 1200-READ-TRANSACTION
	END-PERFORM.
	PERFORM 9000-PRINT-TOTALS.
	CLOSE OPER-TRANSACTION-FILE.
	CLOSE OPERATOR-AUTH-FILE.
	CLOSE OPAU-REPORT-FILE.
	IF WS-REJECT-COUNT > 0
		STOP RUN RETURNING 4
	END-IF.
	STOP RUN.

1000-PARSE-MODE.
	ACCEPT WS-RUN-MODE-PARM FROM SYSIN.
	MOVE WS-RUN-MODE-PARM TO WS-RUN-MODE-FLAG.
	IF NOT WS-VALIDATE-ONLY AND NOT WS-UPDATE-MODE
		DISPLAY "OPERLOAD INVALID RUN MODE: " WS-RUN-MODE-PARM
			" (USE U OR V)"
		STOP RUN RETURNING 12
	END-IF.

1100-OPEN-FILES.
	OPEN INPUT OPER-TRANSACTION-FILE.
	IF WS-OTRN-FILE-STATUS NOT = "00"
		MOVE "OPERTRAN" TO WS-ABEND-FILE-ID
		MOVE WS-OTRN-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	IF WS-VALIDATE-ONLY
		OPEN INPUT OPERATOR-AUTH-FILE
	ELSE
		OPEN I-O OPERATOR-AUTH-FILE
		IF WS-OPAU-FILE-STATUS = "35"
			OPEN OUTPUT OPERATOR-AUTH-FILE
			CLOSE OPERATOR-AUTH-FILE
			OPEN I-O OPERATOR-AUTH-FILE
		END-IF
	END-IF.
	IF WS-OPAU-FILE-STATUS NOT = "00"
		MOVE "OPERAUTH" TO WS-ABEND-FILE-ID
		MOVE WS-OPAU-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT OPAU-REPORT-FILE.
	IF WS-VALIDATE-ONLY
		MOVE "VALIDATE ONLY - NO UPDATES APPLIED" TO OPAU-RPT-LINE
		WRITE OPAU-RPT-LINE
	END-IF.
	MOVE "RIGHTS: B=BROWSE A=ADD U=UPDATE D=DEACTIVATE C=CANCEL"
		TO OPAU-RPT-LINE.
	WRITE OPAU-RPT-LINE.
	MOVE "        E=CORRECT DATE P=PRIORITY  LANGUAGE ** = ALL"
		TO OPAU-RPT-LINE.
	WRITE OPAU-RPT-LINE.
	MOVE "        DEPARTMENT **** = ALL" TO OPAU-RPT-LINE.
	WRITE OPAU-RPT-LINE.

1200-READ-TRANSACTION.
	READ OPER-TRANSACTION-FILE
		AT END
			SET WS-OTRN-END-OF-FILE TO TRUE
	END-READ.
	IF NOT WS-OTRN-END-OF-FILE
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
			WHEN OTRN-ACTION-ADD
				PERFORM 3000-APPLY-ADD
			WHEN OTRN-ACTION-CHANGE
				PERFORM 3100-APPLY-CHANGE
			WHEN OTRN-ACTION-DELETE
				PERFORM 3200-APPLY-DELETE
		END-EVALUATE
	END-IF.
	IF WS-TRAN-REJECTED
		PERFORM 8000-WRITE-REJECT-LINE
	END-IF.

*>  A profile granting nothing at all is allowed -- it is how an
*>  operator is kept on file while every right is withdrawn.
2100-VALIDATE-RECORD.
	IF NOT OTRN-ACTION-ADD AND NOT OTRN-ACTION-CHANGE
		AND NOT OTRN-ACTION-DELETE
		SET WS-TRAN-REJECTED TO TRUE
		MOVE "ACTION NOT A, C OR D" TO WS-REJECT-REASON
	END-IF.
	IF NOT WS-TRAN-REJECTED
		IF OTRN-OPERATOR-ID = SPACES
			SET WS-TRAN-REJECTED TO TRUE
			MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
		END-IF
	END-IF.
	IF NOT WS-TRAN-REJECTED AND NOT OTRN-ACTION-DELETE
		IF OTRN-OPERATOR-NAME = SPACES
			SET WS-TRAN-REJECTED TO TRUE
			MOVE "OPERATOR NAME IS BLANK" TO WS-REJECT-REASON
		END-IF
	END-IF.
	IF NOT WS-TRAN-REJECTED AND NOT OTRN-ACTION-DELETE
		IF OTRN-ACTIVE-FLAG NOT = "Y" AND OTRN-ACTIVE-FLAG NOT = "N"
			SET WS-TRAN-REJECTED TO TRUE
			MOVE "ACTIVE FLAG NOT Y OR N" TO WS-REJECT-REASON
		END-IF
	END-IF.
	IF NOT WS-TRAN-REJECTED AND NOT OTRN-ACTION-DELETE
		PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1 UNTIL WS-FLAG-SUB > 7
			IF OTRN-FUNCTION-FLAG (WS-FLAG-SUB) NOT = "Y"
				AND OTRN-FUNCTION-FLAG (WS-FLAG-SUB) NOT = "N"
				SET WS-TRAN-REJECTED TO TRUE
				MOVE "FUNCTION RIGHT NOT Y OR N" TO WS-REJECT-REASON
			END-IF
		END-PERFORM
	END-IF.

2200-LOOKUP-EXISTING.
	MOVE "N" TO WS-KEY-FOUND-FLAG.
	MOVE SPACES TO WS-OLD-PROFILE-IMAGE.
	MOVE OTRN-OPERATOR-ID TO OPAU-OPERATOR-ID.
	READ OPERATOR-AUTH-FILE
		KEY IS OPAU-OPERATOR-ID
		INVALID KEY
			CONTINUE
	END-READ.
	IF WS-OPAU-FILE-STATUS = "00"
		SET WS-KEY-ON-FILE TO TRUE
		MOVE OPAU-OPERATOR-NAME   TO WS-OLD-NAME
		MOVE OPAU-ACTIVE-FLAG     TO WS-OLD-ACTIVE-FLAG
		MOVE OPAU-FUNCTION-RIGHTS TO WS-OLD-RIGHTS
		MOVE OPAU-LANGUAGE-LIST   TO WS-OLD-LANGUAGES
		MOVE OPAU-DEPARTMENT-LIST TO WS-OLD-DEPARTMENTS
	ELSE
		IF WS-OPAU-FILE-STATUS NOT = "23"
			MOVE "OPERAUTH" TO WS-ABEND-FILE-ID
			MOVE WS-OPAU-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.
	IF WS-VALIDATE-ONLY
		PERFORM 2300-APPLY-VMODE-OVERRIDES
	END-IF.
	MOVE SPACES TO WS-NEW-PROFILE-IMAGE.
	IF NOT OTRN-ACTION-DELETE
		MOVE OTRN-OPERATOR-NAME   TO WS-NEW-NAME
		MOVE OTRN-ACTIVE-FLAG     TO WS-NEW-ACTIVE-FLAG
		MOVE OTRN-FUNCTION-RIGHTS TO WS-NEW-RIGHTS
		MOVE OTRN-LANGUAGE-LIST   TO WS-NEW-LANGUAGES
		MOVE OTRN-DEPARTMENT-LIST TO WS-NEW-DEPARTMENTS
	END-IF.

*>  The latest remembered action for the operator wins, exactly as
*>  the file itself would look after the earlier records were applied.
2300-APPLY-VMODE-OVERRIDES.
	IF WS-VMODE-COUNT > 0
		PERFORM VARYING WS-VMODE-IDX FROM 1 BY 1
			UNTIL WS-VMODE-IDX > WS-VMODE-COUNT
			IF WS-VMODE-OPERATOR (WS-VMODE-IDX) = OTRN-OPERATOR-ID
				IF WS-VMODE-STATE (WS-VMODE-IDX) = "A"
					SET WS-KEY-ON-FILE TO TRUE
					MOVE WS-VMODE-IMAGE (WS-VMODE-IDX)
						TO WS-OLD-PROFILE-IMAGE
				ELSE
					MOVE "N" TO WS-KEY-FOUND-FLAG
					MOVE SPACES TO WS-OLD-PROFILE-IMAGE
				END-IF
			END-IF
		END-PERFORM
	END-IF.

3000-APPLY-ADD.
	IF WS-KEY-ON-FILE
		SET WS-TRAN-REJECTED TO TRUE
		MOVE "OPERATOR ALREADY ON OPERAUTH" TO WS-REJECT-REASON
	ELSE
		IF WS-UPDATE-MODE
			PERFORM 3300-BUILD-AUTH-RECORD
			WRITE OPERATOR-AUTH-RECORD
			PERFORM 7000-CHECK-OPAU-WRITE
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
		MOVE "OPERATOR NOT ON OPERAUTH" TO WS-REJECT-REASON
	ELSE
		IF WS-UPDATE-MODE
			PERFORM 3300-BUILD-AUTH-RECORD
			REWRITE OPERATOR-AUTH-RECORD
			PERFORM 7000-CHECK-OPAU-WRITE
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
		MOVE "OPERATOR NOT ON OPERAUTH" TO WS-REJECT-REASON
	ELSE
		IF WS-UPDATE-MODE
			MOVE OTRN-OPERATOR-ID TO OPAU-OPERATOR-ID
			DELETE OPERATOR-AUTH-FILE
				INVALID KEY
					CONTINUE
			END-DELETE
			PERFORM 7000-CHECK-OPAU-WRITE
		ELSE
			MOVE "D" TO WS-VMODE-NEW-STATE
			PERFORM 6000-RECORD-VMODE-ACTION
		END-IF
		ADD 1 TO WS-DELETE-COUNT
		PERFORM 8100-WRITE-CHANGE-LINES
	END-IF.

3300-BUILD-AUTH-RECORD.
	MOVE OTRN-OPERATOR-ID       TO OPAU-OPERATOR-ID.
	MOVE WS-NEW-NAME            TO OPAU-OPERATOR-NAME.
	MOVE WS-NEW-ACTIVE-FLAG     TO OPAU-ACTIVE-FLAG.
	MOVE WS-NEW-RIGHTS          TO OPAU-FUNCTION-RIGHTS.
	MOVE WS-NEW-LANGUAGES       TO OPAU-LANGUAGE-LIST.
	MOVE WS-NEW-DEPARTMENTS     TO OPAU-DEPARTMENT-LIST.
	MOVE WS-TODAY-DATE          TO OPAU-LAST-CHANGE-DATE.

*>  A file touching more than 200 distinct-action records cannot be
*>  fully cross-checked in validate mode; stopping hard beats
*>  printing verdicts U mode would contradict.
6000-RECORD-VMODE-ACTION.
	IF WS-VMODE-COUNT >= 200
		DISPLAY "OPERLOAD VALIDATE-MODE ACTION TABLE FULL"
			" - SPLIT THE FILE AND RERUN"
		STOP RUN RETURNING 12
	END-IF.
	ADD 1 TO WS-VMODE-COUNT.
	SET WS-VMODE-IDX TO WS-VMODE-COUNT.
	MOVE OTRN-OPERATOR-ID     TO WS-VMODE-OPERATOR (WS-VMODE-IDX).
	MOVE WS-VMODE-NEW-STATE   TO WS-VMODE-STATE (WS-VMODE-IDX).
	MOVE WS-NEW-PROFILE-IMAGE TO WS-VMODE-IMAGE (WS-VMODE-IDX).

7000-CHECK-OPAU-WRITE.
	IF WS-OPAU-FILE-STATUS NOT = "00"
		MOVE "OPERAUTH" TO WS-ABEND-FILE-ID
		MOVE WS-OPAU-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

8000-WRITE-REJECT-LINE.
	ADD 1 TO WS-REJECT-COUNT.
	MOVE SPACES TO OPAU-RPT-LINE.
	STRING "REJECT " DELIMITED BY SIZE
		OTRN-ACTION-CODE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		OTRN-OPERATOR-ID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-REJECT-REASON DELIMITED BY SIZE
		INTO OPAU-RPT-LINE.
	WRITE OPAU-RPT-LINE.

8100-WRITE-CHANGE-LINES.
	EVALUATE TRUE
		WHEN OTRN-ACTION-ADD
			MOVE "ADD" TO WS-ACTION-DESC
		WHEN OTRN-ACTION-CHANGE
			MOVE "CHANGE" TO WS-ACTION-DESC
		WHEN OTRN-ACTION-DELETE
			MOVE "DELETE" TO WS-ACTION-DESC
	END-EVALUATE.
	MOVE SPACES TO OPAU-RPT-LINE.
	STRING WS-ACTION-DESC DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		OTRN-OPERATOR-ID DELIMITED BY SIZE
		INTO OPAU-RPT-LINE.
	WRITE OPAU-RPT-LINE.
	IF NOT OTRN-ACTION-ADD
		MOVE "    OLD: " TO WS-PRINT-LABEL
		MOVE WS-OLD-NAME TO WS-PRINT-NAME
		MOVE WS-OLD-ACTIVE-FLAG TO WS-PRINT-ACTIVE-FLAG
		MOVE WS-OLD-RIGHTS TO WS-PRINT-RIGHTS-IN
		MOVE WS-OLD-LANGUAGES TO WS-PRINT-LANGUAGES-IN
		MOVE WS-OLD-DEPARTMENTS TO WS-PRINT-DEPTS-IN
		PERFORM 8200-WRITE-PROFILE-LINES
	END-IF.
	IF NOT OTRN-ACTION-DELETE
		MOVE "    NEW: " TO WS-PRINT-LABEL
		MOVE WS-NEW-NAME TO WS-PRINT-NAME
		MOVE WS-NEW-ACTIVE-FLAG TO WS-PRINT-ACTIVE-FLAG
		MOVE WS-NEW-RIGHTS TO WS-PRINT-RIGHTS-IN
		MOVE WS-NEW-LANGUAGES TO WS-PRINT-LANGUAGES-IN
		MOVE WS-NEW-DEPARTMENTS TO WS-PRINT-DEPTS-IN
		PERFORM 8200-WRITE-PROFILE-LINES
	END-IF.

8200-WRITE-PROFILE-LINES.
	PERFORM 8300-FORMAT-PROFILE.
	MOVE SPACES TO OPAU-RPT-LINE.
	STRING WS-PRINT-LABEL DELIMITED BY SIZE
		WS-PRINT-NAME DELIMITED BY SIZE
		" ACTIVE=" DELIMITED BY SIZE
		WS-PRINT-ACTIVE-FLAG DELIMITED BY SIZE
		" RIGHTS=" DELIMITED BY SIZE
		WS-PRINT-RIGHTS-OUT DELIMITED BY SIZE
		INTO OPAU-RPT-LINE.
	WRITE OPAU-RPT-LINE.
	MOVE SPACES TO OPAU-RPT-LINE.
	STRING "         LANGUAGES: " DELIMITED BY SIZE
		WS-PRINT-LANGUAGES-OUT DELIMITED BY SIZE
		INTO OPAU-RPT-LINE.
	WRITE OPAU-RPT-LINE.
	MOVE SPACES TO OPAU-RPT-LINE.
	STRING "         DEPARTMENTS: " DELIMITED BY SIZE
		WS-PRINT-DEPTS-OUT DELIMITED BY SIZE
		INTO OPAU-RPT-LINE.
	WRITE OPAU-RPT-LINE.

*>  One letter per right granted, a dash for one withheld, so the
*>  old and new lines can be compared column by column.
8300-FORMAT-PROFILE.
	PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1 UNTIL WS-FLAG-SUB > 7
		IF WS-PRINT-RIGHT-FLAG (WS-FLAG-SUB) = "Y"
			MOVE WS-RIGHT-LETTER (WS-FLAG-SUB)
				TO WS-PRINT-RIGHT-LETTER (WS-FLAG-SUB)
		ELSE
			MOVE "-" TO WS-PRINT-RIGHT-LETTER (WS-FLAG-SUB)
		END-IF
	END-PERFORM.
	MOVE SPACES TO WS-PRINT-LANGUAGES-OUT.
	MOVE SPACES TO WS-PRINT-DEPTS-OUT.
	PERFORM VARYING WS-LIST-SUB FROM 1 BY 1 UNTIL WS-LIST-SUB > 10
		MOVE WS-PRINT-LANG-CODE (WS-LIST-SUB)
			TO WS-PRINT-LANG-OUT (WS-LIST-SUB)
		MOVE WS-PRINT-DEPT-CODE (WS-LIST-SUB)
			TO WS-PRINT-DEPT-OUT (WS-LIST-SUB)
	END-PERFORM.

9000-PRINT-TOTALS.
	MOVE SPACES TO OPAU-RPT-LINE.
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
		INTO OPAU-RPT-LINE.
	WRITE OPAU-RPT-LINE.

9999-ABEND.
	DISPLAY "OPERLOAD I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	STOP RUN RETURNING 12.
