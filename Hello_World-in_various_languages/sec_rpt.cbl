*>  SEC-RPT: daily report of refused online maintenance requests and
*>  listing of current operator authorization profiles

*>  run using commands:
*> cobc -free -x -std=ibm -I copybooks -o SECRPT sec_rpt.cbl
*> ./SECRPT

*>  This is the EXEC PGM=SECRPT target of jcl/HELLOJOB.jcl's
*>  STEP026 -- the load module name comes from the -o above, not from
*>  PROGRAM-ID, so it has to be built with that exact name.

*>  Runs next to MNTRPT for the change-control reviewers. SECVRPT
*>  prints the day's refusals from the security-violation log
*>  (SECVIOL, the dataset behind the SECV transient-data queue --
*>  see SECVREC.cpy): every GREETMNT or PENDMNT request refused
*>  because the operator had no active profile, or the function,
*>  language or department was outside it, with who, when, from
*>  which terminal and the message they were shown, and totals by
*>  reason. AUTHLIST then lists every profile on OPERAUTH (see
*>  OPAUREC.cpy) -- who currently holds which rights, for which
*>  languages and departments, and when the profile last changed --
*>  so the reviewers can check the day's OPERLOAD changes against
*>  what is actually in force. SYSIN can carry a YYYYMMDD date to
*>  report a prior day's refusals; blank means today. The listing
*>  is always as of now. Ends RC 4 when any refusal was found for
*>  the day, so the review is not skipped.


IDENTIFICATION DIVISION.
PROGRAM-ID. SEC-RPT.
AUTHOR. ALVARO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SECV-FILE-STATUS.
	SELECT SECV-REPORT-FILE ASSIGN TO "SECVRPT"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS OPAU-OPERATOR-ID
		FILE STATUS IS WS-OPAU-FILE-STATUS.
	SELECT AUTH-LISTING-FILE ASSIGN TO "AUTHLIST"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SECURITY-VIOLATION-FILE.
	COPY SECVREC.

FD  SECV-REPORT-FILE.
01  SECV-RPT-LINE               PIC X(100).

FD  OPERATOR-AUTH-FILE.
	COPY OPAUREC.

FD  AUTH-LISTING-FILE.
01  AUTH-LIST-LINE              PIC X(100).

FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-SECV-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-SECV-END-OF-FILE VALUE "Y".
	05  WS-OPAU-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-OPAU-END-OF-FILE VALUE "Y".

01  WS-SECV-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-OPAU-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-REPORT-DATE-PARM         PIC X(08)   VALUE SPACES.
01  WS-REPORT-DATE              PIC 9(08)   VALUE ZEROES.
01  WS-TODAY-DATE               PIC 9(08)   VALUE ZEROES.
01  WS-FUNCTION-DESC            PIC X(12)   VALUE SPACES.
01  WS-REASON-DESC              PIC X(17)   VALUE SPACES.
01  WS-FLAG-SUB                 PIC 9(02)   VALUE ZEROES.
01  WS-LIST-SUB                 PIC 9(02)   VALUE ZEROES.

*>  Printing work areas for the listing: the rights as one letter
*>  per right granted (the same letters OPERLOAD prints), and the
*>  code lists spaced out one code to a slot.
01  WS-RIGHT-LETTER-VALUES      PIC X(07)   VALUE "BAUDCEP".
01  WS-RIGHT-LETTERS REDEFINES WS-RIGHT-LETTER-VALUES.
	05  WS-RIGHT-LETTER         PIC X(01)   OCCURS 7 TIMES.
01  WS-PRINT-RIGHTS-OUT.
	05  WS-PRINT-RIGHT-LETTER   PIC X(01)   OCCURS 7 TIMES.
01  WS-PRINT-LANGUAGES-OUT.
	05  WS-PRINT-LANG-SLOT      OCCURS 10 TIMES.
		10  WS-PRINT-LANG-OUT   PIC X(02).
		10  FILLER              PIC X(01).
01  WS-PRINT-DEPTS-OUT.
	05  WS-PRINT-DEPT-SLOT      OCCURS 10 TIMES.
		10  WS-PRINT-DEPT-OUT   PIC X(04).
		10  FILLER              PIC X(01).

01  WS-TOTALS.
	05  WS-VIOLATION-COUNT      PIC 9(05)   VALUE ZEROES.
	05  WS-NO-PROFILE-COUNT     PIC 9(05)   VALUE ZEROES.
	05  WS-FUNCTION-COUNT       PIC 9(05)   VALUE ZEROES.
	05  WS-LANGUAGE-COUNT       PIC 9(05)   VALUE ZEROES.
	05  WS-DEPARTMENT-COUNT     PIC 9(05)   VALUE ZEROES.
	05  WS-PROFILE-COUNT        PIC 9(05)   VALUE ZEROES.
	05  WS-ACTIVE-COUNT         PIC 9(05)   VALUE ZEROES.
	05  WS-INACTIVE-COUNT       PIC 9(05)   VALUE ZEROES.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LDGR-STEP-ID             PIC X(08)   VALUE "STEP026 ".
01  WS-LDGR-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
01  WS-LDGR-RETURN-CODE         PIC 9(02)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0050-CHECK-STEP-LEDGER.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	MOVE WS-TODAY-DATE TO WS-REPORT-DATE.
	ACCEPT WS-REPORT-DATE-PARM FROM SYSIN.
	IF WS-REPORT-DATE-PARM IS NUMERIC
		MOVE WS-REPORT-DATE-PARM TO WS-REPORT-DATE
	END-IF.
	OPEN OUTPUT SECV-REPORT-FILE.
	PERFORM 1000-OPEN-VIOLATION-LOG.
	MOVE SPACES TO SECV-RPT-LINE.
	STRING "ONLINE MAINTENANCE REQUESTS REFUSED ON " DELIMITED BY SIZE
		WS-REPORT-DATE DELIMITED BY SIZE
		INTO SECV-RPT-LINE.
	WRITE SECV-RPT-LINE.
	PERFORM 2000-READ-VIOLATION.
	PERFORM UNTIL WS-SECV-END-OF-FILE
		IF SECV-VIOLATION-DATE = WS-REPORT-DATE
			PERFORM 3000-PRINT-ONE-VIOLATION
		END-IF
		PERFORM 2000-READ-VIOLATION
	END-PERFORM.
	PERFORM 9000-PRINT-TOTALS.
	CLOSE SECURITY-VIOLATION-FILE.
	CLOSE SECV-REPORT-FILE.
	PERFORM 5000-LIST-PROFILES.
	IF WS-VIOLATION-COUNT > ZEROES
		MOVE 4 TO WS-LDGR-RETURN-CODE
		PERFORM 8900-RECORD-STEP-END
		STOP RUN RETURNING 4
	END-IF.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN.

*>  The step records itself on the HELLOJOB step ledger (STEPLDGR,
*>  see LDGRREC.cpy) under the business date STEPCTL set at the top
*>  of the stream. Already completed for that date means this is a
*>  resubmission: the step is bypassed and ends with the return code
*>  it completed with, so the job's IF tests see the same night,
*>  unless operations has forced it through STEPCTL.
0050-CHECK-STEP-LEDGER.
	OPEN I-O STEP-LEDGER-FILE.
	IF WS-LDGR-FILE-STATUS = "35"
		OPEN OUTPUT STEP-LEDGER-FILE
		CLOSE STEP-LEDGER-FILE
		OPEN I-O STEP-LEDGER-FILE
	END-IF.
	IF WS-LDGR-FILE-STATUS NOT = "00"
		PERFORM 0059-STEP-LEDGER-ERROR
	END-IF.
	MOVE ZEROES TO LDGR-BUSINESS-DATE.
	MOVE "CURRENT " TO LDGR-STEP-ID.
	READ STEP-LEDGER-FILE
		KEY IS LDGR-KEY
		INVALID KEY
			CONTINUE
	END-READ.
	EVALUATE WS-LDGR-FILE-STATUS
		WHEN "00"
			MOVE LDGR-CURRENT-DATE TO WS-LDGR-BUSINESS-DATE
		WHEN "23"
			ACCEPT WS-LDGR-BUSINESS-DATE FROM DATE YYYYMMDD
		WHEN OTHER
			PERFORM 0059-STEP-LEDGER-ERROR
	END-EVALUATE.
	MOVE WS-LDGR-BUSINESS-DATE TO LDGR-BUSINESS-DATE.
	MOVE WS-LDGR-STEP-ID TO LDGR-STEP-ID.
	READ STEP-LEDGER-FILE
		KEY IS LDGR-KEY
		INVALID KEY
			CONTINUE
	END-READ.
	IF WS-LDGR-FILE-STATUS NOT = "00" AND NOT = "23"
		PERFORM 0059-STEP-LEDGER-ERROR
	END-IF.
	IF WS-LDGR-FILE-STATUS = "00" AND LDGR-STEP-COMPLETED
		ADD 1 TO LDGR-BYPASS-COUNT
		REWRITE STEP-LEDGER-RECORD
		IF WS-LDGR-FILE-STATUS NOT = "00"
			PERFORM 0059-STEP-LEDGER-ERROR
		END-IF
		CLOSE STEP-LEDGER-FILE
		DISPLAY "SECRPT " WS-LDGR-STEP-ID "COMPLETED FOR "
			WS-LDGR-BUSINESS-DATE " RC " LDGR-RETURN-CODE
			" - BYPASSED"
		MOVE LDGR-RETURN-CODE TO RETURN-CODE
		STOP RUN
	END-IF.
	IF WS-LDGR-FILE-STATUS = "23"
		MOVE ZEROES TO LDGR-RUN-COUNT
		MOVE ZEROES TO LDGR-BYPASS-COUNT
	END-IF.
	SET LDGR-STEP-STARTED TO TRUE.
	ACCEPT LDGR-START-DATE FROM DATE YYYYMMDD.
	ACCEPT LDGR-START-TIME FROM TIME.
	MOVE ZEROES TO LDGR-END-DATE.
	MOVE ZEROES TO LDGR-END-TIME.
	MOVE ZEROES TO LDGR-RETURN-CODE.
	ADD 1 TO LDGR-RUN-COUNT.
	IF WS-LDGR-FILE-STATUS = "23"
		WRITE STEP-LEDGER-RECORD
	ELSE
		REWRITE STEP-LEDGER-RECORD
	END-IF.
	IF WS-LDGR-FILE-STATUS NOT = "00"
		PERFORM 0059-STEP-LEDGER-ERROR
	END-IF.
	CLOSE STEP-LEDGER-FILE.

0059-STEP-LEDGER-ERROR.
	DISPLAY "SECRPT I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.

*>  No violation log just means nothing has been refused since the
*>  dataset was last reset; the report still prints with zero totals
*>  so the change-control reviewer sees an explicit clean day.
1000-OPEN-VIOLATION-LOG.
	OPEN INPUT SECURITY-VIOLATION-FILE.
	IF WS-SECV-FILE-STATUS = "35"
		SET WS-SECV-END-OF-FILE TO TRUE
	ELSE
		IF WS-SECV-FILE-STATUS NOT = "00"
			MOVE "SECVIOL" TO WS-ABEND-FILE-ID
			MOVE WS-SECV-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.

2000-READ-VIOLATION.
	IF NOT WS-SECV-END-OF-FILE
		READ SECURITY-VIOLATION-FILE
			AT END
				SET WS-SECV-END-OF-FILE TO TRUE
		END-READ
	END-IF.

*>  The function code is the one the operator keyed, which means
*>  different things on the two transactions.
3000-PRINT-ONE-VIOLATION.
	ADD 1 TO WS-VIOLATION-COUNT.
	EVALUATE TRUE
		WHEN SECV-NO-PROFILE
			ADD 1 TO WS-NO-PROFILE-COUNT
			MOVE "NO PROFILE" TO WS-REASON-DESC
		WHEN SECV-FUNCTION-DENIED
			ADD 1 TO WS-FUNCTION-COUNT
			MOVE "FUNCTION DENIED" TO WS-REASON-DESC
		WHEN SECV-LANGUAGE-DENIED
			ADD 1 TO WS-LANGUAGE-COUNT
			MOVE "LANGUAGE DENIED" TO WS-REASON-DESC
		WHEN SECV-DEPARTMENT-DENIED
			ADD 1 TO WS-DEPARTMENT-COUNT
			MOVE "DEPARTMENT DENIED" TO WS-REASON-DESC
		WHEN OTHER
			MOVE "UNKNOWN" TO WS-REASON-DESC
	END-EVALUATE.
	EVALUATE SECV-TRANSACTION-ID ALSO SECV-FUNCTION-CODE
		WHEN "GRMT" ALSO "1"
			MOVE "BROWSE" TO WS-FUNCTION-DESC
		WHEN "GRMT" ALSO "2"
			MOVE "ADD" TO WS-FUNCTION-DESC
		WHEN "GRMT" ALSO "3"
			MOVE "UPDATE" TO WS-FUNCTION-DESC
		WHEN "GRMT" ALSO "4"
			MOVE "DEACTIVATE" TO WS-FUNCTION-DESC
		WHEN "GRMT" ALSO "5"
			MOVE "TIMELINE" TO WS-FUNCTION-DESC
		WHEN "GRMT" ALSO "6"
			MOVE "SCHEDULE" TO WS-FUNCTION-DESC
		WHEN "GRMT" ALSO "7"
			MOVE "END-DATE" TO WS-FUNCTION-DESC
		WHEN "PMNT" ALSO "1"
			MOVE "BROWSE" TO WS-FUNCTION-DESC
		WHEN "PMNT" ALSO "2"
			MOVE "CANCEL" TO WS-FUNCTION-DESC
		WHEN "PMNT" ALSO "3"
			MOVE "CORRECT-DATE" TO WS-FUNCTION-DESC
		WHEN "PMNT" ALSO "4"
			MOVE "PRIORITY" TO WS-FUNCTION-DESC
		WHEN OTHER
			MOVE "UNKNOWN" TO WS-FUNCTION-DESC
	END-EVALUATE.
	MOVE SPACES TO SECV-RPT-LINE.
	STRING SECV-VIOLATION-TIME DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		SECV-OPERATOR-ID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		SECV-TERMINAL-ID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		SECV-TRANSACTION-ID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-FUNCTION-DESC DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-REASON-DESC DELIMITED BY SIZE
		INTO SECV-RPT-LINE.
	WRITE SECV-RPT-LINE.
	MOVE SPACES TO SECV-RPT-LINE.
	IF SECV-TRANSACTION-ID = "PMNT"
		STRING "    SEQ " DELIMITED BY SIZE
			SECV-SEQUENCE-NO DELIMITED BY SIZE
			" DEPT " DELIMITED BY SIZE
			SECV-DEPARTMENT-CODE DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			SECV-MESSAGE-TEXT DELIMITED BY SIZE
			INTO SECV-RPT-LINE
	ELSE
		STRING "    LANG " DELIMITED BY SIZE
			SECV-LANGUAGE-CODE DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			SECV-MESSAGE-TEXT DELIMITED BY SIZE
			INTO SECV-RPT-LINE
	END-IF.
	WRITE SECV-RPT-LINE.

*>  The listing reads OPERAUTH in key order while the region may
*>  still have it open for read, which is why it is OPEN INPUT. No
*>  file at all is printed as such rather than abending: it means
*>  OPERLOAD has never been run and every online request is being
*>  refused, which the reviewers need to see.
5000-LIST-PROFILES.
	OPEN OUTPUT AUTH-LISTING-FILE.
	MOVE SPACES TO AUTH-LIST-LINE.
	STRING "OPERATOR AUTHORIZATION PROFILES AS OF " DELIMITED BY SIZE
		WS-TODAY-DATE DELIMITED BY SIZE
		INTO AUTH-LIST-LINE.
	WRITE AUTH-LIST-LINE.
	MOVE "RIGHTS: B=BROWSE A=ADD U=UPDATE D=DEACTIVATE C=CANCEL"
		TO AUTH-LIST-LINE.
	WRITE AUTH-LIST-LINE.
	MOVE "        E=CORRECT DATE P=PRIORITY  LANGUAGE ** = ALL"
		TO AUTH-LIST-LINE.
	WRITE AUTH-LIST-LINE.
	MOVE "        DEPARTMENT **** = ALL" TO AUTH-LIST-LINE.
	WRITE AUTH-LIST-LINE.
	OPEN INPUT OPERATOR-AUTH-FILE.
	IF WS-OPAU-FILE-STATUS = "35"
		SET WS-OPAU-END-OF-FILE TO TRUE
		MOVE "NO OPERATOR PROFILES ON FILE - ALL ONLINE MAINTENANCE IS REFUSED"
			TO AUTH-LIST-LINE
		WRITE AUTH-LIST-LINE
	ELSE
		IF WS-OPAU-FILE-STATUS NOT = "00"
			MOVE "OPERAUTH" TO WS-ABEND-FILE-ID
			MOVE WS-OPAU-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
		PERFORM 5100-READ-PROFILE
	END-IF.
	PERFORM UNTIL WS-OPAU-END-OF-FILE
		PERFORM 5200-LIST-ONE-PROFILE
		PERFORM 5100-READ-PROFILE
	END-PERFORM.
	MOVE SPACES TO AUTH-LIST-LINE.
	STRING "PROFILES=" DELIMITED BY SIZE
		WS-PROFILE-COUNT DELIMITED BY SIZE
		"  ACTIVE=" DELIMITED BY SIZE
		WS-ACTIVE-COUNT DELIMITED BY SIZE
		"  INACTIVE=" DELIMITED BY SIZE
		WS-INACTIVE-COUNT DELIMITED BY SIZE
		INTO AUTH-LIST-LINE.
	WRITE AUTH-LIST-LINE.
	IF WS-OPAU-FILE-STATUS NOT = "35"
		CLOSE OPERATOR-AUTH-FILE
	END-IF.
	CLOSE AUTH-LISTING-FILE.

5100-READ-PROFILE.
	READ OPERATOR-AUTH-FILE NEXT RECORD
		AT END
			SET WS-OPAU-END-OF-FILE TO TRUE
	END-READ.
	IF NOT WS-OPAU-END-OF-FILE AND WS-OPAU-FILE-STATUS NOT = "00"
		MOVE "OPERAUTH" TO WS-ABEND-FILE-ID
		MOVE WS-OPAU-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

5200-LIST-ONE-PROFILE.
	ADD 1 TO WS-PROFILE-COUNT.
	IF OPAU-IS-ACTIVE
		ADD 1 TO WS-ACTIVE-COUNT
	ELSE
		ADD 1 TO WS-INACTIVE-COUNT
	END-IF.
	PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1 UNTIL WS-FLAG-SUB > 7
		IF OPAU-FUNCTION-FLAG (WS-FLAG-SUB) = "Y"
			MOVE WS-RIGHT-LETTER (WS-FLAG-SUB)
				TO WS-PRINT-RIGHT-LETTER (WS-FLAG-SUB)
		ELSE
			MOVE "-" TO WS-PRINT-RIGHT-LETTER (WS-FLAG-SUB)
		END-IF
	END-PERFORM.
	MOVE SPACES TO WS-PRINT-LANGUAGES-OUT.
	MOVE SPACES TO WS-PRINT-DEPTS-OUT.
	PERFORM VARYING WS-LIST-SUB FROM 1 BY 1 UNTIL WS-LIST-SUB > 10
		MOVE OPAU-LANGUAGE-CODE (WS-LIST-SUB)
			TO WS-PRINT-LANG-OUT (WS-LIST-SUB)
		MOVE OPAU-DEPARTMENT-CODE (WS-LIST-SUB)
			TO WS-PRINT-DEPT-OUT (WS-LIST-SUB)
	END-PERFORM.
	MOVE SPACES TO AUTH-LIST-LINE.
	STRING OPAU-OPERATOR-ID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		OPAU-OPERATOR-NAME DELIMITED BY SIZE
		" ACTIVE=" DELIMITED BY SIZE
		OPAU-ACTIVE-FLAG DELIMITED BY SIZE
		" RIGHTS=" DELIMITED BY SIZE
		WS-PRINT-RIGHTS-OUT DELIMITED BY SIZE
		" CHANGED " DELIMITED BY SIZE
		OPAU-LAST-CHANGE-DATE DELIMITED BY SIZE
		INTO AUTH-LIST-LINE.
	WRITE AUTH-LIST-LINE.
	MOVE SPACES TO AUTH-LIST-LINE.
	STRING "    LANGUAGES: " DELIMITED BY SIZE
		WS-PRINT-LANGUAGES-OUT DELIMITED BY SIZE
		INTO AUTH-LIST-LINE.
	WRITE AUTH-LIST-LINE.
	MOVE SPACES TO AUTH-LIST-LINE.
	STRING "    DEPARTMENTS: " DELIMITED BY SIZE
		WS-PRINT-DEPTS-OUT DELIMITED BY SIZE
		INTO AUTH-LIST-LINE.
	WRITE AUTH-LIST-LINE.

*>  Completion is recorded on every way out, failures included (RC
*>  12 is recorded as failed, so a resubmission runs the step
*>  again). The work is already done or abandoned by now, so a
*>  ledger problem here is reported rather than turned into an abend.
8900-RECORD-STEP-END.
	OPEN I-O STEP-LEDGER-FILE.
	IF WS-LDGR-FILE-STATUS = "00"
		MOVE WS-LDGR-BUSINESS-DATE TO LDGR-BUSINESS-DATE
		MOVE WS-LDGR-STEP-ID TO LDGR-STEP-ID
		READ STEP-LEDGER-FILE
			KEY IS LDGR-KEY
			INVALID KEY
				CONTINUE
		END-READ
		IF WS-LDGR-FILE-STATUS = "00"
			IF WS-LDGR-RETURN-CODE < 12
				SET LDGR-STEP-COMPLETED TO TRUE
			ELSE
				SET LDGR-STEP-FAILED TO TRUE
			END-IF
			ACCEPT LDGR-END-DATE FROM DATE YYYYMMDD
			ACCEPT LDGR-END-TIME FROM TIME
			MOVE WS-LDGR-RETURN-CODE TO LDGR-RETURN-CODE
			REWRITE STEP-LEDGER-RECORD
		END-IF
		IF WS-LDGR-FILE-STATUS NOT = "00"
			DISPLAY "SECRPT STEP LEDGER NOT UPDATED - FILE STATUS "
				WS-LDGR-FILE-STATUS
		END-IF
		CLOSE STEP-LEDGER-FILE
	ELSE
		DISPLAY "SECRPT STEP LEDGER NOT UPDATED - FILE STATUS "
			WS-LDGR-FILE-STATUS
	END-IF.

9000-PRINT-TOTALS.
	MOVE SPACES TO SECV-RPT-LINE.
	STRING "REFUSED=" DELIMITED BY SIZE
		WS-VIOLATION-COUNT DELIMITED BY SIZE
		"  NO PROFILE=" DELIMITED BY SIZE
		WS-NO-PROFILE-COUNT DELIMITED BY SIZE
		"  FUNCTION=" DELIMITED BY SIZE
		WS-FUNCTION-COUNT DELIMITED BY SIZE
		"  LANGUAGE=" DELIMITED BY SIZE
		WS-LANGUAGE-COUNT DELIMITED BY SIZE
		"  DEPARTMENT=" DELIMITED BY SIZE
		WS-DEPARTMENT-COUNT DELIMITED BY SIZE
		INTO SECV-RPT-LINE.
	WRITE SECV-RPT-LINE.

9999-ABEND.
	DISPLAY "SECRPT I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	MOVE 12 TO WS-LDGR-RETURN-CODE.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN RETURNING 12.
