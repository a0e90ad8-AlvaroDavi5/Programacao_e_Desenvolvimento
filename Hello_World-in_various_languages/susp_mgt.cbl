*>  ("LANGUAGE READ FAILED", "AUDIT WRITE FAILED" -- see the 88 on
*>  SUSP-REASON in SUSPREC.cpy) back onto PENDING-GREETINGS under a
*>  fresh sequence number, and keeps the permanent ones ("EFF DATE
*>  NOT NUMERIC", "AUDIT PARTIAL FANOUT") on the suspense file for
*>  correction. The live suspense file is rewritten with only the
*>  held records via the SUSPWORK pass file, the same two-file
*>  pattern AUDTARCH uses for the audit log, and SUSPRPT prints an
*>  aging line per held record showing how long it has sat there
*>  since SUSP-RUN-DATE. Ends RC 4 while held records remain so
*>  operations keeps seeing them, RC 12 only on file-level failures.


IDENTIFICATION DIVISION.
		FILE STATUS IS WS-RUNC-FILE-STATUS.
	SELECT SUSPENSE-REPORT-FILE ASSIGN TO "SUSPRPT"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
	COPY SUSPREC.

FD  SUSPENSE-WORK-FILE.
01  SUSPENSE-WORK-RECORD        PIC X(105).

FD  PENDING-GREETINGS.
	COPY PENDREC.
FD  SUSPENSE-REPORT-FILE.
01  SUSP-RPT-LINE               PIC X(120).

FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-SUSP-EOF-FLAG        PIC X(01)   VALUE "N".
	05  WS-IMG-EFFECTIVE-DATE   PIC X(08).
	05  WS-IMG-ACTIVE-FLAG      PIC X(01).
	05  WS-IMG-DEPARTMENT-CODE  PIC X(04).
	05  WS-IMG-APPROVAL-FLAG    PIC X(01).
	05  WS-IMG-TARGET-SITE      PIC X(04).
	05  WS-IMG-PRIORITY-FLAG    PIC X(01).

01  WS-NEXT-SEQUENCE-NO         PIC 9(06)   VALUE ZEROES.
01  WS-TODAY-DATE               PIC 9(08)   VALUE ZEROES.
01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LDGR-STEP-ID             PIC X(08)   VALUE "STEP050 ".
01  WS-LDGR-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
01  WS-LDGR-RETURN-CODE         PIC 9(02)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0050-CHECK-STEP-LEDGER.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	OPEN OUTPUT SUSPENSE-REPORT-FILE.
	PERFORM 0500-FIND-NEXT-SEQUENCE.
	CLOSE SEQUENCE-CONTROL-FILE.
	CLOSE SUSPENSE-REPORT-FILE.
	IF WS-HELD-COUNT > 0
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
		DISPLAY "SUSPMGT " WS-LDGR-STEP-ID "COMPLETED FOR "
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
	DISPLAY "SUSPMGT I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.

*>  A requeued record must never reuse a sequence number already
*>  assigned. The seed comes from the SEQCTL control record the
*>  loaders keep, updated here too as numbers are assigned; only a
	MOVE WS-IMG-EFFECTIVE-DATE  TO PENDING-EFFECTIVE-DATE.
	MOVE WS-IMG-ACTIVE-FLAG     TO PENDING-ACTIVE-FLAG.
	MOVE WS-IMG-DEPARTMENT-CODE TO PENDING-DEPARTMENT-CODE.
	MOVE WS-IMG-APPROVAL-FLAG   TO PENDING-APPROVAL-FLAG.
	MOVE WS-IMG-TARGET-SITE     TO PENDING-TARGET-SITE.
	MOVE WS-IMG-PRIORITY-FLAG   TO PENDING-PRIORITY-FLAG.
	WRITE PENDING-GREETING-RECORD
		INVALID KEY
			ADD 1 TO WS-WRITE-RETRY-COUNT
			SET WS-WORK-END-OF-FILE TO TRUE
	END-READ.

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
			DISPLAY "SUSPMGT STEP LEDGER NOT UPDATED - FILE STATUS "
				WS-LDGR-FILE-STATUS
		END-IF
		CLOSE STEP-LEDGER-FILE
	ELSE
		DISPLAY "SUSPMGT STEP LEDGER NOT UPDATED - FILE STATUS "
			WS-LDGR-FILE-STATUS
	END-IF.

9000-PRINT-TOTALS.
	MOVE SPACES TO SUSP-RPT-LINE.
	STRING "SUSPENSE IN=" DELIMITED BY SIZE
9999-ABEND.
	DISPLAY "SUSPMGT I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	MOVE 12 TO WS-LDGR-RETURN-CODE.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN RETURNING 12.
