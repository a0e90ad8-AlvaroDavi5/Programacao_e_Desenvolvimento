*>  purges the audit rows past retention, or whenever LANGLOAD
*>  changes a language's text after the display.

*>  A queued entry no supervisor has released yet (PENDAPPR, flag
*>  "P" on PENDREC) and no audit row matches is reported AWAITING
*>  APPROVAL rather than NEVER DISPLAYED -- it is not late, it is
*>  held -- and a history row under disposition "R" is reported
*>  SUPERVISOR REJECTED, so the departmental results feed tells the
*>  office which of its announcements a supervisor turned down.


IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-CNF.
		FILE STATUS IS WS-RUNC-FILE-STATUS.
	SELECT CONFIRMATION-REPORT-FILE ASSIGN TO "CNFRPT"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONFIRMATION-REPORT-FILE.
01  CNF-RPT-LINE                PIC X(100).

FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-AUDIT-EOF-FLAG       PIC X(01)   VALUE "N".
	05  WS-ENTRY-LANGUAGE-TEXT  PIC X(40).
	05  WS-ENTRY-MATCH-DATE     PIC 9(08).
	05  WS-ENTRY-VERDICT        PIC X(19).
	05  WS-ENTRY-APPROVAL-FLAG  PIC X(01).
		88  WS-ENTRY-AWAITING-APPROVAL VALUE "P".

01  WS-TOTALS.
	05  WS-CONFIRMED-COUNT      PIC 9(05)   VALUE ZEROES.
	05  WS-UNVERIFIED-COUNT     PIC 9(05)   VALUE ZEROES.
	05  WS-EXPIRED-COUNT        PIC 9(05)   VALUE ZEROES.
	05  WS-CANCELLED-COUNT      PIC 9(05)   VALUE ZEROES.
	05  WS-AWAITING-COUNT       PIC 9(05)   VALUE ZEROES.
	05  WS-REJECTED-COUNT       PIC 9(05)   VALUE ZEROES.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LDGR-STEP-ID             PIC X(08)   VALUE "STEP035 ".
01  WS-LDGR-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
01  WS-LDGR-RETURN-CODE         PIC 9(02)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0050-CHECK-STEP-LEDGER.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	OPEN OUTPUT CONFIRMATION-REPORT-FILE.
	PERFORM 0100-OPEN-RESULTS-WORK.
	CLOSE LANGUAGE-GREETING-FILE.
	CLOSE RESULTS-WORK-FILE.
	CLOSE CONFIRMATION-REPORT-FILE.
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
		DISPLAY "HELLOCNF " WS-LDGR-STEP-ID "COMPLETED FOR "
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
	DISPLAY "HELLOCNF I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.

*>  Every verdict also goes on the results work file with the
*>  submitting department, so DEPTRSLT can cut each office its own
*>  answer file at the end of the night.
		MOVE PENDING-LANGUAGE-CODE  TO WS-ENTRY-LANGUAGE-CODE
		MOVE PENDING-DEPARTMENT-CODE TO WS-ENTRY-DEPARTMENT
		MOVE PENDING-EFFECTIVE-DATE TO WS-ENTRY-EFFECTIVE-DATE
		MOVE PENDING-APPROVAL-FLAG  TO WS-ENTRY-APPROVAL-FLAG
		PERFORM 4000-CONFIRM-ONE-ENTRY
		PERFORM 2100-READ-NEXT-PENDING
	END-PERFORM.
			MOVE PROC-LANGUAGE-CODE  TO WS-ENTRY-LANGUAGE-CODE
			MOVE PROC-DEPARTMENT-CODE TO WS-ENTRY-DEPARTMENT
			MOVE PROC-EFFECTIVE-DATE TO WS-ENTRY-EFFECTIVE-DATE
			MOVE SPACE               TO WS-ENTRY-APPROVAL-FLAG
			PERFORM 4500-CONFIRM-HISTORY-ENTRY
			PERFORM 3100-READ-HISTORY-RECORD
		END-PERFORM
		END-PERFORM
	END-IF.
	IF NOT WS-MATCH-FOUND
		IF WS-ENTRY-AWAITING-APPROVAL
			ADD 1 TO WS-AWAITING-COUNT
			MOVE "AWAITING APPROVAL" TO WS-ENTRY-VERDICT
		ELSE
			IF WS-AUDIT-TABLE-IS-FULL
				ADD 1 TO WS-UNVERIFIED-COUNT
				MOVE "NOT VERIFIED" TO WS-ENTRY-VERDICT
			ELSE
				ADD 1 TO WS-NEVER-COUNT
				MOVE "NEVER DISPLAYED" TO WS-ENTRY-VERDICT
			END-IF
		END-IF
	ELSE
		IF WS-ENTRY-MATCH-DATE > WS-ENTRY-EFFECTIVE-DATE
*>  itself is the confirmation and no audit-log match is attempted:
*>  the live log may have been purged past retention by AUDTARCH,
*>  and LANGLOAD may have changed the language text since display.
*>  URGBCST's intraday displays (U) qualify the same way and take
*>  the same displayed/late test as D.
*>  A disposition other than D or U never reached a screen, so those
*>  rows carry their own verdict instead of the displayed/late test:
*>  E is the expiry sweep's "expired, never displayed", C is a
*>  PENDMNT online cancellation and R a PENDAPPR supervisor
*>  rejection.
4500-CONFIRM-HISTORY-ENTRY.
	SET WS-MATCH-FOUND TO TRUE.
	MOVE PROC-PROCESSED-DATE TO WS-ENTRY-MATCH-DATE.
		WHEN PROC-WAS-CANCELLED
			ADD 1 TO WS-CANCELLED-COUNT
			MOVE "CANCELLED" TO WS-ENTRY-VERDICT
		WHEN PROC-WAS-REJECTED
			ADD 1 TO WS-REJECTED-COUNT
			MOVE "SUPERVISOR REJECTED" TO WS-ENTRY-VERDICT
		WHEN PROC-PROCESSED-DATE > PROC-EFFECTIVE-DATE
			ADD 1 TO WS-LATE-COUNT
			MOVE "DISPLAYED LATE" TO WS-ENTRY-VERDICT
		PERFORM 9999-ABEND
	END-IF.

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
			DISPLAY "HELLOCNF STEP LEDGER NOT UPDATED - FILE STATUS "
				WS-LDGR-FILE-STATUS
		END-IF
		CLOSE STEP-LEDGER-FILE
	ELSE
		DISPLAY "HELLOCNF STEP LEDGER NOT UPDATED - FILE STATUS "
			WS-LDGR-FILE-STATUS
	END-IF.

9000-PRINT-TOTALS.
	MOVE SPACES TO CNF-RPT-LINE.
	STRING "CONFIRMED=" DELIMITED BY SIZE
		WS-CANCELLED-COUNT DELIMITED BY SIZE
		INTO CNF-RPT-LINE.
	WRITE CNF-RPT-LINE.
	MOVE SPACES TO CNF-RPT-LINE.
	STRING "AWAITING APPROVAL=" DELIMITED BY SIZE
		WS-AWAITING-COUNT DELIMITED BY SIZE
		"  SUPERVISOR REJECTED=" DELIMITED BY SIZE
		WS-REJECTED-COUNT DELIMITED BY SIZE
		INTO CNF-RPT-LINE.
	WRITE CNF-RPT-LINE.

*>  Counts for the nightly balancing step: every step that moves
*>  records drops its totals on RUNCFIL, keyed by run date and
	MOVE "CANCELLED" TO RUNC-COUNTER-ID.
	MOVE WS-CANCELLED-COUNT TO RUNC-COUNT.
	PERFORM 8810-WRITE-ONE-COUNTER.
	MOVE "AWAITING" TO RUNC-COUNTER-ID.
	MOVE WS-AWAITING-COUNT TO RUNC-COUNT.
	PERFORM 8810-WRITE-ONE-COUNTER.
	MOVE "REJECTED" TO RUNC-COUNTER-ID.
	MOVE WS-REJECTED-COUNT TO RUNC-COUNT.
	PERFORM 8810-WRITE-ONE-COUNTER.
	CLOSE RUN-CONTROL-FILE.

8810-WRITE-ONE-COUNTER.
9999-ABEND.
	DISPLAY "HELLOCNF I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	MOVE 12 TO WS-LDGR-RETURN-CODE.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN RETURNING 12.
