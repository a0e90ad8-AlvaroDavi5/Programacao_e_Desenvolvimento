*>  previews the sweep without touching the queue. Ends RC 4 when
*>  anything was (or would be) expired so operations sees it, RC 12
*>  only on file-level failures.
*>  Submissions a supervisor never approved through PENDAPPR age off
*>  the same way, under the same "E" disposition -- HELLOWLD will
*>  never display them, so past the age limit they are as dead as
*>  any other stale entry. Each EXPRPT line shows the approval flag
*>  and the totals count the never-approved entries separately, so
*>  the department can tell "nobody approved it" from "it missed
*>  its night".


IDENTIFICATION DIVISION.
		FILE STATUS IS WS-RUNC-FILE-STATUS.
	SELECT EXPIRY-REPORT-FILE ASSIGN TO "EXPRPT"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EXPIRY-REPORT-FILE.
01  EXP-RPT-LINE                PIC X(120).

FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-PEND-EOF-FLAG        PIC X(01)   VALUE "N".
01  WS-TOTALS.
	05  WS-QUEUE-READ-COUNT     PIC 9(05)   VALUE ZEROES.
	05  WS-TOTAL-EXPIRED        PIC 9(05)   VALUE ZEROES.
	05  WS-NEVER-APPROVED-COUNT PIC 9(05)   VALUE ZEROES.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LDGR-STEP-ID             PIC X(08)   VALUE "STEP012 ".
01  WS-LDGR-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
01  WS-LDGR-RETURN-CODE         PIC 9(02)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0050-CHECK-STEP-LEDGER.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	PERFORM 1000-READ-EXPIRY-CONTROL.
	PERFORM 1100-COMPUTE-CUTOFF-DATE.
	PERFORM 8800-WRITE-RUN-COUNTS.
	CLOSE EXPIRY-REPORT-FILE.
	IF WS-TOTAL-EXPIRED > 0
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
		DISPLAY "PENDEXPR " WS-LDGR-STEP-ID "COMPLETED FOR "
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
	DISPLAY "PENDEXPR I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.

*>  A missing or unreadable control file abends rather than expiring
*>  on a guessed default -- the whole point of EXPCTL is that the
*>  age limit is a deliberate operations decision, the same stance
	IF EXPC-AGE-LIMIT-DAYS IS NOT NUMERIC
		DISPLAY "PENDEXPR INVALID AGE LIMIT ON EXPCTL: "
			EXPC-AGE-LIMIT-DAYS
		MOVE 12 TO WS-LDGR-RETURN-CODE
		PERFORM 8900-RECORD-STEP-END
		STOP RUN RETURNING 12
	END-IF.
	IF NOT EXPC-REPORT-ONLY AND NOT EXPC-LIVE-EXPIRE
		DISPLAY "PENDEXPR INVALID RUN MODE ON EXPCTL: "
			EXPC-RUN-MODE " (USE P OR R)"
		MOVE 12 TO WS-LDGR-RETURN-CODE
		PERFORM 8900-RECORD-STEP-END
		STOP RUN RETURNING 12
	END-IF.
	MOVE EXPC-AGE-LIMIT-DAYS TO WS-AGE-LIMIT-DAYS.
	IF PENDING-EFFECTIVE-DATE IS NUMERIC
		AND PENDING-EFFECTIVE-DATE < WS-CUTOFF-DATE
		ADD 1 TO WS-TOTAL-EXPIRED
		IF PENDING-AWAITING-APPROVAL
			ADD 1 TO WS-NEVER-APPROVED-COUNT
		END-IF
		PERFORM 2300-REPORT-EXPIRED
		IF NOT WS-REPORT-ONLY-RUN
			PERFORM 2400-NOTE-EXPIRED-KEY
		PENDING-EFFECTIVE-DATE DELIMITED BY SIZE
		" ACTIVE " DELIMITED BY SIZE
		PENDING-ACTIVE-FLAG DELIMITED BY SIZE
		" APPR " DELIMITED BY SIZE
		PENDING-APPROVAL-FLAG DELIMITED BY SIZE
		" DEPT " DELIMITED BY SIZE
		PENDING-DEPARTMENT-CODE DELIMITED BY SIZE
		"  TEXT=" DELIMITED BY SIZE
		END-IF
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
			DISPLAY "PENDEXPR STEP LEDGER NOT UPDATED - FILE STATUS "
				WS-LDGR-FILE-STATUS
		END-IF
		CLOSE STEP-LEDGER-FILE
	ELSE
		DISPLAY "PENDEXPR STEP LEDGER NOT UPDATED - FILE STATUS "
			WS-LDGR-FILE-STATUS
	END-IF.

9000-PRINT-TOTALS.
	MOVE SPACES TO EXP-RPT-LINE.
	STRING "QUEUE RECORDS READ=" DELIMITED BY SIZE
		WS-QUEUE-READ-COUNT DELIMITED BY SIZE
		"  EXPIRED=" DELIMITED BY SIZE
		WS-TOTAL-EXPIRED DELIMITED BY SIZE
		"  NEVER APPROVED=" DELIMITED BY SIZE
		WS-NEVER-APPROVED-COUNT DELIMITED BY SIZE
		INTO EXP-RPT-LINE.
	WRITE EXP-RPT-LINE.

9999-ABEND.
	DISPLAY "PENDEXPR I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	MOVE 12 TO WS-LDGR-RETURN-CODE.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN RETURNING 12.
