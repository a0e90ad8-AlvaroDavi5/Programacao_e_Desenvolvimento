*>       displayed plus suspended plus still pending;
*>    2  the queue intake balances night over night: what was still
*>       pending last night, less what expired, plus what was
*>       requeued from suspense, less what was cancelled or
*>       rejected online, plus tonight's accepted and expanded
*>       submissions, plus the urgent entries accepted during the
*>       day less those the intraday urgent runs displayed or
*>       suspended, equals what the display step read tonight;
*>    3  audit records written by the display step and the day's
*>       urgent runs equal extract details for the date;
*>    4  audit archive in equals archived plus retained;
*>    5  history archive in equals archived plus retained;
*>    6  across the day's urgent runs, urgent entries read equal
*>       displayed plus suspended plus not yet due.
*>  Ends RC 8 with a discrepancy report when the night does not
*>  balance, so the scheduler can page operations at 6am instead of
*>  the business calling at day five. A check whose counts are all
*>  prior-date records for check 2) is noted and skipped; a check
*>  with some counts present and some missing is itself a
*>  discrepancy, because half a step's counts means the step died
*>  mid-flight. The intraday steps (PENDURG, the urgent drop-off
*>  load, and URGBCST, the urgent broadcast; see jcl/URGBCST.jcl)
*>  run any number of times a day and never start a night of their
*>  own: their counts are summed over every run since the prior
*>  night, and a day with no urgent runs is simply nothing to add.
*>  SYSIN may carry a YYYYMMDD to re-balance a prior
*>  night; blank means today. RC 12 only on file-level failures.


		FILE STATUS IS WS-RUNC-FILE-STATUS.
	SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BALANCE-REPORT-FILE.
01  BAL-RPT-LINE                PIC X(120).

FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-RUNC-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-ANY-COUNT-MISSING VALUE "Y".
	05  WS-ALL-MISSING-FLAG     PIC X(01)   VALUE "Y".
		88  WS-ALL-COUNTS-MISSING VALUE "Y".
	05  WS-INTRADAY-STEP-FLAG   PIC X(01)   VALUE "N".
		88  WS-INTRADAY-STEP    VALUE "Y".

01  WS-RUNC-FILE-STATUS         PIC X(02)   VALUE "00".

01  WS-PRIOR-DATE               PIC 9(08)   VALUE ZEROES.

*>  Only two dates matter -- the night being balanced and the run
*>  before it, plus the intraday runs in between -- so the table
*>  stays small however long RUNCFIL has been accumulating. Reruns
*>  append duplicates; the last record for a key wins, the same way
*>  the last SYSOUT print would. Intraday runs add up instead.
01  WS-COUNTER-TABLE-AREA.
	05  WS-COUNTER-COUNT        PIC 9(03)   VALUE ZEROES.
	05  WS-COUNTER-ENTRY OCCURS 100 TIMES
01  WS-WANT-STEP                PIC X(08)   VALUE SPACES.
01  WS-WANT-ID                  PIC X(12)   VALUE SPACES.
01  WS-FOUND-VALUE              PIC 9(09)   VALUE ZEROES.
01  WS-SUM-AFTER-DATE           PIC 9(08)   VALUE ZEROES.

01  WS-CHECK-VALUES.
	05  WS-LEFT-SIDE            PIC S9(10)  VALUE ZEROES.
	05  WS-VAL-ACCEPTED         PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-EXPANDED         PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-CANCELLED        PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-REJECTED         PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-PRIOR-PEND       PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-PRIOR-EXPIRED    PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-PRIOR-REQUEUED   PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-ARCH-IN          PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-ARCH-OUT         PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-ARCH-KEPT        PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-URG-ACCEPTED     PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-URG-READ         PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-URG-DISPLAYED    PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-URG-SUSPENDED    PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-URG-NOT-DUE      PIC 9(09)   VALUE ZEROES.
	05  WS-VAL-URG-AUDITED      PIC 9(09)   VALUE ZEROES.

01  WS-CHECK-NAME               PIC X(30)   VALUE SPACES.
01  WS-DISCREPANCY-COUNT        PIC 9(03)   VALUE ZEROES.
01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LDGR-STEP-ID             PIC X(08)   VALUE "STEP060 ".
01  WS-LDGR-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
01  WS-LDGR-RETURN-CODE         PIC 9(02)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0050-CHECK-STEP-LEDGER.
	ACCEPT WS-BALANCE-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-BALANCE-DATE-PARM FROM SYSIN.
	IF WS-BALANCE-DATE-PARM IS NUMERIC
	PERFORM 3200-CHECK-AUDIT-EXTRACT.
	PERFORM 3300-CHECK-AUDIT-ARCHIVE.
	PERFORM 3400-CHECK-HISTORY-ARCHIVE.
	PERFORM 3500-CHECK-URGENT-RUNS.
	PERFORM 9000-PRINT-VERDICT.
	CLOSE BALANCE-REPORT-FILE.
	IF WS-DISCREPANCY-COUNT > 0
		MOVE 8 TO WS-LDGR-RETURN-CODE
		PERFORM 8900-RECORD-STEP-END
		STOP RUN RETURNING 8
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
		DISPLAY "RUNBAL " WS-LDGR-STEP-ID "COMPLETED FOR "
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
	DISPLAY "RUNBAL I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.

1000-FIND-PRIOR-DATE.
	OPEN INPUT RUN-CONTROL-FILE.
	IF WS-RUNC-FILE-STATUS NOT = "00"
	END-IF.
	PERFORM 1100-READ-RUNC-RECORD.
	PERFORM UNTIL WS-RUNC-END-OF-FILE
		PERFORM 1200-TEST-INTRADAY-STEP
		IF RUNC-RUN-DATE IS NUMERIC
			AND RUNC-RUN-DATE < WS-BALANCE-DATE
			AND RUNC-RUN-DATE > WS-PRIOR-DATE
			AND NOT WS-INTRADAY-STEP
			MOVE RUNC-RUN-DATE TO WS-PRIOR-DATE
		END-IF
		PERFORM 1100-READ-RUNC-RECORD
			SET WS-RUNC-END-OF-FILE TO TRUE
	END-READ.

*>  A day of urgent runs is not a night: only the overnight steps
*>  decide which date was the prior run.
1200-TEST-INTRADAY-STEP.
	MOVE "N" TO WS-INTRADAY-STEP-FLAG.
	IF RUNC-STEP-ID = "PENDURG " OR RUNC-STEP-ID = "URGBCST "
		SET WS-INTRADAY-STEP TO TRUE
	END-IF.

2000-LOAD-COUNTERS.
	MOVE "N" TO WS-RUNC-EOF-FLAG.
	OPEN INPUT RUN-CONTROL-FILE.
	END-IF.
	PERFORM 1100-READ-RUNC-RECORD.
	PERFORM UNTIL WS-RUNC-END-OF-FILE
		PERFORM 1200-TEST-INTRADAY-STEP
		IF RUNC-RUN-DATE = WS-BALANCE-DATE
			OR (WS-PRIOR-DATE > 0 AND RUNC-RUN-DATE = WS-PRIOR-DATE)
			PERFORM 2100-TABLE-ONE-COUNTER
		ELSE
			IF WS-INTRADAY-STEP AND WS-PRIOR-DATE > 0
				AND RUNC-RUN-DATE IS NUMERIC
				AND RUNC-RUN-DATE > WS-PRIOR-DATE
				AND RUNC-RUN-DATE < WS-BALANCE-DATE
				PERFORM 2100-TABLE-ONE-COUNTER
			END-IF
		END-IF
		PERFORM 1100-READ-RUNC-RECORD
	END-PERFORM.

*>  A rerun appends a second record for the same key; the later one
*>  replaces the earlier in the table so the freshest count wins.
*>  An intraday step's records are separate runs, each counting only
*>  what it did, so they are added together for the date.
2100-TABLE-ONE-COUNTER.
	MOVE "N" TO WS-CTR-FOUND-FLAG.
	IF WS-COUNTER-COUNT > 0
			IF WS-CTR-DATE (WS-CTR-IDX) = RUNC-RUN-DATE
				AND WS-CTR-STEP (WS-CTR-IDX) = RUNC-STEP-ID
				AND WS-CTR-ID (WS-CTR-IDX) = RUNC-COUNTER-ID
				IF WS-INTRADAY-STEP
					ADD RUNC-COUNT TO WS-CTR-COUNT (WS-CTR-IDX)
				ELSE
					MOVE RUNC-COUNT TO WS-CTR-COUNT (WS-CTR-IDX)
				END-IF
				SET WS-CTR-FOUND TO TRUE
			END-IF
		END-PERFORM
		SET WS-ANY-COUNT-MISSING TO TRUE
	END-IF.

*>  An intraday counter summed over the dates after
*>  WS-SUM-AFTER-DATE up to WS-WANT-DATE. A day without urgent runs
*>  writes nothing, so absence here is zero and never makes a check
*>  incomplete.
5300-SUM-INTRADAY-COUNTER.
	MOVE ZEROES TO WS-FOUND-VALUE.
	IF WS-COUNTER-COUNT > 0
		PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
			UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
			IF WS-CTR-DATE (WS-CTR-IDX) > WS-SUM-AFTER-DATE
				AND WS-CTR-DATE (WS-CTR-IDX) NOT > WS-WANT-DATE
				AND WS-CTR-STEP (WS-CTR-IDX) = WS-WANT-STEP
				AND WS-CTR-ID (WS-CTR-IDX) = WS-WANT-ID
				ADD WS-CTR-COUNT (WS-CTR-IDX) TO WS-FOUND-VALUE
			END-IF
		END-PERFORM
	END-IF.

5100-START-CHECK.
	MOVE "N" TO WS-ANY-MISSING-FLAG.
	MOVE "Y" TO WS-ALL-MISSING-FLAG.
		MOVE "CANCELLED" TO WS-WANT-ID
		PERFORM 5000-FIND-COUNTER
		MOVE WS-FOUND-VALUE TO WS-VAL-CANCELLED
		MOVE "REJECTED" TO WS-WANT-ID
		PERFORM 5000-FIND-COUNTER
		MOVE WS-FOUND-VALUE TO WS-VAL-REJECTED
		MOVE "PENDLOAD" TO WS-WANT-STEP
		MOVE "ACCEPTED" TO WS-WANT-ID
		PERFORM 5000-FIND-COUNTER
		MOVE "QUEUE READ" TO WS-WANT-ID
		PERFORM 5000-FIND-COUNTER
		MOVE WS-FOUND-VALUE TO WS-VAL-QUEUE-READ
		MOVE WS-PRIOR-DATE TO WS-SUM-AFTER-DATE
		MOVE "PENDURG " TO WS-WANT-STEP
		MOVE "ACCEPTED" TO WS-WANT-ID
		PERFORM 5300-SUM-INTRADAY-COUNTER
		MOVE WS-FOUND-VALUE TO WS-VAL-URG-ACCEPTED
		MOVE "URGBCST " TO WS-WANT-STEP
		MOVE "DISPLAYED" TO WS-WANT-ID
		PERFORM 5300-SUM-INTRADAY-COUNTER
		MOVE WS-FOUND-VALUE TO WS-VAL-URG-DISPLAYED
		MOVE "SUSPENDED" TO WS-WANT-ID
		PERFORM 5300-SUM-INTRADAY-COUNTER
		MOVE WS-FOUND-VALUE TO WS-VAL-URG-SUSPENDED
		COMPUTE WS-LEFT-SIDE =
			WS-VAL-PRIOR-PEND - WS-VAL-PRIOR-EXPIRED
			+ WS-VAL-PRIOR-REQUEUED - WS-VAL-CANCELLED
			- WS-VAL-REJECTED
			+ WS-VAL-ACCEPTED + WS-VAL-EXPANDED
			+ WS-VAL-URG-ACCEPTED - WS-VAL-URG-DISPLAYED
			- WS-VAL-URG-SUSPENDED
		MOVE WS-VAL-QUEUE-READ TO WS-RIGHT-SIDE
		PERFORM 6000-JUDGE-CHECK
	END-IF.
	MOVE "DETAILS" TO WS-WANT-ID.
	PERFORM 5000-FIND-COUNTER.
	MOVE WS-FOUND-VALUE TO WS-VAL-DETAILS.
	COMPUTE WS-SUM-AFTER-DATE = WS-BALANCE-DATE - 1.
	MOVE "URGBCST " TO WS-WANT-STEP.
	MOVE "AUDITED" TO WS-WANT-ID.
	PERFORM 5300-SUM-INTRADAY-COUNTER.
	MOVE WS-FOUND-VALUE TO WS-VAL-URG-AUDITED.
	COMPUTE WS-LEFT-SIDE = WS-VAL-AUDITED + WS-VAL-URG-AUDITED.
	MOVE WS-VAL-DETAILS TO WS-RIGHT-SIDE.
	PERFORM 6000-JUDGE-CHECK.

	PERFORM 7000-LOAD-ARCHIVE-COUNTS.
	PERFORM 6000-JUDGE-CHECK.

*>  The day's URGBCST runs taken together, the same proof check 1
*>  makes for the display step; a day with no urgent run is skipped.
3500-CHECK-URGENT-RUNS.
	MOVE "URGENT RUN INTERNAL" TO WS-CHECK-NAME.
	PERFORM 5100-START-CHECK.
	MOVE WS-BALANCE-DATE TO WS-WANT-DATE.
	MOVE "URGBCST " TO WS-WANT-STEP.
	MOVE "URGENT READ" TO WS-WANT-ID.
	PERFORM 5000-FIND-COUNTER.
	MOVE WS-FOUND-VALUE TO WS-VAL-URG-READ.
	MOVE "DISPLAYED" TO WS-WANT-ID.
	PERFORM 5000-FIND-COUNTER.
	MOVE WS-FOUND-VALUE TO WS-VAL-URG-DISPLAYED.
	MOVE "SUSPENDED" TO WS-WANT-ID.
	PERFORM 5000-FIND-COUNTER.
	MOVE WS-FOUND-VALUE TO WS-VAL-URG-SUSPENDED.
	MOVE "NOT DUE" TO WS-WANT-ID.
	PERFORM 5000-FIND-COUNTER.
	MOVE WS-FOUND-VALUE TO WS-VAL-URG-NOT-DUE.
	MOVE WS-VAL-URG-READ TO WS-LEFT-SIDE.
	COMPUTE WS-RIGHT-SIDE = WS-VAL-URG-DISPLAYED
		+ WS-VAL-URG-SUSPENDED + WS-VAL-URG-NOT-DUE.
	PERFORM 6000-JUDGE-CHECK.

7000-LOAD-ARCHIVE-COUNTS.
	MOVE "RECORDS IN" TO WS-WANT-ID.
	PERFORM 5000-FIND-COUNTER.
		INTO BAL-RPT-LINE.
	WRITE BAL-RPT-LINE.

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
			DISPLAY "RUNBAL STEP LEDGER NOT UPDATED - FILE STATUS "
				WS-LDGR-FILE-STATUS
		END-IF
		CLOSE STEP-LEDGER-FILE
	ELSE
		DISPLAY "RUNBAL STEP LEDGER NOT UPDATED - FILE STATUS "
			WS-LDGR-FILE-STATUS
	END-IF.

9000-PRINT-VERDICT.
	MOVE SPACES TO BAL-RPT-LINE.
	IF WS-DISCREPANCY-COUNT = ZEROES
9999-ABEND.
	DISPLAY "RUNBAL I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	MOVE 12 TO WS-LDGR-RETURN-CODE.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN RETURNING 12.
