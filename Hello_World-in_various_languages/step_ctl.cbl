*>  STEP-CTL: HELLOJOB step-ledger control -- business date, utility
*>  step checks, forced reruns and the morning step-status report

*>  run using commands:
*> cobc -free -x -std=ibm -I copybooks -o STEPCTL step_ctl.cbl
*> ./STEPCTL

*>  This is the EXEC PGM=STEPCTL target of jcl/HELLOJOB.jcl's
*>  STEP001, STEP007C/D, STEP015C, STEP037C, STEP038C/D, STEP040C,
*>  STEP055C and STEP065, and of
*>  jcl/STEPCTL.jcl -- the load module name comes from the -o above,
*>  not from PROGRAM-ID, so it has to be built with that exact name.

*>  A resubmitted HELLOJOB used to run every step again for the same
*>  night: PENDLOAD and STNDEXP requeued, PCANMRG appended the
*>  cancels twice, and every step's RUNCFIL counts went on twice for
*>  RUNBAL to add up. Each program in the stream now records its
*>  start, end and return code on the step ledger (STEPLDGR, see
*>  LDGRREC.cpy) and bypasses itself when the ledger says it already
*>  completed for the business date. This program does the parts no
*>  single step can, one SYSIN card each (function in columns 1-8,
*>  operand in columns 10-17):
*>    BEGIN    first step of the stream: sets the business date on
*>             the ledger's CURRENT record. A stream begun less
*>             than 20 hours ago is a resubmission of the same night
*>             and keeps its date, so a 7am rerun of a stream that
*>             failed at 2am picks up where it stopped; anything
*>             older starts a new business date of today. A
*>             YYYYMMDD operand sets the date outright.
*>    CHECK    before a utility step (IEBGENER) that cannot read the
*>             ledger itself: RC 0 and a start record if the step is
*>             to run, RC 4 if it already completed (bypass it).
*>    DONE     after that utility step, run only on its RC 0:
*>             records it completed.
*>    QUERY    before a program step that records itself but whose
*>             JCL catalogs a new generation: RC 4 if the step
*>             already completed (bypass it, so no empty generation
*>             is cataloged), RC 0 if it is to run. Writes no start
*>             record -- the step makes its own, with its own RC --
*>             so there is no DONE after it.
*>    FORCE    operations: marks a step (or ALL steps) of the
*>             current business date to run again on the next
*>             submission, the only way past a completed step.
*>    REPORT   the morning status report LDGRRPT: each step of the
*>             stream in order with its status, start and end,
*>             elapsed time, return code, runs and bypasses. An
*>             operand prints another business date.
*>  Ends RC 4 when a CHECK or QUERY says bypass, or when the report
*>  shows a step that failed or never finished; RC 8 on an
*>  unrecognised card; RC 12 on file-level failures.


IDENTIFICATION DIVISION.
PROGRAM-ID. STEP-CTL.
AUTHOR. ALVARO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.
	SELECT LEDGER-REPORT-FILE ASSIGN TO "LDGRRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

FD  LEDGER-REPORT-FILE.
01  LDGR-RPT-LINE               PIC X(120).

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-CURRENT-FOUND-FLAG   PIC X(01)   VALUE "N".
		88  WS-CURRENT-FOUND    VALUE "Y".
	05  WS-BROWSE-END-FLAG      PIC X(01)   VALUE "N".
		88  WS-BROWSE-ENDED     VALUE "Y".
	05  WS-RESUMING-FLAG        PIC X(01)   VALUE "N".
		88  WS-RESUMING-STREAM  VALUE "Y".

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".

01  WS-CONTROL-CARD.
	05  WS-CARD-FUNCTION        PIC X(08).
	05  FILLER                  PIC X(01).
	05  WS-CARD-OPERAND         PIC X(08).
	05  FILLER                  PIC X(63).
01  WS-CARD-COUNT               PIC 9(03)   VALUE ZEROES.
01  WS-HIGHEST-RC               PIC 9(02)   VALUE ZEROES.

01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZEROES.
01  WS-BEGIN-DATE               PIC 9(08)   VALUE ZEROES.
01  WS-BEGIN-TIME               PIC 9(08)   VALUE ZEROES.
01  WS-REPORT-DATE              PIC 9(08)   VALUE ZEROES.
01  WS-NOW-DATE                 PIC 9(08)   VALUE ZEROES.
01  WS-NOW-TIME                 PIC 9(08)   VALUE ZEROES.

*>  A stream begun inside this many seconds is the same night.
01  WS-RESUME-WINDOW-SECONDS    PIC 9(06)   VALUE 72000.

*>  The stream's steps in running order. The report reads each one
*>  by key, so a step the job's IF tests skipped shows as NOT RUN.
01  WS-STEP-LIST-VALUES.
	05  FILLER                  PIC X(08)   VALUE "STEP005 ".
	05  FILLER                  PIC X(08)   VALUE "STEP007 ".
	05  FILLER                  PIC X(08)   VALUE "STEP008 ".
	05  FILLER                  PIC X(08)   VALUE "STEP009 ".
	05  FILLER                  PIC X(08)   VALUE "STEP010 ".
	05  FILLER                  PIC X(08)   VALUE "STEP012 ".
	05  FILLER                  PIC X(08)   VALUE "STEP015 ".
	05  FILLER                  PIC X(08)   VALUE "STEP020 ".
	05  FILLER                  PIC X(08)   VALUE "STEP025 ".
	05  FILLER                  PIC X(08)   VALUE "STEP026 ".
	05  FILLER                  PIC X(08)   VALUE "STEP027 ".
	05  FILLER                  PIC X(08)   VALUE "STEP030 ".
	05  FILLER                  PIC X(08)   VALUE "STEP035 ".
	05  FILLER                  PIC X(08)   VALUE "STEP037 ".
	05  FILLER                  PIC X(08)   VALUE "STEP038 ".
	05  FILLER                  PIC X(08)   VALUE "STEP040 ".
	05  FILLER                  PIC X(08)   VALUE "STEP045 ".
	05  FILLER                  PIC X(08)   VALUE "STEP050 ".
	05  FILLER                  PIC X(08)   VALUE "STEP055 ".
	05  FILLER                  PIC X(08)   VALUE "STEP060 ".
01  WS-STEP-LIST REDEFINES WS-STEP-LIST-VALUES.
	05  WS-STEP-LIST-ID         PIC X(08)   OCCURS 20 TIMES
			INDEXED BY WS-STEP-IDX.

01  WS-ELAPSED-FIELDS.
	05  WS-FROM-DATE            PIC 9(08)   VALUE ZEROES.
	05  WS-FROM-TIME            PIC 9(08)   VALUE ZEROES.
	05  WS-FROM-TIME-PARTS REDEFINES WS-FROM-TIME.
		10  WS-FROM-HH          PIC 9(02).
		10  WS-FROM-MM          PIC 9(02).
		10  WS-FROM-SS          PIC 9(02).
		10  FILLER              PIC 9(02).
	05  WS-TO-DATE              PIC 9(08)   VALUE ZEROES.
	05  WS-TO-TIME              PIC 9(08)   VALUE ZEROES.
	05  WS-TO-TIME-PARTS REDEFINES WS-TO-TIME.
		10  WS-TO-HH            PIC 9(02).
		10  WS-TO-MM            PIC 9(02).
		10  WS-TO-SS            PIC 9(02).
		10  FILLER              PIC 9(02).
	05  WS-ELAPSED-SECONDS      PIC S9(09)  VALUE ZEROES.
	05  WS-ELAPSED-HOURS        PIC 9(03)   VALUE ZEROES.
	05  WS-ELAPSED-REST         PIC 9(05)   VALUE ZEROES.
	05  WS-ELAPSED-MINUTES      PIC 9(02)   VALUE ZEROES.
	05  WS-ELAPSED-SECS-PART    PIC 9(02)   VALUE ZEROES.

01  WS-REPORT-FIELDS.
	05  WS-STATUS-SHOWN         PIC X(16)   VALUE SPACES.
	05  WS-START-SHOWN          PIC X(15)   VALUE SPACES.
	05  WS-END-SHOWN            PIC X(15)   VALUE SPACES.
	05  WS-ELAPSED-SHOWN        PIC X(09)   VALUE SPACES.
	05  WS-RC-SHOWN             PIC X(02)   VALUE SPACES.
	05  WS-RUNS-SHOWN           PIC X(03)   VALUE SPACES.
	05  WS-BYPASS-SHOWN         PIC X(03)   VALUE SPACES.
	05  WS-HOURS-EDIT           PIC ZZ9.

01  WS-REPORT-TOTALS.
	05  WS-COMPLETED-COUNT      PIC 9(03)   VALUE ZEROES.
	05  WS-FAILED-COUNT         PIC 9(03)   VALUE ZEROES.
	05  WS-UNFINISHED-COUNT     PIC 9(03)   VALUE ZEROES.
	05  WS-FORCED-COUNT         PIC 9(03)   VALUE ZEROES.
	05  WS-NOT-RUN-COUNT        PIC 9(03)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-NOW-TIME FROM TIME.
	PERFORM 0100-OPEN-LEDGER.
	PERFORM 0200-READ-CURRENT.
	MOVE SPACES TO WS-CONTROL-CARD.
	ACCEPT WS-CONTROL-CARD FROM SYSIN.
	PERFORM UNTIL WS-CONTROL-CARD = SPACES OR WS-CARD-COUNT >= 50
		ADD 1 TO WS-CARD-COUNT
		PERFORM 1000-PROCESS-CARD
		MOVE SPACES TO WS-CONTROL-CARD
		ACCEPT WS-CONTROL-CARD FROM SYSIN
	END-PERFORM.
	CLOSE STEP-LEDGER-FILE.
	IF WS-CARD-COUNT = 0
		DISPLAY "STEPCTL NO CONTROL CARD ON SYSIN"
		MOVE 8 TO WS-HIGHEST-RC
	END-IF.
	MOVE WS-HIGHEST-RC TO RETURN-CODE.
	STOP RUN.

0100-OPEN-LEDGER.
	OPEN I-O STEP-LEDGER-FILE.
	IF WS-LDGR-FILE-STATUS = "35"
		OPEN OUTPUT STEP-LEDGER-FILE
		CLOSE STEP-LEDGER-FILE
		OPEN I-O STEP-LEDGER-FILE
	END-IF.
	IF WS-LDGR-FILE-STATUS NOT = "00"
		PERFORM 9999-ABEND
	END-IF.

*>  With no CURRENT record yet (a new ledger) the business date is
*>  today, the same default the stream's programs use.
0200-READ-CURRENT.
	MOVE ZEROES TO LDGR-BUSINESS-DATE.
	MOVE "CURRENT " TO LDGR-STEP-ID.
	READ STEP-LEDGER-FILE
		KEY IS LDGR-KEY
		INVALID KEY
			CONTINUE
	END-READ.
	EVALUATE WS-LDGR-FILE-STATUS
		WHEN "00"
			SET WS-CURRENT-FOUND TO TRUE
			MOVE LDGR-CURRENT-DATE TO WS-BUSINESS-DATE
			MOVE LDGR-BEGIN-DATE TO WS-BEGIN-DATE
			MOVE LDGR-BEGIN-TIME TO WS-BEGIN-TIME
		WHEN "23"
			MOVE WS-NOW-DATE TO WS-BUSINESS-DATE
		WHEN OTHER
			PERFORM 9999-ABEND
	END-EVALUATE.

1000-PROCESS-CARD.
	EVALUATE WS-CARD-FUNCTION
		WHEN "BEGIN   "
			PERFORM 2000-BEGIN-BUSINESS-DATE
		WHEN "CHECK   "
			PERFORM 3000-CHECK-STEP
		WHEN "DONE    "
			PERFORM 3500-RECORD-STEP-DONE
		WHEN "QUERY   "
			PERFORM 3200-QUERY-STEP
		WHEN "FORCE   "
			PERFORM 4000-FORCE-RERUN
		WHEN "REPORT  "
			PERFORM 5000-PRINT-STATUS-REPORT
		WHEN OTHER
			DISPLAY "STEPCTL INVALID CONTROL CARD: " WS-CONTROL-CARD
			PERFORM 8900-SET-RC-8
	END-EVALUATE.

2000-BEGIN-BUSINESS-DATE.
	IF WS-CARD-OPERAND IS NUMERIC
		MOVE WS-CARD-OPERAND TO WS-BUSINESS-DATE
		DISPLAY "STEPCTL BUSINESS DATE SET TO " WS-BUSINESS-DATE
			" FROM SYSIN"
	ELSE
		MOVE ZEROES TO WS-ELAPSED-SECONDS
		IF WS-CURRENT-FOUND
			MOVE WS-BEGIN-DATE TO WS-FROM-DATE
			MOVE WS-BEGIN-TIME TO WS-FROM-TIME
			MOVE WS-NOW-DATE TO WS-TO-DATE
			MOVE WS-NOW-TIME TO WS-TO-TIME
			PERFORM 8000-COMPUTE-ELAPSED
		END-IF
		IF WS-CURRENT-FOUND
			AND WS-ELAPSED-SECONDS < WS-RESUME-WINDOW-SECONDS
			SET WS-RESUMING-STREAM TO TRUE
			DISPLAY "STEPCTL RESUMING BUSINESS DATE " WS-BUSINESS-DATE
				" BEGUN " WS-BEGIN-DATE " " WS-BEGIN-TIME
				" - COMPLETED STEPS WILL BE BYPASSED"
		ELSE
			MOVE WS-NOW-DATE TO WS-BUSINESS-DATE
			DISPLAY "STEPCTL NEW BUSINESS DATE " WS-BUSINESS-DATE
		END-IF
	END-IF.
	IF NOT WS-RESUMING-STREAM
		PERFORM 2100-WRITE-CURRENT
	END-IF.

2100-WRITE-CURRENT.
	MOVE WS-NOW-DATE TO WS-BEGIN-DATE.
	MOVE WS-NOW-TIME TO WS-BEGIN-TIME.
	MOVE ZEROES TO LDGR-BUSINESS-DATE.
	MOVE "CURRENT " TO LDGR-STEP-ID.
	MOVE SPACES TO LDGR-CURRENT-BODY.
	MOVE WS-BUSINESS-DATE TO LDGR-CURRENT-DATE.
	MOVE WS-BEGIN-DATE TO LDGR-BEGIN-DATE.
	MOVE WS-BEGIN-TIME TO LDGR-BEGIN-TIME.
	IF WS-CURRENT-FOUND
		REWRITE STEP-LEDGER-RECORD
	ELSE
		WRITE STEP-LEDGER-RECORD
	END-IF.
	IF WS-LDGR-FILE-STATUS NOT = "00"
		PERFORM 9999-ABEND
	END-IF.
	SET WS-CURRENT-FOUND TO TRUE.

*>  The same test the stream's programs make in their 0050
*>  paragraph, for a step that cannot make it itself.
3000-CHECK-STEP.
	PERFORM 6000-READ-STEP-RECORD.
	IF WS-LDGR-FILE-STATUS = "00" AND LDGR-STEP-COMPLETED
		ADD 1 TO LDGR-BYPASS-COUNT
		REWRITE STEP-LEDGER-RECORD
		IF WS-LDGR-FILE-STATUS NOT = "00"
			PERFORM 9999-ABEND
		END-IF
		DISPLAY "STEPCTL " WS-CARD-OPERAND " COMPLETED FOR "
			WS-BUSINESS-DATE " - BYPASSED"
		IF WS-HIGHEST-RC < 4
			MOVE 4 TO WS-HIGHEST-RC
		END-IF
	ELSE
		PERFORM 6100-START-STEP-RECORD
		DISPLAY "STEPCTL " WS-CARD-OPERAND " TO RUN FOR "
			WS-BUSINESS-DATE
	END-IF.

*>  As 3000, but a step to run is left for the program to record
*>  when it starts; only the bypass is counted here, since a step
*>  the job skips never reaches its own 0050 paragraph.
3200-QUERY-STEP.
	PERFORM 6000-READ-STEP-RECORD.
	IF WS-LDGR-FILE-STATUS = "00" AND LDGR-STEP-COMPLETED
		ADD 1 TO LDGR-BYPASS-COUNT
		REWRITE STEP-LEDGER-RECORD
		IF WS-LDGR-FILE-STATUS NOT = "00"
			PERFORM 9999-ABEND
		END-IF
		DISPLAY "STEPCTL " WS-CARD-OPERAND " COMPLETED FOR "
			WS-BUSINESS-DATE " RC " LDGR-RETURN-CODE " - BYPASSED"
		IF WS-HIGHEST-RC < 4
			MOVE 4 TO WS-HIGHEST-RC
		END-IF
	ELSE
		DISPLAY "STEPCTL " WS-CARD-OPERAND " TO RUN FOR "
			WS-BUSINESS-DATE
	END-IF.

3500-RECORD-STEP-DONE.
	PERFORM 6000-READ-STEP-RECORD.
	IF WS-LDGR-FILE-STATUS = "23"
		PERFORM 6100-START-STEP-RECORD
		PERFORM 6000-READ-STEP-RECORD
	END-IF.
	SET LDGR-STEP-COMPLETED TO TRUE.
	MOVE WS-NOW-DATE TO LDGR-END-DATE.
	MOVE WS-NOW-TIME TO LDGR-END-TIME.
	MOVE ZEROES TO LDGR-RETURN-CODE.
	REWRITE STEP-LEDGER-RECORD.
	IF WS-LDGR-FILE-STATUS NOT = "00"
		PERFORM 9999-ABEND
	END-IF.
	DISPLAY "STEPCTL " WS-CARD-OPERAND " COMPLETED FOR "
		WS-BUSINESS-DATE.

*>  A forced step keeps its history (runs, bypasses, last times);
*>  only the status changes, and its next run sets it again.
4000-FORCE-RERUN.
	IF WS-CARD-OPERAND = "ALL     "
		MOVE WS-BUSINESS-DATE TO LDGR-BUSINESS-DATE
		MOVE LOW-VALUES TO LDGR-STEP-ID
		MOVE "N" TO WS-BROWSE-END-FLAG
		START STEP-LEDGER-FILE KEY IS NOT LESS THAN LDGR-KEY
			INVALID KEY
				SET WS-BROWSE-ENDED TO TRUE
		END-START
		PERFORM UNTIL WS-BROWSE-ENDED
			READ STEP-LEDGER-FILE NEXT RECORD
				AT END
					SET WS-BROWSE-ENDED TO TRUE
			END-READ
			IF NOT WS-BROWSE-ENDED
				IF LDGR-BUSINESS-DATE NOT = WS-BUSINESS-DATE
					SET WS-BROWSE-ENDED TO TRUE
				ELSE
					PERFORM 4100-MARK-STEP-FORCED
				END-IF
			END-IF
		END-PERFORM
	ELSE
		PERFORM 6000-READ-STEP-RECORD
		IF WS-LDGR-FILE-STATUS = "23"
			DISPLAY "STEPCTL " WS-CARD-OPERAND " NOT ON LEDGER FOR "
				WS-BUSINESS-DATE " - IT WILL RUN ANYWAY"
		ELSE
			PERFORM 4100-MARK-STEP-FORCED
		END-IF
	END-IF.

4100-MARK-STEP-FORCED.
	SET LDGR-STEP-FORCED TO TRUE.
	REWRITE STEP-LEDGER-RECORD.
	IF WS-LDGR-FILE-STATUS NOT = "00"
		PERFORM 9999-ABEND
	END-IF.
	DISPLAY "STEPCTL " LDGR-STEP-ID " FORCED TO RERUN FOR "
		WS-BUSINESS-DATE.

5000-PRINT-STATUS-REPORT.
	IF WS-CARD-OPERAND IS NUMERIC
		MOVE WS-CARD-OPERAND TO WS-REPORT-DATE
	ELSE
		MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
	END-IF.
	INITIALIZE WS-REPORT-TOTALS.
	OPEN OUTPUT LEDGER-REPORT-FILE.
	MOVE SPACES TO LDGR-RPT-LINE.
	STRING "HELLOJOB STEP STATUS FOR BUSINESS DATE " DELIMITED BY SIZE
		WS-REPORT-DATE DELIMITED BY SIZE
		"  PRINTED " DELIMITED BY SIZE
		WS-NOW-DATE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-NOW-TIME (1:6) DELIMITED BY SIZE
		INTO LDGR-RPT-LINE.
	WRITE LDGR-RPT-LINE.
	IF WS-CURRENT-FOUND AND WS-REPORT-DATE = WS-BUSINESS-DATE
		MOVE SPACES TO LDGR-RPT-LINE
		STRING "STREAM BEGUN " DELIMITED BY SIZE
			WS-BEGIN-DATE DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-BEGIN-TIME (1:6) DELIMITED BY SIZE
			INTO LDGR-RPT-LINE
		WRITE LDGR-RPT-LINE
	END-IF.
	MOVE SPACES TO LDGR-RPT-LINE.
	WRITE LDGR-RPT-LINE.
	MOVE "STEP     STATUS           STARTED          ENDED            ELAPSED    RC  RUNS  BYPASSED"
		TO LDGR-RPT-LINE.
	WRITE LDGR-RPT-LINE.
	PERFORM VARYING WS-STEP-IDX FROM 1 BY 1 UNTIL WS-STEP-IDX > 20
		PERFORM 5100-PRINT-ONE-STEP
	END-PERFORM.
	MOVE SPACES TO LDGR-RPT-LINE.
	WRITE LDGR-RPT-LINE.
	STRING "COMPLETED=" DELIMITED BY SIZE
		WS-COMPLETED-COUNT DELIMITED BY SIZE
		"  FAILED=" DELIMITED BY SIZE
		WS-FAILED-COUNT DELIMITED BY SIZE
		"  STARTED, NO END=" DELIMITED BY SIZE
		WS-UNFINISHED-COUNT DELIMITED BY SIZE
		"  FORCED, NOT YET RERUN=" DELIMITED BY SIZE
		WS-FORCED-COUNT DELIMITED BY SIZE
		"  NOT RUN=" DELIMITED BY SIZE
		WS-NOT-RUN-COUNT DELIMITED BY SIZE
		INTO LDGR-RPT-LINE.
	WRITE LDGR-RPT-LINE.
	CLOSE LEDGER-REPORT-FILE.
	IF WS-FAILED-COUNT > 0 OR WS-UNFINISHED-COUNT > 0
		IF WS-HIGHEST-RC < 4
			MOVE 4 TO WS-HIGHEST-RC
		END-IF
	END-IF.

*>  NOT RUN is not an error on its own: the job's IF tests skip
*>  steps on purpose (STEP030 after a bad STEP020, everything after
*>  an RC 12 greeting step). A step STARTED with no end died
*>  without reaching its own completion record.
5100-PRINT-ONE-STEP.
	MOVE WS-REPORT-DATE TO LDGR-BUSINESS-DATE.
	MOVE WS-STEP-LIST-ID (WS-STEP-IDX) TO LDGR-STEP-ID.
	READ STEP-LEDGER-FILE
		KEY IS LDGR-KEY
		INVALID KEY
			CONTINUE
	END-READ.
	MOVE SPACES TO WS-START-SHOWN.
	MOVE SPACES TO WS-END-SHOWN.
	MOVE SPACES TO WS-ELAPSED-SHOWN.
	MOVE SPACES TO WS-RC-SHOWN.
	MOVE SPACES TO WS-RUNS-SHOWN.
	MOVE SPACES TO WS-BYPASS-SHOWN.
	IF WS-LDGR-FILE-STATUS = "23"
		MOVE "NOT RUN" TO WS-STATUS-SHOWN
		ADD 1 TO WS-NOT-RUN-COUNT
	ELSE
		IF WS-LDGR-FILE-STATUS NOT = "00"
			PERFORM 9999-ABEND
		END-IF
		EVALUATE TRUE
			WHEN LDGR-STEP-COMPLETED
				MOVE "COMPLETED" TO WS-STATUS-SHOWN
				ADD 1 TO WS-COMPLETED-COUNT
			WHEN LDGR-STEP-FAILED
				MOVE "FAILED" TO WS-STATUS-SHOWN
				ADD 1 TO WS-FAILED-COUNT
			WHEN LDGR-STEP-FORCED
				MOVE "FORCED TO RERUN" TO WS-STATUS-SHOWN
				ADD 1 TO WS-FORCED-COUNT
			WHEN OTHER
				MOVE "STARTED, NO END" TO WS-STATUS-SHOWN
				ADD 1 TO WS-UNFINISHED-COUNT
		END-EVALUATE
		STRING LDGR-START-DATE DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			LDGR-START-TIME (1:6) DELIMITED BY SIZE
			INTO WS-START-SHOWN
		MOVE LDGR-RUN-COUNT TO WS-RUNS-SHOWN
		MOVE LDGR-BYPASS-COUNT TO WS-BYPASS-SHOWN
		IF LDGR-END-DATE NOT = ZEROES
			STRING LDGR-END-DATE DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				LDGR-END-TIME (1:6) DELIMITED BY SIZE
				INTO WS-END-SHOWN
			MOVE LDGR-RETURN-CODE TO WS-RC-SHOWN
			MOVE LDGR-START-DATE TO WS-FROM-DATE
			MOVE LDGR-START-TIME TO WS-FROM-TIME
			MOVE LDGR-END-DATE TO WS-TO-DATE
			MOVE LDGR-END-TIME TO WS-TO-TIME
			PERFORM 8000-COMPUTE-ELAPSED
			PERFORM 8100-FORMAT-ELAPSED
		END-IF
	END-IF.
	MOVE SPACES TO LDGR-RPT-LINE.
	STRING WS-STEP-LIST-ID (WS-STEP-IDX) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-STATUS-SHOWN DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-START-SHOWN DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		WS-END-SHOWN DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		WS-ELAPSED-SHOWN DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		WS-RC-SHOWN DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		WS-RUNS-SHOWN DELIMITED BY SIZE
		"   " DELIMITED BY SIZE
		WS-BYPASS-SHOWN DELIMITED BY SIZE
		INTO LDGR-RPT-LINE.
	WRITE LDGR-RPT-LINE.

*>  For a CHECK, QUERY, DONE or FORCE card: status "00" with the record
*>  in the buffer, or "23" when the step has no entry for the date.
6000-READ-STEP-RECORD.
	MOVE WS-BUSINESS-DATE TO LDGR-BUSINESS-DATE.
	MOVE WS-CARD-OPERAND TO LDGR-STEP-ID.
	READ STEP-LEDGER-FILE
		KEY IS LDGR-KEY
		INVALID KEY
			CONTINUE
	END-READ.
	IF WS-LDGR-FILE-STATUS NOT = "00" AND NOT = "23"
		PERFORM 9999-ABEND
	END-IF.

*>  Expects 6000 to have just run, so the status says whether the
*>  record is new.
6100-START-STEP-RECORD.
	IF WS-LDGR-FILE-STATUS = "23"
		MOVE WS-BUSINESS-DATE TO LDGR-BUSINESS-DATE
		MOVE WS-CARD-OPERAND TO LDGR-STEP-ID
		MOVE ZEROES TO LDGR-RUN-COUNT
		MOVE ZEROES TO LDGR-BYPASS-COUNT
	END-IF.
	SET LDGR-STEP-STARTED TO TRUE.
	MOVE WS-NOW-DATE TO LDGR-START-DATE.
	MOVE WS-NOW-TIME TO LDGR-START-TIME.
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
		PERFORM 9999-ABEND
	END-IF.

8000-COMPUTE-ELAPSED.
	IF WS-FROM-DATE IS NUMERIC AND WS-FROM-DATE > ZEROES
		AND WS-TO-DATE IS NUMERIC AND WS-TO-DATE > ZEROES
		COMPUTE WS-ELAPSED-SECONDS =
			(FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
				- FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)) * 86400
			+ (WS-TO-HH * 3600) + (WS-TO-MM * 60) + WS-TO-SS
			- (WS-FROM-HH * 3600) - (WS-FROM-MM * 60) - WS-FROM-SS
	ELSE
		MOVE ZEROES TO WS-ELAPSED-SECONDS
	END-IF.
	IF WS-ELAPSED-SECONDS < ZEROES
		MOVE ZEROES TO WS-ELAPSED-SECONDS
	END-IF.

8100-FORMAT-ELAPSED.
	DIVIDE WS-ELAPSED-SECONDS BY 3600 GIVING WS-ELAPSED-HOURS
		REMAINDER WS-ELAPSED-REST.
	DIVIDE WS-ELAPSED-REST BY 60 GIVING WS-ELAPSED-MINUTES
		REMAINDER WS-ELAPSED-SECS-PART.
	MOVE WS-ELAPSED-HOURS TO WS-HOURS-EDIT.
	MOVE SPACES TO WS-ELAPSED-SHOWN.
	STRING WS-HOURS-EDIT DELIMITED BY SIZE
		":" DELIMITED BY SIZE
		WS-ELAPSED-MINUTES DELIMITED BY SIZE
		":" DELIMITED BY SIZE
		WS-ELAPSED-SECS-PART DELIMITED BY SIZE
		INTO WS-ELAPSED-SHOWN.

8900-SET-RC-8.
	IF WS-HIGHEST-RC < 8
		MOVE 8 TO WS-HIGHEST-RC
	END-IF.

9999-ABEND.
	DISPLAY "STEPCTL I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.
