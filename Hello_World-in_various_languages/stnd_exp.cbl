*>  SCHDGEN already uses are skipped entirely. An order whose text,
*>  language and effective date are already on the queue is not
*>  expanded again, so a rerun of the job cannot double-announce.
*>  An order whose department is not on the department master
*>  (DEPTMAST, see DMSTREC.cpy), is flagged inactive there, or
*>  already has its DMST-NIGHTLY-QUOTA of entries queued for the
*>  night is held instead of expanded: listed as HELD on STNDRPT
*>  with the reason, and dropped on RSLTWORK as an intake result so
*>  the office hears it through DEPTRSLT the way PENDLOAD's rejects
*>  reach it. The order itself is untouched and expands again on
*>  its next due night once the master or the queue allows it.
*>  The order's target site (STND-TARGET-SITE) goes onto the entry
*>  it expands; one that is no longer a site or group code carried
*>  by an active site on SITEFIL (see SITEREC.cpy) -- the site was
*>  closed after the order was set up -- is held the same way.
*>  Blank is taken as "ALL".
*>  Expanded entries go on the queue already approved: the standing
*>  order was reviewed when it was set up, and an entry expanded for
*>  tonight could never wait for a supervisor before STEP010 runs.
*>  SYSIN may carry a YYYYMMDD date to expand for another night;
*>  blank means today. RC 4 when any order was held, RC 12 only on
*>  file-level failures.


IDENTIFICATION DIVISION.
	SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SUSP-FILE-STATUS.
	SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DMST-DEPARTMENT-CODE
		FILE STATUS IS WS-DMST-FILE-STATUS.
	SELECT SITE-MASTER-FILE ASSIGN TO "SITEFIL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SITE-FILE-STATUS.
	SELECT RESULTS-WORK-FILE ASSIGN TO "RSLTWORK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RSLT-FILE-STATUS.
	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCFIL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUNC-FILE-STATUS.
	SELECT STND-REPORT-FILE ASSIGN TO "STNDRPT"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE.
	COPY SUSPREC.

FD  DEPARTMENT-MASTER-FILE.
	COPY DMSTREC.

FD  SITE-MASTER-FILE.
	COPY SITEREC.

FD  RESULTS-WORK-FILE.
	COPY RSLTREC.

FD  RUN-CONTROL-FILE.
	COPY RUNCREC.

FD  STND-REPORT-FILE.
01  STND-RPT-LINE               PIC X(120).

FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-STND-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-ORDER-IS-DUE     VALUE "Y".
	05  WS-DUP-FOUND-FLAG       PIC X(01)   VALUE "N".
		88  WS-DUP-FOUND        VALUE "Y".
	05  WS-HELD-FLAG            PIC X(01)   VALUE "N".
		88  WS-ORDER-HELD       VALUE "Y".
	05  WS-SITE-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-SITE-END-OF-FILE VALUE "Y".
	05  WS-SITE-FOUND-FLAG      PIC X(01)   VALUE "N".
		88  WS-SITE-FOUND       VALUE "Y".

01  WS-STND-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-HOLI-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SUSP-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SEQC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-RUNC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-DMST-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-RSLT-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SITE-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SEQ-CONTROL-ID           PIC X(08)   VALUE "PENDSEQ ".
01  WS-SEQ-FROM-CONTROL-FLAG    PIC X(01)   VALUE "N".
	88  WS-SEQ-FROM-CONTROL     VALUE "Y".
01  WS-WRITE-OK-FLAG            PIC X(01)   VALUE "N".
	88  WS-WRITE-OK             VALUE "Y".

01  WS-TODAY-DATE               PIC 9(08)   VALUE ZEROES.
01  WS-EXPAND-DATE-PARM         PIC X(08)   VALUE SPACES.
01  WS-EXPAND-DATE              PIC 9(08)   VALUE ZEROES.
01  WS-EXPAND-SPLIT REDEFINES WS-EXPAND-DATE.
01  WS-DOM-WANTED               PIC 9(02)   VALUE ZEROES.
01  WS-MATCHED-HOLIDAY-NAME     PIC X(30)   VALUE SPACES.

01  WS-SITE-TABLE-AREA.
	05  WS-SITE-COUNT           PIC 9(03)   VALUE ZEROES.
	05  WS-SITE-ENTRY OCCURS 100 TIMES
			INDEXED BY WS-SITE-IDX.
		10  WS-SITE-TBL-CODE    PIC X(04).
		10  WS-SITE-TBL-GROUP OCCURS 3 TIMES
		                        PIC X(04).
01  WS-SITE-GROUP-SUB           PIC 9(01)   VALUE ZEROES.

01  WS-SUSP-IMAGE-DETAIL.
	05  WS-SUSP-SEQUENCE-NO     PIC 9(06).
	05  FILLER                  PIC X(61).

01  WS-NEXT-SEQUENCE-NO         PIC 9(06)   VALUE ZEROES.
01  WS-HELD-REASON              PIC X(30)   VALUE SPACES.
01  WS-DEPT-QUEUED-COUNT        PIC 9(05)   VALUE ZEROES.

*>  Everything already queued for the expansion date, so a rerun of
*>  the step (or a hand-submitted copy of the same banner) is
*>  spotted and not queued twice; the department on each entry is
*>  what the nightly quota is counted from.
01  WS-QUEUED-TONIGHT-AREA.
	05  WS-QUEUED-COUNT         PIC 9(05)   VALUE ZEROES.
	05  WS-QUEUED-ENTRY OCCURS 2000 TIMES
			INDEXED BY WS-QUEUED-IDX.
		10  WS-QUEUED-TEXT      PIC X(40).
		10  WS-QUEUED-LANG      PIC X(02).
		10  WS-QUEUED-DEPT      PIC X(04).

01  WS-TOTALS.
	05  WS-ORDERS-READ          PIC 9(05)   VALUE ZEROES.
	05  WS-EXPANDED-COUNT       PIC 9(05)   VALUE ZEROES.
	05  WS-NOT-DUE-COUNT        PIC 9(05)   VALUE ZEROES.
	05  WS-DUPLICATE-COUNT      PIC 9(05)   VALUE ZEROES.
	05  WS-HELD-COUNT           PIC 9(05)   VALUE ZEROES.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LDGR-STEP-ID             PIC X(08)   VALUE "STEP008 ".
01  WS-LDGR-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
01  WS-LDGR-RETURN-CODE         PIC 9(02)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0050-CHECK-STEP-LEDGER.
	ACCEPT WS-EXPAND-DATE FROM DATE YYYYMMDD.
	MOVE WS-EXPAND-DATE TO WS-TODAY-DATE.
	ACCEPT WS-EXPAND-DATE-PARM FROM SYSIN.
	IF WS-EXPAND-DATE-PARM IS NUMERIC
		MOVE WS-EXPAND-DATE-PARM TO WS-EXPAND-DATE
		WRITE STND-RPT-LINE
	ELSE
		PERFORM 2000-FIND-NEXT-SEQUENCE
		PERFORM 2800-OPEN-DEPARTMENT-MASTER
		PERFORM 2850-LOAD-SITE-TABLE
		PERFORM 2900-OPEN-RESULTS-WORK
		PERFORM 3000-EXPAND-ORDERS
		CLOSE PENDING-GREETINGS
		CLOSE SEQUENCE-CONTROL-FILE
		CLOSE DEPARTMENT-MASTER-FILE
		CLOSE RESULTS-WORK-FILE
	END-IF.
	PERFORM 9000-PRINT-TOTALS.
	PERFORM 8800-WRITE-RUN-COUNTS.
	CLOSE STND-REPORT-FILE.
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
		DISPLAY "STNDEXP " WS-LDGR-STEP-ID "COMPLETED FOR "
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
	DISPLAY "STNDEXP I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.

1000-CHECK-HOLIDAY.
	OPEN INPUT HOLIDAY-FILE.
	IF WS-HOLI-FILE-STATUS NOT = "00"
					TO WS-QUEUED-TEXT (WS-QUEUED-IDX)
				MOVE PENDING-LANGUAGE-CODE
					TO WS-QUEUED-LANG (WS-QUEUED-IDX)
				MOVE PENDING-DEPARTMENT-CODE
					TO WS-QUEUED-DEPT (WS-QUEUED-IDX)
			END-IF
			PERFORM 2100-READ-NEXT-PENDING
		END-PERFORM
			SET WS-SUSP-END-OF-FILE TO TRUE
	END-READ.

2800-OPEN-DEPARTMENT-MASTER.
	OPEN INPUT DEPARTMENT-MASTER-FILE.
	IF WS-DMST-FILE-STATUS NOT = "00"
		MOVE "DEPTMAST" TO WS-ABEND-FILE-ID
		MOVE WS-DMST-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

*>  Only active sites are loaded, so an order aimed at a closed site
*>  (or one past the hundredth, which SYSOUT reports) is held.
2850-LOAD-SITE-TABLE.
	OPEN INPUT SITE-MASTER-FILE.
	IF WS-SITE-FILE-STATUS NOT = "00"
		MOVE "SITEFIL " TO WS-ABEND-FILE-ID
		MOVE WS-SITE-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	PERFORM 2860-READ-SITE-RECORD.
	PERFORM UNTIL WS-SITE-END-OF-FILE
		IF SITE-IS-ACTIVE
			IF WS-SITE-COUNT >= 100
				DISPLAY "STNDEXP SITE TABLE FULL - SITE "
					SITE-CODE " NOT LOADED"
			ELSE
				ADD 1 TO WS-SITE-COUNT
				SET WS-SITE-IDX TO WS-SITE-COUNT
				MOVE SITE-CODE TO WS-SITE-TBL-CODE (WS-SITE-IDX)
				PERFORM VARYING WS-SITE-GROUP-SUB FROM 1 BY 1
					UNTIL WS-SITE-GROUP-SUB > 3
					MOVE SITE-GROUP-CODE (WS-SITE-GROUP-SUB)
						TO WS-SITE-TBL-GROUP
							(WS-SITE-IDX, WS-SITE-GROUP-SUB)
				END-PERFORM
			END-IF
		END-IF
		PERFORM 2860-READ-SITE-RECORD
	END-PERFORM.
	CLOSE SITE-MASTER-FILE.

2860-READ-SITE-RECORD.
	READ SITE-MASTER-FILE
		AT END
			SET WS-SITE-END-OF-FILE TO TRUE
	END-READ.

*>  Held orders are dropped on the same results work file PENDLOAD
*>  writes its intake decisions to, for DEPTRSLT to cut.
2900-OPEN-RESULTS-WORK.
	OPEN EXTEND RESULTS-WORK-FILE.
	IF WS-RSLT-FILE-STATUS = "05" OR "35"
		OPEN OUTPUT RESULTS-WORK-FILE
	END-IF.
	IF WS-RSLT-FILE-STATUS NOT = "00"
		MOVE "RSLTWORK" TO WS-ABEND-FILE-ID
		MOVE WS-RSLT-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

*>  A missing standing-order file just means no department has set
*>  one up yet; the report still prints with zero totals.
3000-EXPAND-ORDERS.
				INTO STND-RPT-LINE
			WRITE STND-RPT-LINE
		ELSE
			PERFORM 3550-CHECK-DEPARTMENT
			IF WS-ORDER-HELD
				PERFORM 3560-WRITE-HELD-ORDER
			ELSE
				PERFORM 3600-WRITE-PENDING
			END-IF
		END-IF
	END-IF.

		END-PERFORM
	END-IF.

*>  The same department checks PENDLOAD applies at intake. A quota
*>  of zero means the department is not capped; the count is what is
*>  queued for the expansion date, this run's expansions included.
3550-CHECK-DEPARTMENT.
	MOVE "N" TO WS-HELD-FLAG.
	MOVE SPACES TO WS-HELD-REASON.
	MOVE STND-DEPARTMENT-CODE TO DMST-DEPARTMENT-CODE.
	READ DEPARTMENT-MASTER-FILE
		KEY IS DMST-DEPARTMENT-CODE
		INVALID KEY
			CONTINUE
	END-READ.
	IF WS-DMST-FILE-STATUS = "23"
		SET WS-ORDER-HELD TO TRUE
		MOVE "DEPARTMENT NOT ON DEPTMAST" TO WS-HELD-REASON
	ELSE
		IF WS-DMST-FILE-STATUS NOT = "00"
			MOVE "DEPTMAST" TO WS-ABEND-FILE-ID
			MOVE WS-DMST-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
		IF NOT DMST-IS-ACTIVE
			SET WS-ORDER-HELD TO TRUE
			MOVE "DEPARTMENT INACTIVE" TO WS-HELD-REASON
		END-IF
	END-IF.
	IF NOT WS-ORDER-HELD
		AND DMST-NIGHTLY-QUOTA IS NUMERIC AND DMST-NIGHTLY-QUOTA > 0
		MOVE ZEROES TO WS-DEPT-QUEUED-COUNT
		IF WS-QUEUED-COUNT > 0
			PERFORM VARYING WS-QUEUED-IDX FROM 1 BY 1
				UNTIL WS-QUEUED-IDX > WS-QUEUED-COUNT
				IF WS-QUEUED-DEPT (WS-QUEUED-IDX) = STND-DEPARTMENT-CODE
					ADD 1 TO WS-DEPT-QUEUED-COUNT
				END-IF
			END-PERFORM
		END-IF
		IF WS-DEPT-QUEUED-COUNT >= DMST-NIGHTLY-QUOTA
			SET WS-ORDER-HELD TO TRUE
			MOVE "DEPT NIGHTLY QUOTA EXCEEDED" TO WS-HELD-REASON
		END-IF
	END-IF.
	IF NOT WS-ORDER-HELD
		PERFORM 3555-CHECK-TARGET-SITE
	END-IF.

*>  The same target test PENDLOAD applies: "ALL", an active site's
*>  code, or a group code an active site carries.
3555-CHECK-TARGET-SITE.
	IF STND-TARGET-SITE = SPACES
		MOVE "ALL " TO STND-TARGET-SITE
	END-IF.
	IF STND-TARGET-SITE NOT = "ALL "
		MOVE "N" TO WS-SITE-FOUND-FLAG
		PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
			UNTIL WS-SITE-IDX > WS-SITE-COUNT OR WS-SITE-FOUND
			IF WS-SITE-TBL-CODE (WS-SITE-IDX) = STND-TARGET-SITE
				SET WS-SITE-FOUND TO TRUE
			END-IF
			PERFORM VARYING WS-SITE-GROUP-SUB FROM 1 BY 1
				UNTIL WS-SITE-GROUP-SUB > 3
				IF WS-SITE-TBL-GROUP (WS-SITE-IDX, WS-SITE-GROUP-SUB)
					= STND-TARGET-SITE
					SET WS-SITE-FOUND TO TRUE
				END-IF
			END-PERFORM
		END-PERFORM
		IF NOT WS-SITE-FOUND
			SET WS-ORDER-HELD TO TRUE
			MOVE "TARGET SITE NOT ON SITEFIL" TO WS-HELD-REASON
		END-IF
	END-IF.

3560-WRITE-HELD-ORDER.
	ADD 1 TO WS-HELD-COUNT.
	MOVE SPACES TO STND-RPT-LINE.
	STRING "HELD     ORDER " DELIMITED BY SIZE
		STND-ORDER-ID DELIMITED BY SIZE
		" DEPT " DELIMITED BY SIZE
		STND-DEPARTMENT-CODE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-HELD-REASON DELIMITED BY SIZE
		"  TEXT=" DELIMITED BY SIZE
		STND-GREETING-TEXT DELIMITED BY SIZE
		INTO STND-RPT-LINE.
	WRITE STND-RPT-LINE.
	MOVE SPACES                 TO RESULT-WORK-RECORD.
	MOVE "I"                    TO RSLT-RECORD-TYPE.
	MOVE WS-TODAY-DATE          TO RSLT-RUN-DATE.
	MOVE STND-DEPARTMENT-CODE   TO RSLT-DEPARTMENT-CODE.
	MOVE ZEROES                 TO RSLT-SEQUENCE-NO.
	MOVE "HELD"                 TO RSLT-STATUS.
	MOVE WS-HELD-REASON         TO RSLT-REASON.
	MOVE STND-GREETING-TEXT     TO RSLT-GREETING-TEXT.
	WRITE RESULT-WORK-RECORD.
	IF WS-RSLT-FILE-STATUS NOT = "00"
		MOVE "RSLTWORK" TO WS-ABEND-FILE-ID
		MOVE WS-RSLT-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

3600-WRITE-PENDING.
	MOVE ZEROES TO WS-WRITE-RETRY-COUNT.
	PERFORM 3650-TRY-WRITE-PENDING.
		SET WS-QUEUED-IDX TO WS-QUEUED-COUNT
		MOVE STND-GREETING-TEXT TO WS-QUEUED-TEXT (WS-QUEUED-IDX)
		MOVE STND-LANGUAGE-CODE TO WS-QUEUED-LANG (WS-QUEUED-IDX)
		MOVE STND-DEPARTMENT-CODE TO WS-QUEUED-DEPT (WS-QUEUED-IDX)
	END-IF.
	MOVE SPACES TO STND-RPT-LINE.
	STRING "EXPANDED ORDER " DELIMITED BY SIZE
		PENDING-SEQUENCE-NO DELIMITED BY SIZE
		" LANG " DELIMITED BY SIZE
		PENDING-LANGUAGE-CODE DELIMITED BY SIZE
		" SITE " DELIMITED BY SIZE
		PENDING-TARGET-SITE DELIMITED BY SIZE
		"  TEXT=" DELIMITED BY SIZE
		PENDING-GREETING-TEXT DELIMITED BY SIZE
		INTO STND-RPT-LINE.
	MOVE WS-EXPAND-DATE         TO PENDING-EFFECTIVE-DATE.
	MOVE "Y"                    TO PENDING-ACTIVE-FLAG.
	MOVE STND-DEPARTMENT-CODE   TO PENDING-DEPARTMENT-CODE.
	MOVE "A"                    TO PENDING-APPROVAL-FLAG.
	MOVE STND-TARGET-SITE       TO PENDING-TARGET-SITE.
	MOVE SPACE                  TO PENDING-PRIORITY-FLAG.
	WRITE PENDING-GREETING-RECORD
		INVALID KEY
			ADD 1 TO WS-WRITE-RETRY-COUNT
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
			DISPLAY "STNDEXP STEP LEDGER NOT UPDATED - FILE STATUS "
				WS-LDGR-FILE-STATUS
		END-IF
		CLOSE STEP-LEDGER-FILE
	ELSE
		DISPLAY "STNDEXP STEP LEDGER NOT UPDATED - FILE STATUS "
			WS-LDGR-FILE-STATUS
	END-IF.

9000-PRINT-TOTALS.
	MOVE SPACES TO STND-RPT-LINE.
	STRING "ORDERS READ=" DELIMITED BY SIZE
		WS-NOT-DUE-COUNT DELIMITED BY SIZE
		"  ALREADY QUEUED=" DELIMITED BY SIZE
		WS-DUPLICATE-COUNT DELIMITED BY SIZE
		"  HELD=" DELIMITED BY SIZE
		WS-HELD-COUNT DELIMITED BY SIZE
		INTO STND-RPT-LINE.
	WRITE STND-RPT-LINE.

9999-ABEND.
	DISPLAY "STNDEXP I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	MOVE 12 TO WS-LDGR-RETURN-CODE.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN RETURNING 12.
