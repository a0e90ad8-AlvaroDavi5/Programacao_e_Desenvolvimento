*>  every accept and reject with the reason. Ends RC 4 when anything
*>  was rejected so operations can see it, RC 12 only on file-level
*>  failures.
*>  The department code must also be on the department master
*>  (DEPTMAST, see DMSTREC.cpy) and flagged active there, and no
*>  department may have more entries queued for one effective date
*>  than its DMST-NIGHTLY-QUOTA: the count includes what earlier
*>  loads already queued for that night, so splitting a batch over
*>  two drop-offs does not get round it. Each of these rejects
*>  carries its own reason on EDTRPT and in the RSLTWORK result, so
*>  the office sees exactly why.
*>  Accepted entries are queued awaiting supervisor approval
*>  (PENDING-APPROVAL-FLAG "P"); HELLOWLD will not display one until
*>  it has been released through the PENDAPPR online transaction.
*>  Each submission may name a target site (SUBM-TARGET-SITE): a
*>  site code or site group that some active site on the site master
*>  (SITEFIL, see SITEREC.cpy) carries, or "ALL". Blank is taken as
*>  "ALL"; anything else is rejected as not on SITEFIL, so a typo
*>  cannot queue an announcement that no screen will ever show.
*>  A submission that passes every edit is then screened before it
*>  is queued. Its text is checked against the prohibited-term table
*>  (SCRNFIL, see SCRNREC.cpy) -- after a banner went up with
*>  profanity typed into it by accident -- and against what is
*>  already set to show on the same effective date: the queue, the
*>  standing orders (STNDFIL) that expand that night, displayed
*>  history from the last few days, and what this drop-off has
*>  already accepted. Texts count as the same when they match with
*>  case, spaces and punctuation ignored, so "Fire drill at 10:00"
*>  and "FIRE DRILL AT 10.00" are one announcement. A flagged entry
*>  is not queued: it goes to the review file (SCRNRVW, see
*>  SCRVREC.cpy) and EDTRPT as REVIEW, and onto RSLTWORK as HELD FOR
*>  REVIEW with the reason, so the department learns why. A holiday
*>  is not taken into account for the standing orders -- an order
*>  due on a holiday still counts, and the reviewer sees which one.
*>  The same program loads the urgent drop-off for the intraday
*>  urgent-broadcast job (jcl/URGBCST.jcl) when SYSIN carries
*>  URGENT: PENDSUBM is then the urgent dataset, every accepted
*>  entry is queued with PENDING-PRIORITY-FLAG "U" (still awaiting
*>  approval), the nightly quota is not applied -- a closure notice
*>  cannot wait for tomorrow's allowance, though what it queues
*>  still counts toward the night's -- the step ledger is left
*>  alone because the urgent job runs as often as it is needed, and
*>  the counts go to RUNCFIL under PENDURG instead of PENDLOAD so
*>  RUNBAL can add them into the night's intake. Every other edit
*>  and the screening apply unchanged. The nightly step's SYSIN is
*>  DUMMY.


IDENTIFICATION DIVISION.
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SEQ-CONTROL-ID
		FILE STATUS IS WS-SEQC-FILE-STATUS.
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
	SELECT SCREEN-TABLE-FILE ASSIGN TO "SCRNFIL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SCRN-FILE-STATUS.
	SELECT STANDING-ORDER-FILE ASSIGN TO "STNDFIL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STND-FILE-STATUS.
	SELECT SCREEN-REVIEW-FILE ASSIGN TO "SCRNRVW"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SCRV-FILE-STATUS.
	SELECT EDIT-REPORT-FILE ASSIGN TO "EDTRPT"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SEQUENCE-CONTROL-FILE.
	COPY SEQREC.

FD  DEPARTMENT-MASTER-FILE.
	COPY DMSTREC.

FD  SITE-MASTER-FILE.
	COPY SITEREC.

FD  RESULTS-WORK-FILE.
	COPY RSLTREC.

FD  RUN-CONTROL-FILE.
	COPY RUNCREC.

FD  SCREEN-TABLE-FILE.
	COPY SCRNREC.

FD  STANDING-ORDER-FILE.
	COPY STNDREC.

FD  SCREEN-REVIEW-FILE.
	COPY SCRVREC.

FD  EDIT-REPORT-FILE.
01  EDIT-RPT-LINE               PIC X(100).

FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-SUBM-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-SUSP-END-OF-FILE VALUE "Y".
	05  WS-REJECT-FLAG          PIC X(01)   VALUE "N".
		88  WS-SUBM-REJECTED    VALUE "Y".
	05  WS-QUOTA-FOUND-FLAG     PIC X(01)   VALUE "N".
		88  WS-QUOTA-FOUND      VALUE "Y".
	05  WS-QUOTA-FULL-FLAG      PIC X(01)   VALUE "N".
		88  WS-QUOTA-TABLE-FULL VALUE "Y".
	05  WS-SITE-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-SITE-END-OF-FILE VALUE "Y".
	05  WS-SITE-FOUND-FLAG      PIC X(01)   VALUE "N".
		88  WS-SITE-FOUND       VALUE "Y".
	05  WS-SCRN-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-SCRN-END-OF-FILE VALUE "Y".
	05  WS-STND-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-STND-END-OF-FILE VALUE "Y".
	05  WS-REVIEW-FLAG          PIC X(01)   VALUE "N".
		88  WS-SUBM-HELD-FOR-REVIEW VALUE "Y".
	05  WS-SCREEN-FULL-FLAG     PIC X(01)   VALUE "N".
		88  WS-SCREEN-TABLE-FULL VALUE "Y".
	05  WS-ORDER-DUE-FLAG       PIC X(01)   VALUE "N".
		88  WS-ORDER-IS-DUE     VALUE "Y".

01  WS-SUBM-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-PEND-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-RSLT-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SEQC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-RUNC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-DMST-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SITE-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SCRN-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-STND-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SCRV-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-TODAY-DATE               PIC 9(08)   VALUE ZEROES.
01  WS-RUN-MODE-PARM            PIC X(08)   VALUE SPACES.
	88  WS-URGENT-INTAKE        VALUE "URGENT".
01  WS-INTAKE-PRIORITY          PIC X(01)   VALUE SPACE.
01  WS-RUNC-STEP-ID             PIC X(08)   VALUE "PENDLOAD".
01  WS-SEQ-CONTROL-ID           PIC X(08)   VALUE "PENDSEQ ".
01  WS-SEQ-FROM-CONTROL-FLAG    PIC X(01)   VALUE "N".
	88  WS-SEQ-FROM-CONTROL     VALUE "Y".

01  WS-SUSP-IMAGE-DETAIL.
	05  WS-SUSP-SEQUENCE-NO     PIC 9(06).
	05  FILLER                  PIC X(61).

01  WS-NEXT-SEQUENCE-NO         PIC 9(06)   VALUE ZEROES.
01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.

*>  One entry per department and effective date already on the
*>  queue, with how many entries it holds, so the nightly quota
*>  counts what earlier loads queued as well as what this run
*>  accepts.
01  WS-QUOTA-AREA.
	05  WS-QUOTA-COUNT          PIC 9(05)   VALUE ZEROES.
	05  WS-QUOTA-ENTRY OCCURS 2000 TIMES
			INDEXED BY WS-QUOTA-IDX.
		10  WS-QUOTA-DEPT       PIC X(04).
		10  WS-QUOTA-DATE       PIC 9(08).
		10  WS-QUOTA-USED       PIC 9(05).
01  WS-QUOTA-KEY-DEPT           PIC X(04)   VALUE SPACES.
01  WS-QUOTA-KEY-DATE           PIC 9(08)   VALUE ZEROES.
01  WS-QUOTA-HIT-SUB            PIC 9(05)   VALUE ZEROES.

*>  The active sites off SITEFIL with their group codes, loaded once
*>  so every submission's target can be checked without a reread.
01  WS-SITE-TABLE-AREA.
	05  WS-SITE-COUNT           PIC 9(03)   VALUE ZEROES.
	05  WS-SITE-ENTRY OCCURS 100 TIMES
			INDEXED BY WS-SITE-IDX.
		10  WS-SITE-TBL-CODE    PIC X(04).
		10  WS-SITE-TBL-GROUP OCCURS 3 TIMES
		                        PIC X(04).
01  WS-SITE-GROUP-SUB           PIC 9(01)   VALUE ZEROES.

*>  The active prohibited terms off SCRNFIL, upper-cased, each with
*>  its length so the search ignores the term's trailing spaces.
01  WS-TERM-TABLE-AREA.
	05  WS-TERM-COUNT           PIC 9(03)   VALUE ZEROES.
	05  WS-TERM-ENTRY OCCURS 300 TIMES
			INDEXED BY WS-TERM-IDX.
		10  WS-TERM-TBL-TEXT    PIC X(20).
		10  WS-TERM-TBL-LEN     PIC 9(02).
01  WS-TERM-LEN                 PIC 9(02)   VALUE ZEROES.
01  WS-TERM-HITS                PIC 9(03)   VALUE ZEROES.
01  WS-HISTORY-DAYS             PIC 9(03)   VALUE 7.

*>  Every text already set to show on a date -- queued, recently
*>  displayed, or accepted earlier in this drop-off -- by effective
*>  date and screening key (see 0796), for the duplicate check.
01  WS-SCREEN-TABLE-AREA.
	05  WS-SCREEN-COUNT         PIC 9(05)   VALUE ZEROES.
	05  WS-SCREEN-ENTRY OCCURS 3000 TIMES
			INDEXED BY WS-SCREEN-IDX.
		10  WS-SCREEN-DATE      PIC 9(08).
		10  WS-SCREEN-KEY       PIC X(40).
		10  WS-SCREEN-SOURCE    PIC X(01).
		10  WS-SCREEN-ID        PIC 9(06).
		10  WS-SCREEN-TEXT      PIC X(40).

*>  The active standing orders, with their rules, so a submission
*>  can be tested against what STNDEXP will expand on its date.
01  WS-ORDER-TABLE-AREA.
	05  WS-ORDER-COUNT          PIC 9(03)   VALUE ZEROES.
	05  WS-ORDER-ENTRY OCCURS 500 TIMES
			INDEXED BY WS-ORDER-IDX.
		10  WS-ORDER-ID         PIC 9(04).
		10  WS-ORDER-KEY        PIC X(40).
		10  WS-ORDER-TEXT       PIC X(40).
		10  WS-ORDER-RULE       PIC X(01).
		10  WS-ORDER-WEEKDAYS   PIC X(07).
		10  WS-ORDER-DOM        PIC X(02).
		10  WS-ORDER-START      PIC 9(08).
		10  WS-ORDER-END        PIC 9(08).

01  WS-CUTOFF-DATE              PIC 9(08)   VALUE ZEROES.
01  WS-DATE-INTEGER             PIC 9(08)   VALUE ZEROES.
01  WS-SCREEN-DATE-WORK         PIC 9(08)   VALUE ZEROES.
01  WS-SCREEN-DATE-SPLIT REDEFINES WS-SCREEN-DATE-WORK.
	05  FILLER                  PIC 9(06).
	05  WS-SCREEN-DD            PIC 9(02).
01  WS-DAY-OF-WEEK              PIC 9(01)   VALUE ZEROES.
01  WS-WEEKDAY-SUB              PIC 9(01)   VALUE ZEROES.
01  WS-DOM-WANTED               PIC 9(02)   VALUE ZEROES.

01  WS-UPPER-TEXT               PIC X(40)   VALUE SPACES.
01  WS-KEY-SOURCE               PIC X(40)   VALUE SPACES.
01  WS-KEY-BUILT                PIC X(40)   VALUE SPACES.
01  WS-SUBM-KEY                 PIC X(40)   VALUE SPACES.
01  WS-KEY-IN-SUB               PIC 9(02)   VALUE ZEROES.
01  WS-KEY-OUT-SUB              PIC 9(02)   VALUE ZEROES.
01  WS-KEY-CHAR                 PIC X(01)   VALUE SPACE.
01  WS-LOWER-CASE               PIC X(26)
		VALUE "abcdefghijklmnopqrstuvwxyz".
01  WS-UPPER-CASE               PIC X(26)
		VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

01  WS-REVIEW-REASON-CODE       PIC X(01)   VALUE SPACE.
01  WS-REVIEW-REASON            PIC X(30)   VALUE SPACES.
01  WS-MATCHED-TERM             PIC X(20)   VALUE SPACES.
01  WS-MATCHED-SOURCE           PIC X(01)   VALUE SPACE.
01  WS-MATCHED-ID               PIC 9(06)   VALUE ZEROES.
01  WS-MATCHED-ORDER-ID         PIC 9(04)   VALUE ZEROES.
01  WS-MATCHED-TEXT             PIC X(40)   VALUE SPACES.

01  WS-TOTALS.
	05  WS-READ-COUNT           PIC 9(05)   VALUE ZEROES.
	05  WS-ACCEPT-COUNT         PIC 9(05)   VALUE ZEROES.
	05  WS-REJECT-COUNT         PIC 9(05)   VALUE ZEROES.
	05  WS-REVIEW-COUNT         PIC 9(05)   VALUE ZEROES.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LDGR-STEP-ID             PIC X(08)   VALUE "STEP005 ".
01  WS-LDGR-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
01  WS-LDGR-RETURN-CODE         PIC 9(02)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	ACCEPT WS-RUN-MODE-PARM FROM SYSIN.
	IF WS-URGENT-INTAKE
		MOVE "U" TO WS-INTAKE-PRIORITY
		MOVE "PENDURG " TO WS-RUNC-STEP-ID
	ELSE
		PERFORM 0050-CHECK-STEP-LEDGER
	END-IF.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	PERFORM 0510-OPEN-SUBMISSION.
	PERFORM 0520-OPEN-PENDING.
	PERFORM 0530-OPEN-LANGUAGE-GREETING.
	PERFORM 0535-OPEN-DEPARTMENT-MASTER.
	PERFORM 0537-LOAD-SITE-TABLE.
	PERFORM 0531-LOAD-SCREEN-TABLE.
	OPEN OUTPUT EDIT-REPORT-FILE.
	IF WS-URGENT-INTAKE
		MOVE "URGENT DROP-OFF - ACCEPTED ENTRIES QUEUED AS URGENT"
			TO EDIT-RPT-LINE
		WRITE EDIT-RPT-LINE
	END-IF.
	PERFORM 0540-OPEN-RESULTS-WORK.
	PERFORM 0541-OPEN-SCREEN-REVIEW.
	PERFORM 0545-LOAD-QUEUED-COUNTS.
	PERFORM 0550-FIND-NEXT-SEQUENCE.
	PERFORM 0575-LOAD-RECENT-HISTORY.
	PERFORM 0585-LOAD-STANDING-ORDERS.
	PERFORM 0600-READ-SUBMISSION.
	PERFORM UNTIL WS-SUBM-END-OF-FILE
		PERFORM 0700-EDIT-ONE-SUBMISSION
	CLOSE SUBMISSION-FILE.
	CLOSE PENDING-GREETINGS.
	CLOSE LANGUAGE-GREETING-FILE.
	CLOSE DEPARTMENT-MASTER-FILE.
	CLOSE EDIT-REPORT-FILE.
	CLOSE RESULTS-WORK-FILE.
	CLOSE SCREEN-REVIEW-FILE.
	CLOSE SEQUENCE-CONTROL-FILE.
	IF WS-QUOTA-TABLE-FULL
		DISPLAY "PENDLOAD QUOTA TABLE FULL - NIGHTLY QUOTA NOT"
			" ENFORCED FOR EVERY DEPARTMENT"
	END-IF.
	IF WS-SCREEN-TABLE-FULL
		DISPLAY "PENDLOAD SCREENING TABLE FULL - DUPLICATE CHECK"
			" DID NOT SEE EVERY QUEUED OR HISTORY TEXT"
	END-IF.
	IF WS-REJECT-COUNT > 0 OR WS-REVIEW-COUNT > 0
		OR WS-QUOTA-TABLE-FULL OR WS-SCREEN-TABLE-FULL
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
		DISPLAY "PENDLOAD " WS-LDGR-STEP-ID "COMPLETED FOR "
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
	DISPLAY "PENDLOAD I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.

0510-OPEN-SUBMISSION.
	OPEN INPUT SUBMISSION-FILE.
	IF WS-SUBM-FILE-STATUS NOT = "00"
		PERFORM 9999-ABEND
	END-IF.

*>  No SCRNFIL at all is a set-up error, not an empty table: the
*>  run stops rather than queue unscreened text. Terms past the
*>  three-hundredth are reported and not loaded.
0531-LOAD-SCREEN-TABLE.
	OPEN INPUT SCREEN-TABLE-FILE.
	IF WS-SCRN-FILE-STATUS NOT = "00"
		MOVE "SCRNFIL " TO WS-ABEND-FILE-ID
		MOVE WS-SCRN-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	PERFORM 0532-READ-SCREEN-RECORD.
	PERFORM UNTIL WS-SCRN-END-OF-FILE
		EVALUATE TRUE
			WHEN SCRN-IS-CONTROL
				IF SCRN-HISTORY-DAYS IS NUMERIC
					MOVE SCRN-HISTORY-DAYS TO WS-HISTORY-DAYS
				END-IF
			WHEN SCRN-IS-TERM
				IF SCRN-TERM-IS-ACTIVE AND SCRN-TERM NOT = SPACES
					PERFORM 0533-ADD-TERM
				END-IF
			WHEN OTHER
				CONTINUE
		END-EVALUATE
		PERFORM 0532-READ-SCREEN-RECORD
	END-PERFORM.
	CLOSE SCREEN-TABLE-FILE.

0532-READ-SCREEN-RECORD.
	READ SCREEN-TABLE-FILE
		AT END
			SET WS-SCRN-END-OF-FILE TO TRUE
	END-READ.

0533-ADD-TERM.
	IF WS-TERM-COUNT >= 300
		DISPLAY "PENDLOAD TERM TABLE FULL - TERM NOT LOADED: "
			SCRN-TERM
	ELSE
		ADD 1 TO WS-TERM-COUNT
		SET WS-TERM-IDX TO WS-TERM-COUNT
		MOVE SCRN-TERM TO WS-TERM-TBL-TEXT (WS-TERM-IDX)
		INSPECT WS-TERM-TBL-TEXT (WS-TERM-IDX)
			CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
		MOVE 20 TO WS-TERM-LEN
		PERFORM UNTIL WS-TERM-LEN = 1
			OR WS-TERM-TBL-TEXT (WS-TERM-IDX) (WS-TERM-LEN:1) NOT = SPACE
			SUBTRACT 1 FROM WS-TERM-LEN
		END-PERFORM
		MOVE WS-TERM-LEN TO WS-TERM-TBL-LEN (WS-TERM-IDX)
	END-IF.

0535-OPEN-DEPARTMENT-MASTER.
	OPEN INPUT DEPARTMENT-MASTER-FILE.
	IF WS-DMST-FILE-STATUS NOT = "00"
		MOVE "DEPTMAST" TO WS-ABEND-FILE-ID
		MOVE WS-DMST-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

*>  Sites past the hundredth are not loaded and say so on SYSOUT; an
*>  announcement aimed at one of them is rejected, never guessed at.
0537-LOAD-SITE-TABLE.
	OPEN INPUT SITE-MASTER-FILE.
	IF WS-SITE-FILE-STATUS NOT = "00"
		MOVE "SITEFIL " TO WS-ABEND-FILE-ID
		MOVE WS-SITE-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	PERFORM 0538-READ-SITE-RECORD.
	PERFORM UNTIL WS-SITE-END-OF-FILE
		IF SITE-IS-ACTIVE
			IF WS-SITE-COUNT >= 100
				DISPLAY "PENDLOAD SITE TABLE FULL - SITE "
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
		PERFORM 0538-READ-SITE-RECORD
	END-PERFORM.
	CLOSE SITE-MASTER-FILE.

0538-READ-SITE-RECORD.
	READ SITE-MASTER-FILE
		AT END
			SET WS-SITE-END-OF-FILE TO TRUE
	END-READ.

*>  Every accept and reject is also dropped on the results work
*>  file with the submitting department, so DEPTRSLT can cut each
*>  office its own answer file at the end of the night.
		PERFORM 9999-ABEND
	END-IF.

*>  The review file accumulates until compliance has worked it, the
*>  same way RSLTWORK accumulates until DEPTRSLT has cut the feed.
0541-OPEN-SCREEN-REVIEW.
	OPEN EXTEND SCREEN-REVIEW-FILE.
	IF WS-SCRV-FILE-STATUS = "05" OR "35"
		OPEN OUTPUT SCREEN-REVIEW-FILE
	END-IF.
	IF WS-SCRV-FILE-STATUS NOT = "00"
		MOVE "SCRNRVW " TO WS-ABEND-FILE-ID
		MOVE WS-SCRV-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

*>  One pass of the queue before any submission is edited, counting
*>  entries per department per effective date for the quota check,
*>  and noting every queued text for the duplicate check.
*>  The end-of-file flag is put back afterwards because the
*>  sequence-seed rebuild in 0555 walks the queue again.
0545-LOAD-QUEUED-COUNTS.
	MOVE LOW-VALUES TO PENDING-SEQUENCE-NO.
	START PENDING-GREETINGS
		KEY IS NOT LESS THAN PENDING-SEQUENCE-NO.
	IF WS-PEND-FILE-STATUS NOT = "00" AND WS-PEND-FILE-STATUS NOT = "23"
		MOVE "PENDGRTG" TO WS-ABEND-FILE-ID
		MOVE WS-PEND-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	IF WS-PEND-FILE-STATUS = "00"
		PERFORM 0560-READ-NEXT-PENDING
		PERFORM UNTIL WS-PEND-END-OF-FILE
			IF PENDING-EFFECTIVE-DATE IS NUMERIC
				MOVE PENDING-DEPARTMENT-CODE TO WS-QUOTA-KEY-DEPT
				MOVE PENDING-EFFECTIVE-DATE TO WS-QUOTA-KEY-DATE
				PERFORM 0547-ADD-QUOTA-USE
				MOVE PENDING-GREETING-TEXT TO WS-KEY-SOURCE
				PERFORM 0796-BUILD-SCREEN-KEY
				MOVE PENDING-EFFECTIVE-DATE TO WS-SCREEN-DATE-WORK
				MOVE "Q" TO WS-MATCHED-SOURCE
				MOVE PENDING-SEQUENCE-NO TO WS-MATCHED-ID
				MOVE PENDING-GREETING-TEXT TO WS-MATCHED-TEXT
				PERFORM 0549-ADD-SCREEN-ENTRY
			END-IF
			PERFORM 0560-READ-NEXT-PENDING
		END-PERFORM
	END-IF.
	MOVE "N" TO WS-PEND-EOF-FLAG.

0546-FIND-QUOTA-ENTRY.
	MOVE "N" TO WS-QUOTA-FOUND-FLAG.
	MOVE ZEROES TO WS-QUOTA-HIT-SUB.
	IF WS-QUOTA-COUNT > 0
		PERFORM VARYING WS-QUOTA-IDX FROM 1 BY 1
			UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT OR WS-QUOTA-FOUND
			IF WS-QUOTA-DEPT (WS-QUOTA-IDX) = WS-QUOTA-KEY-DEPT
				AND WS-QUOTA-DATE (WS-QUOTA-IDX) = WS-QUOTA-KEY-DATE
				SET WS-QUOTA-FOUND TO TRUE
				SET WS-QUOTA-HIT-SUB TO WS-QUOTA-IDX
			END-IF
		END-PERFORM
	END-IF.

*>  A full table only loses the count for pairs it never saw; the
*>  run says so on SYSOUT and ends RC 4 rather than guessing.
0547-ADD-QUOTA-USE.
	PERFORM 0546-FIND-QUOTA-ENTRY.
	IF WS-QUOTA-FOUND
		ADD 1 TO WS-QUOTA-USED (WS-QUOTA-HIT-SUB)
	ELSE
		IF WS-QUOTA-COUNT >= 2000
			SET WS-QUOTA-TABLE-FULL TO TRUE
		ELSE
			ADD 1 TO WS-QUOTA-COUNT
			SET WS-QUOTA-IDX TO WS-QUOTA-COUNT
			MOVE WS-QUOTA-KEY-DEPT TO WS-QUOTA-DEPT (WS-QUOTA-IDX)
			MOVE WS-QUOTA-KEY-DATE TO WS-QUOTA-DATE (WS-QUOTA-IDX)
			MOVE 1 TO WS-QUOTA-USED (WS-QUOTA-IDX)
		END-IF
	END-IF.

*>  A text with no letters or digits at all has no screening key and
*>  is never a duplicate of anything.
0549-ADD-SCREEN-ENTRY.
	IF WS-KEY-BUILT NOT = SPACES
		IF WS-SCREEN-COUNT >= 3000
			SET WS-SCREEN-TABLE-FULL TO TRUE
		ELSE
			ADD 1 TO WS-SCREEN-COUNT
			SET WS-SCREEN-IDX TO WS-SCREEN-COUNT
			MOVE WS-SCREEN-DATE-WORK TO WS-SCREEN-DATE (WS-SCREEN-IDX)
			MOVE WS-KEY-BUILT TO WS-SCREEN-KEY (WS-SCREEN-IDX)
			MOVE WS-MATCHED-SOURCE TO WS-SCREEN-SOURCE (WS-SCREEN-IDX)
			MOVE WS-MATCHED-ID TO WS-SCREEN-ID (WS-SCREEN-IDX)
			MOVE WS-MATCHED-TEXT TO WS-SCREEN-TEXT (WS-SCREEN-IDX)
		END-IF
	END-IF.

*>  The next sequence number comes from the SEQCTL control record,
*>  updated as numbers are assigned, so the nightly load no longer
*>  re-reads the queue, the whole PROCESSED-HISTORY and the suspense
		CLOSE PROCESSED-HISTORY
	END-IF.

*>  Only what was actually displayed counts as shown: an entry that
*>  was cancelled, rejected or expired may rightly be submitted
*>  again for the same date. The look-back is SCRNFIL's control row
*>  (seven days by default), on the effective date.
0575-LOAD-RECENT-HISTORY.
	COMPUTE WS-DATE-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-HISTORY-DAYS.
	MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER) TO WS-CUTOFF-DATE.
	MOVE "N" TO WS-PROC-EOF-FLAG.
	OPEN INPUT PROCESSED-HISTORY.
	IF WS-PROC-FILE-STATUS = "35"
		CONTINUE
	ELSE
		IF WS-PROC-FILE-STATUS NOT = "00"
			MOVE "PROCHIST" TO WS-ABEND-FILE-ID
			MOVE WS-PROC-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
		PERFORM 0580-READ-HISTORY-RECORD
		PERFORM UNTIL WS-PROC-END-OF-FILE
			IF (PROC-WAS-DISPLAYED OR PROC-WAS-URGENT)
				AND PROC-EFFECTIVE-DATE IS NUMERIC
				AND PROC-EFFECTIVE-DATE >= WS-CUTOFF-DATE
				MOVE PROC-GREETING-TEXT TO WS-KEY-SOURCE
				PERFORM 0796-BUILD-SCREEN-KEY
				MOVE PROC-EFFECTIVE-DATE TO WS-SCREEN-DATE-WORK
				MOVE "H" TO WS-MATCHED-SOURCE
				MOVE PROC-SEQUENCE-NO TO WS-MATCHED-ID
				MOVE PROC-GREETING-TEXT TO WS-MATCHED-TEXT
				PERFORM 0549-ADD-SCREEN-ENTRY
			END-IF
			PERFORM 0580-READ-HISTORY-RECORD
		END-PERFORM
		CLOSE PROCESSED-HISTORY
	END-IF.

0580-READ-HISTORY-RECORD.
	READ PROCESSED-HISTORY
		AT END
			SET WS-PROC-END-OF-FILE TO TRUE
	END-READ.

*>  A missing STNDFIL just means no standing orders are set up.
*>  Orders past the five-hundredth are reported and not checked.
0585-LOAD-STANDING-ORDERS.
	OPEN INPUT STANDING-ORDER-FILE.
	IF WS-STND-FILE-STATUS = "35"
		SET WS-STND-END-OF-FILE TO TRUE
	ELSE
		IF WS-STND-FILE-STATUS NOT = "00"
			MOVE "STNDFIL " TO WS-ABEND-FILE-ID
			MOVE WS-STND-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.
	IF NOT WS-STND-END-OF-FILE
		PERFORM 0586-READ-ORDER-RECORD
		PERFORM UNTIL WS-STND-END-OF-FILE
			IF STND-IS-ACTIVE
				AND STND-START-DATE IS NUMERIC
				AND STND-END-DATE IS NUMERIC
				AND STND-END-DATE >= WS-TODAY-DATE
				PERFORM 0587-ADD-ORDER
			END-IF
			PERFORM 0586-READ-ORDER-RECORD
		END-PERFORM
		CLOSE STANDING-ORDER-FILE
	END-IF.

0586-READ-ORDER-RECORD.
	READ STANDING-ORDER-FILE
		AT END
			SET WS-STND-END-OF-FILE TO TRUE
	END-READ.

0587-ADD-ORDER.
	IF WS-ORDER-COUNT >= 500
		DISPLAY "PENDLOAD STANDING-ORDER TABLE FULL - ORDER "
			STND-ORDER-ID " NOT CHECKED FOR DUPLICATES"
	ELSE
		MOVE STND-GREETING-TEXT TO WS-KEY-SOURCE
		PERFORM 0796-BUILD-SCREEN-KEY
		IF WS-KEY-BUILT NOT = SPACES
			ADD 1 TO WS-ORDER-COUNT
			SET WS-ORDER-IDX TO WS-ORDER-COUNT
			MOVE STND-ORDER-ID TO WS-ORDER-ID (WS-ORDER-IDX)
			MOVE WS-KEY-BUILT TO WS-ORDER-KEY (WS-ORDER-IDX)
			MOVE STND-GREETING-TEXT TO WS-ORDER-TEXT (WS-ORDER-IDX)
			MOVE STND-RULE-TYPE TO WS-ORDER-RULE (WS-ORDER-IDX)
			MOVE STND-WEEKDAY-FLAGS TO WS-ORDER-WEEKDAYS (WS-ORDER-IDX)
			MOVE STND-DAY-OF-MONTH TO WS-ORDER-DOM (WS-ORDER-IDX)
			MOVE STND-START-DATE TO WS-ORDER-START (WS-ORDER-IDX)
			MOVE STND-END-DATE TO WS-ORDER-END (WS-ORDER-IDX)
		END-IF
	END-IF.

*>  The first six bytes of SUSP-PENDING-IMAGE are the record's
*>  original PENDING-SEQUENCE-NO. Like the history file, a missing
*>  suspense file just means nothing has ever been suspended.
0700-EDIT-ONE-SUBMISSION.
	MOVE "N" TO WS-REJECT-FLAG.
	MOVE SPACES TO WS-REJECT-REASON.
	MOVE "N" TO WS-REVIEW-FLAG.
	PERFORM 0710-VALIDATE-SUBMISSION.
	IF NOT WS-SUBM-REJECTED
		PERFORM 0790-SCREEN-SUBMISSION
	END-IF.
	IF WS-SUBM-REJECTED
		PERFORM 0730-WRITE-REJECT-LINE
	ELSE
		IF WS-SUBM-HELD-FOR-REVIEW
			PERFORM 0735-WRITE-REVIEW
		ELSE
			PERFORM 0720-WRITE-PENDING
		END-IF
	END-IF.

0710-VALIDATE-SUBMISSION.
			MOVE "DEPARTMENT CODE MISSING" TO WS-REJECT-REASON
		END-IF
	END-IF.
	IF NOT WS-SUBM-REJECTED
		PERFORM 0717-CHECK-DEPARTMENT
	END-IF.
	IF NOT WS-SUBM-REJECTED
		PERFORM 0715-CHECK-LANGUAGE-CODE
	END-IF.
	IF NOT WS-SUBM-REJECTED
		PERFORM 0719-CHECK-TARGET-SITE
	END-IF.
	IF NOT WS-SUBM-REJECTED
		PERFORM 0718-CHECK-NIGHTLY-QUOTA
	END-IF.

0715-CHECK-LANGUAGE-CODE.
	MOVE SUBM-LANGUAGE-CODE TO LANGUAGE-CODE.
		END-IF
	END-IF.

0717-CHECK-DEPARTMENT.
	MOVE SUBM-DEPARTMENT-CODE TO DMST-DEPARTMENT-CODE.
	READ DEPARTMENT-MASTER-FILE
		KEY IS DMST-DEPARTMENT-CODE
		INVALID KEY
			CONTINUE
	END-READ.
	IF WS-DMST-FILE-STATUS = "23"
		SET WS-SUBM-REJECTED TO TRUE
		MOVE "DEPARTMENT NOT ON DEPTMAST" TO WS-REJECT-REASON
	ELSE
		IF WS-DMST-FILE-STATUS NOT = "00"
			MOVE "DEPTMAST" TO WS-ABEND-FILE-ID
			MOVE WS-DMST-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
		IF NOT DMST-IS-ACTIVE
			SET WS-SUBM-REJECTED TO TRUE
			MOVE "DEPARTMENT INACTIVE" TO WS-REJECT-REASON
		END-IF
	END-IF.

*>  DEPARTMENT-MASTER-RECORD still holds the department 0717 read.
*>  A quota of zero means the department is not capped; the urgent
*>  drop-off is never capped.
0718-CHECK-NIGHTLY-QUOTA.
	IF NOT WS-URGENT-INTAKE
		AND DMST-NIGHTLY-QUOTA IS NUMERIC AND DMST-NIGHTLY-QUOTA > 0
		MOVE SUBM-DEPARTMENT-CODE TO WS-QUOTA-KEY-DEPT
		MOVE SUBM-EFFECTIVE-DATE-NUM TO WS-QUOTA-KEY-DATE
		PERFORM 0546-FIND-QUOTA-ENTRY
		IF WS-QUOTA-FOUND
			IF WS-QUOTA-USED (WS-QUOTA-HIT-SUB) >= DMST-NIGHTLY-QUOTA
				SET WS-SUBM-REJECTED TO TRUE
				MOVE "DEPT NIGHTLY QUOTA EXCEEDED" TO WS-REJECT-REASON
			END-IF
		END-IF
	END-IF.

*>  "ALL" always passes; otherwise the target must be the code of an
*>  active site or one of the group codes an active site carries.
0719-CHECK-TARGET-SITE.
	IF SUBM-TARGET-SITE = SPACES
		MOVE "ALL " TO SUBM-TARGET-SITE
	END-IF.
	IF SUBM-TARGET-SITE NOT = "ALL "
		MOVE "N" TO WS-SITE-FOUND-FLAG
		PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
			UNTIL WS-SITE-IDX > WS-SITE-COUNT OR WS-SITE-FOUND
			IF WS-SITE-TBL-CODE (WS-SITE-IDX) = SUBM-TARGET-SITE
				SET WS-SITE-FOUND TO TRUE
			END-IF
			PERFORM VARYING WS-SITE-GROUP-SUB FROM 1 BY 1
				UNTIL WS-SITE-GROUP-SUB > 3
				IF WS-SITE-TBL-GROUP (WS-SITE-IDX, WS-SITE-GROUP-SUB)
					= SUBM-TARGET-SITE
					SET WS-SITE-FOUND TO TRUE
				END-IF
			END-PERFORM
		END-PERFORM
		IF NOT WS-SITE-FOUND
			SET WS-SUBM-REJECTED TO TRUE
			MOVE "TARGET SITE NOT ON SITEFIL" TO WS-REJECT-REASON
		END-IF
	END-IF.

*>  After a wrap the next number may still be live on the queue, so
*>  a duplicate key is not a reject any more: the write steps past
*>  occupied numbers, bounded so a full queue cannot spin forever.
		ADD 1 TO WS-ACCEPT-COUNT
		PERFORM 0740-WRITE-ACCEPT-LINE
		PERFORM 0750-WRITE-ACCEPT-RESULT
		MOVE SUBM-DEPARTMENT-CODE TO WS-QUOTA-KEY-DEPT
		MOVE SUBM-EFFECTIVE-DATE-NUM TO WS-QUOTA-KEY-DATE
		PERFORM 0547-ADD-QUOTA-USE
		MOVE WS-SUBM-KEY TO WS-KEY-BUILT
		MOVE SUBM-EFFECTIVE-DATE-NUM TO WS-SCREEN-DATE-WORK
		MOVE "Q" TO WS-MATCHED-SOURCE
		MOVE PENDING-SEQUENCE-NO TO WS-MATCHED-ID
		MOVE PENDING-GREETING-TEXT TO WS-MATCHED-TEXT
		PERFORM 0549-ADD-SCREEN-ENTRY
		PERFORM 0567-ADVANCE-SEQUENCE
	END-IF.

	MOVE SUBM-EFFECTIVE-DATE-NUM TO PENDING-EFFECTIVE-DATE.
	MOVE SUBM-ACTIVE-FLAG       TO PENDING-ACTIVE-FLAG.
	MOVE SUBM-DEPARTMENT-CODE   TO PENDING-DEPARTMENT-CODE.
	MOVE "P"                    TO PENDING-APPROVAL-FLAG.
	MOVE SUBM-TARGET-SITE       TO PENDING-TARGET-SITE.
	MOVE WS-INTAKE-PRIORITY     TO PENDING-PRIORITY-FLAG.
	WRITE PENDING-GREETING-RECORD
		INVALID KEY
			SET WS-SUBM-REJECTED TO TRUE
	WRITE EDIT-RPT-LINE.
	PERFORM 0760-WRITE-REJECT-RESULT.

*>  A held submission is not numbered or queued; the department
*>  rewords it (or drops the copy) and submits again.
0735-WRITE-REVIEW.
	ADD 1 TO WS-REVIEW-COUNT.
	MOVE SPACES TO EDIT-RPT-LINE.
	STRING "REVIEW " DELIMITED BY SIZE
		WS-REVIEW-REASON DELIMITED BY SIZE
		" DEPT " DELIMITED BY SIZE
		SUBM-DEPARTMENT-CODE DELIMITED BY SIZE
		"  TEXT=" DELIMITED BY SIZE
		SUBM-GREETING-TEXT DELIMITED BY SIZE
		INTO EDIT-RPT-LINE.
	WRITE EDIT-RPT-LINE.
	MOVE SPACES                 TO SCREEN-REVIEW-RECORD.
	MOVE WS-TODAY-DATE          TO SCRV-RUN-DATE.
	MOVE WS-REVIEW-REASON-CODE  TO SCRV-REASON-CODE.
	MOVE WS-REVIEW-REASON       TO SCRV-REASON.
	MOVE WS-MATCHED-TERM        TO SCRV-MATCHED-TERM.
	MOVE WS-MATCHED-SOURCE      TO SCRV-MATCHED-SOURCE.
	MOVE WS-MATCHED-ID          TO SCRV-MATCHED-ID.
	MOVE WS-MATCHED-TEXT        TO SCRV-MATCHED-TEXT.
	MOVE SUBMISSION-RECORD      TO SCRV-SUBMISSION-IMAGE.
	WRITE SCREEN-REVIEW-RECORD.
	IF WS-SCRV-FILE-STATUS NOT = "00"
		MOVE "SCRNRVW " TO WS-ABEND-FILE-ID
		MOVE WS-SCRV-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	MOVE SPACES                 TO RESULT-WORK-RECORD.
	MOVE "I"                    TO RSLT-RECORD-TYPE.
	MOVE WS-TODAY-DATE          TO RSLT-RUN-DATE.
	MOVE SUBM-DEPARTMENT-CODE   TO RSLT-DEPARTMENT-CODE.
	MOVE ZEROES                 TO RSLT-SEQUENCE-NO.
	MOVE "HELD FOR REVIEW"      TO RSLT-STATUS.
	MOVE WS-REVIEW-REASON       TO RSLT-REASON.
	MOVE SUBM-GREETING-TEXT     TO RSLT-GREETING-TEXT.
	PERFORM 0770-WRITE-RESULT-RECORD.

0740-WRITE-ACCEPT-LINE.
	MOVE SPACES TO EDIT-RPT-LINE.
	STRING "ACCEPT SEQ " DELIMITED BY SIZE
		PENDING-LANGUAGE-CODE DELIMITED BY SIZE
		" EFF " DELIMITED BY SIZE
		PENDING-EFFECTIVE-DATE DELIMITED BY SIZE
		" SITE " DELIMITED BY SIZE
		PENDING-TARGET-SITE DELIMITED BY SIZE
		"  TEXT=" DELIMITED BY SIZE
		PENDING-GREETING-TEXT DELIMITED BY SIZE
		INTO EDIT-RPT-LINE.
	MOVE SUBM-DEPARTMENT-CODE   TO RSLT-DEPARTMENT-CODE.
	MOVE PENDING-SEQUENCE-NO    TO RSLT-SEQUENCE-NO.
	MOVE "ACCEPTED"             TO RSLT-STATUS.
	MOVE "AWAITING SUPERVISOR APPROVAL" TO RSLT-REASON.
	MOVE SUBM-GREETING-TEXT     TO RSLT-GREETING-TEXT.
	PERFORM 0770-WRITE-RESULT-RECORD.

		PERFORM 9999-ABEND
	END-IF.

*>  Prohibited terms first: a banner with a bad word in it is held
*>  for that reason even when it is also a duplicate.
0790-SCREEN-SUBMISSION.
	MOVE SPACE  TO WS-REVIEW-REASON-CODE.
	MOVE SPACES TO WS-REVIEW-REASON.
	MOVE SPACES TO WS-MATCHED-TERM.
	MOVE SPACE  TO WS-MATCHED-SOURCE.
	MOVE ZEROES TO WS-MATCHED-ID.
	MOVE SPACES TO WS-MATCHED-TEXT.
	MOVE SUBM-GREETING-TEXT TO WS-KEY-SOURCE.
	PERFORM 0796-BUILD-SCREEN-KEY.
	MOVE WS-KEY-BUILT TO WS-SUBM-KEY.
	PERFORM 0791-CHECK-PROHIBITED-TERMS.
	IF NOT WS-SUBM-HELD-FOR-REVIEW AND WS-SUBM-KEY NOT = SPACES
		PERFORM 0792-CHECK-DUPLICATE-TEXT
	END-IF.

0791-CHECK-PROHIBITED-TERMS.
	IF WS-TERM-COUNT > 0
		PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
			UNTIL WS-TERM-IDX > WS-TERM-COUNT
				OR WS-SUBM-HELD-FOR-REVIEW
			MOVE ZEROES TO WS-TERM-HITS
			INSPECT WS-UPPER-TEXT TALLYING WS-TERM-HITS
				FOR ALL WS-TERM-TBL-TEXT (WS-TERM-IDX)
					(1:WS-TERM-TBL-LEN (WS-TERM-IDX))
			IF WS-TERM-HITS > 0
				SET WS-SUBM-HELD-FOR-REVIEW TO TRUE
				MOVE "T" TO WS-REVIEW-REASON-CODE
				MOVE "PROHIBITED TERM IN TEXT" TO WS-REVIEW-REASON
				MOVE WS-TERM-TBL-TEXT (WS-TERM-IDX) TO WS-MATCHED-TERM
			END-IF
		END-PERFORM
	END-IF.

*>  The queue, recent history and this drop-off's accepts first,
*>  then the standing orders that fall due on the effective date.
0792-CHECK-DUPLICATE-TEXT.
	IF WS-SCREEN-COUNT > 0
		PERFORM VARYING WS-SCREEN-IDX FROM 1 BY 1
			UNTIL WS-SCREEN-IDX > WS-SCREEN-COUNT
				OR WS-SUBM-HELD-FOR-REVIEW
			IF WS-SCREEN-DATE (WS-SCREEN-IDX) = SUBM-EFFECTIVE-DATE-NUM
				AND WS-SCREEN-KEY (WS-SCREEN-IDX) = WS-SUBM-KEY
				SET WS-SUBM-HELD-FOR-REVIEW TO TRUE
				MOVE "D" TO WS-REVIEW-REASON-CODE
				MOVE WS-SCREEN-SOURCE (WS-SCREEN-IDX) TO WS-MATCHED-SOURCE
				MOVE WS-SCREEN-ID (WS-SCREEN-IDX) TO WS-MATCHED-ID
				MOVE WS-SCREEN-TEXT (WS-SCREEN-IDX) TO WS-MATCHED-TEXT
				IF WS-MATCHED-SOURCE = "H"
					STRING "DUP OF SHOWN SEQ " DELIMITED BY SIZE
						WS-MATCHED-ID DELIMITED BY SIZE
						INTO WS-REVIEW-REASON
				ELSE
					STRING "DUP OF QUEUED SEQ " DELIMITED BY SIZE
						WS-MATCHED-ID DELIMITED BY SIZE
						INTO WS-REVIEW-REASON
				END-IF
			END-IF
		END-PERFORM
	END-IF.
	IF NOT WS-SUBM-HELD-FOR-REVIEW AND WS-ORDER-COUNT > 0
		PERFORM 0793-SET-SCREEN-WEEKDAY
		PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
			UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
				OR WS-SUBM-HELD-FOR-REVIEW
			IF WS-ORDER-KEY (WS-ORDER-IDX) = WS-SUBM-KEY
				PERFORM 0794-TEST-ORDER-DUE-ON-DATE
				IF WS-ORDER-IS-DUE
					SET WS-SUBM-HELD-FOR-REVIEW TO TRUE
					MOVE "D" TO WS-REVIEW-REASON-CODE
					MOVE "S" TO WS-MATCHED-SOURCE
					MOVE WS-ORDER-ID (WS-ORDER-IDX) TO WS-MATCHED-ORDER-ID
					MOVE WS-MATCHED-ORDER-ID TO WS-MATCHED-ID
					MOVE WS-ORDER-TEXT (WS-ORDER-IDX) TO WS-MATCHED-TEXT
					STRING "DUP OF STANDING ORDER " DELIMITED BY SIZE
						WS-MATCHED-ORDER-ID DELIMITED BY SIZE
						INTO WS-REVIEW-REASON
				END-IF
			END-IF
		END-PERFORM
	END-IF.

*>  Day of the week for the effective date, Monday = 1, worked out
*>  the way STNDEXP works it out for its expansion date.
0793-SET-SCREEN-WEEKDAY.
	MOVE SUBM-EFFECTIVE-DATE-NUM TO WS-SCREEN-DATE-WORK.
	COMPUTE WS-DATE-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-SCREEN-DATE-WORK).
	COMPUTE WS-DAY-OF-WEEK =
		FUNCTION MOD(WS-DATE-INTEGER, 7).
	IF WS-DAY-OF-WEEK = ZEROES
		MOVE 7 TO WS-WEEKDAY-SUB
	ELSE
		MOVE WS-DAY-OF-WEEK TO WS-WEEKDAY-SUB
	END-IF.

*>  STNDEXP's window and recurrence rule, applied to the
*>  submission's effective date instead of tonight.
0794-TEST-ORDER-DUE-ON-DATE.
	MOVE "N" TO WS-ORDER-DUE-FLAG.
	IF WS-ORDER-START (WS-ORDER-IDX) <= WS-SCREEN-DATE-WORK
		AND WS-ORDER-END (WS-ORDER-IDX) >= WS-SCREEN-DATE-WORK
		EVALUATE WS-ORDER-RULE (WS-ORDER-IDX)
			WHEN "D"
				SET WS-ORDER-IS-DUE TO TRUE
			WHEN "W"
				IF WS-ORDER-WEEKDAYS (WS-ORDER-IDX) (WS-WEEKDAY-SUB:1)
					= "Y"
					SET WS-ORDER-IS-DUE TO TRUE
				END-IF
			WHEN "M"
				IF WS-ORDER-DOM (WS-ORDER-IDX) IS NUMERIC
					MOVE WS-ORDER-DOM (WS-ORDER-IDX) TO WS-DOM-WANTED
					IF WS-DOM-WANTED = WS-SCREEN-DD
						SET WS-ORDER-IS-DUE TO TRUE
					END-IF
				END-IF
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-IF.

*>  The screening key: the text upper-cased with everything but
*>  letters and digits squeezed out, so case, spacing and
*>  punctuation differences do not hide a duplicate. The
*>  upper-cased text is left in WS-UPPER-TEXT for the term search.
0796-BUILD-SCREEN-KEY.
	MOVE WS-KEY-SOURCE TO WS-UPPER-TEXT.
	INSPECT WS-UPPER-TEXT CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
	MOVE SPACES TO WS-KEY-BUILT.
	MOVE ZEROES TO WS-KEY-OUT-SUB.
	PERFORM VARYING WS-KEY-IN-SUB FROM 1 BY 1
		UNTIL WS-KEY-IN-SUB > 40
		MOVE WS-UPPER-TEXT (WS-KEY-IN-SUB:1) TO WS-KEY-CHAR
		IF (WS-KEY-CHAR >= "A" AND WS-KEY-CHAR <= "Z")
			OR (WS-KEY-CHAR >= "0" AND WS-KEY-CHAR <= "9")
			ADD 1 TO WS-KEY-OUT-SUB
			MOVE WS-KEY-CHAR TO WS-KEY-BUILT (WS-KEY-OUT-SUB:1)
		END-IF
	END-PERFORM.

*>  Completion is recorded on every way out, failures included (RC
*>  12 is recorded as failed, so a resubmission runs the step
*>  again). The work is already done or abandoned by now, so a
*>  ledger problem here is reported rather than turned into an abend.
*>  The urgent drop-off is not a HELLOJOB step and has no ledger
*>  record to close.
8900-RECORD-STEP-END.
	IF NOT WS-URGENT-INTAKE
		PERFORM 8910-UPDATE-STEP-LEDGER
	END-IF.

8910-UPDATE-STEP-LEDGER.
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
			DISPLAY "PENDLOAD STEP LEDGER NOT UPDATED - FILE STATUS "
				WS-LDGR-FILE-STATUS
		END-IF
		CLOSE STEP-LEDGER-FILE
	ELSE
		DISPLAY "PENDLOAD STEP LEDGER NOT UPDATED - FILE STATUS "
			WS-LDGR-FILE-STATUS
	END-IF.

9000-PRINT-TOTALS.
	MOVE SPACES TO EDIT-RPT-LINE.
	STRING "SUBMISSIONS READ=" DELIMITED BY SIZE
		WS-ACCEPT-COUNT DELIMITED BY SIZE
		"  REJECTED=" DELIMITED BY SIZE
		WS-REJECT-COUNT DELIMITED BY SIZE
		"  HELD FOR REVIEW=" DELIMITED BY SIZE
		WS-REVIEW-COUNT DELIMITED BY SIZE
		INTO EDIT-RPT-LINE.
	WRITE EDIT-RPT-LINE.

		PERFORM 9999-ABEND
	END-IF.
	MOVE WS-TODAY-DATE TO RUNC-RUN-DATE.
	MOVE WS-RUNC-STEP-ID TO RUNC-STEP-ID.
	MOVE "READ" TO RUNC-COUNTER-ID.
	MOVE WS-READ-COUNT TO RUNC-COUNT.
	PERFORM 8810-WRITE-ONE-COUNTER.
	MOVE "REJECTED" TO RUNC-COUNTER-ID.
	MOVE WS-REJECT-COUNT TO RUNC-COUNT.
	PERFORM 8810-WRITE-ONE-COUNTER.
	MOVE "HELD REVIEW" TO RUNC-COUNTER-ID.
	MOVE WS-REVIEW-COUNT TO RUNC-COUNT.
	PERFORM 8810-WRITE-ONE-COUNTER.
	CLOSE RUN-CONTROL-FILE.

8810-WRITE-ONE-COUNTER.
9999-ABEND.
	DISPLAY "PENDLOAD I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	MOVE 12 TO WS-LDGR-RETURN-CODE.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN RETURNING 12.
