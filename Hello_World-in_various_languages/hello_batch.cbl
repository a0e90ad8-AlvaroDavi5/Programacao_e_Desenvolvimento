*>  processed date/time and disposition code, and every suspended
*>  record is removed to SUSPFILE, so the queue holds only what is
*>  still genuinely waiting: records skipped by the active/
*>  effective-date test, and submissions a supervisor has not yet
*>  released through PENDAPPR (PENDING-APPROVAL-FLAG "P"), which are
*>  never displayed however long they sit -- PENDEXPR ages them off.

*>  Every announcement is shown only at the sites it targets
*>  (PENDING-TARGET-SITE: a site code, a site group, or "ALL" --
*>  spaces on entries queued before sites existed). The active sites
*>  come off the site master (SITEFIL, see SITEREC.cpy) and each
*>  one's screen feed is its own display file, DD SITEDS01 through
*>  SITEDS08 by the site's SITE-DISPLAY-SLOT (layout SDSPREC.cpy);
*>  only the slots an active site uses are opened, so the JCL needs
*>  a DD only for those. One audit record is written per site shown
*>  at, carrying the site, so "what ran at site X" is answerable
*>  from the audit log and everything cut from it. An entry whose
*>  target no longer matches any active site is suspended as
*>  TARGET SITE INACTIVE for correction. With no active site on
*>  SITEFIL at all the run behaves as it did before sites: the
*>  announcement goes to SYSOUT and one audit record, site "ALL".

*>  With nothing queued the run falls back to the language's greeting
*>  on GREETFIL (GREETREC.cpy). A language can hold several dated
*>  versions there, so 1000-READ-GREETING reads every version for the
*>  language and shows the active one whose effective-to-end range
*>  covers the run date -- a version GREETMNT scheduled for a later
*>  date takes over on that date with no change to this job.


IDENTIFICATION DIVISION.
	SELECT GREETING-FILE ASSIGN TO "GREETFIL"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GREETING-VERSION-KEY
		FILE STATUS IS WS-GREET-FILE-STATUS.
	SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
	SELECT ERROR-CONTROL-FILE ASSIGN TO "ERRCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ERRC-FILE-STATUS.
	SELECT SITE-MASTER-FILE ASSIGN TO "SITEFIL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SITE-FILE-STATUS.
	SELECT SITE-DISPLAY-FILE-01 ASSIGN TO "SITEDS01"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SDSP-FILE-STATUS.
	SELECT SITE-DISPLAY-FILE-02 ASSIGN TO "SITEDS02"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SDSP-FILE-STATUS.
	SELECT SITE-DISPLAY-FILE-03 ASSIGN TO "SITEDS03"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SDSP-FILE-STATUS.
	SELECT SITE-DISPLAY-FILE-04 ASSIGN TO "SITEDS04"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SDSP-FILE-STATUS.
	SELECT SITE-DISPLAY-FILE-05 ASSIGN TO "SITEDS05"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SDSP-FILE-STATUS.
	SELECT SITE-DISPLAY-FILE-06 ASSIGN TO "SITEDS06"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SDSP-FILE-STATUS.
	SELECT SITE-DISPLAY-FILE-07 ASSIGN TO "SITEDS07"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SDSP-FILE-STATUS.
	SELECT SITE-DISPLAY-FILE-08 ASSIGN TO "SITEDS08"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SDSP-FILE-STATUS.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
01  ERROR-CONTROL-RECORD.
	05  ERROR-THRESHOLD-LIMIT   PIC 9(03).

FD  SITE-MASTER-FILE.
	COPY SITEREC.

FD  SITE-DISPLAY-FILE-01.
01  SITE-DISPLAY-LINE-01        PIC X(60).

FD  SITE-DISPLAY-FILE-02.
01  SITE-DISPLAY-LINE-02        PIC X(60).

FD  SITE-DISPLAY-FILE-03.
01  SITE-DISPLAY-LINE-03        PIC X(60).

FD  SITE-DISPLAY-FILE-04.
01  SITE-DISPLAY-LINE-04        PIC X(60).

FD  SITE-DISPLAY-FILE-05.
01  SITE-DISPLAY-LINE-05        PIC X(60).

FD  SITE-DISPLAY-FILE-06.
01  SITE-DISPLAY-LINE-06        PIC X(60).

FD  SITE-DISPLAY-FILE-07.
01  SITE-DISPLAY-LINE-07        PIC X(60).

FD  SITE-DISPLAY-FILE-08.
01  SITE-DISPLAY-LINE-08        PIC X(60).

FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-EOF-FLAG             PIC X(01)   VALUE "N".
		88  WS-END-OF-FILE      VALUE "Y".
	05  WS-PEND-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-PEND-END-OF-FILE VALUE "Y".
	05  WS-SITE-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-SITE-END-OF-FILE VALUE "Y".
	05  WS-SITE-TARGETED-FLAG   PIC X(01)   VALUE "N".
		88  WS-SITE-TARGETED    VALUE "Y".
01  WS-DISPLAY-MESSAGE          PIC X(40)   VALUE "Hello World!".
01  WS-OPERATOR-ID              PIC X(08)   VALUE SPACES.
01  WS-GREET-FILE-STATUS        PIC X(02)   VALUE "00".
01  WS-ERRC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-PROC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-RUNC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SITE-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SDSP-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-PROCESSED-KEYS.
	05  WS-PROCESSED-COUNT      PIC 9(05)   VALUE ZEROES.
	05  WS-PROCESSED-TABLE OCCURS 2000 TIMES
01  WS-AUDIT-SEQUENCE-NO        PIC 9(06)   VALUE ZEROES.
01  WS-AUDIT-LANGUAGE-CODE      PIC X(02)   VALUE SPACES.
01  WS-AUDIT-COMPLETION-CODE    PIC X(04)   VALUE "0000".
01  WS-AUDIT-SITE-CODE          PIC X(04)   VALUE SPACES.
01  WS-TARGET-SITE              PIC X(04)   VALUE SPACES.
01  WS-SITES-MATCHED            PIC 9(03)   VALUE ZEROES.
01  WS-SITES-SHOWN              PIC 9(03)   VALUE ZEROES.
01  WS-PARTIAL-FANOUT-COUNT     PIC 9(05)   VALUE ZEROES.

*>  The active sites with their group codes and display slot. A slot
*>  is opened once however many sites share it.
01  WS-SITE-TABLE-AREA.
	05  WS-SITE-COUNT           PIC 9(03)   VALUE ZEROES.
	05  WS-SITE-ENTRY OCCURS 100 TIMES
			INDEXED BY WS-SITE-IDX.
		10  WS-SITE-TBL-CODE    PIC X(04).
		10  WS-SITE-TBL-GROUP OCCURS 3 TIMES
		                        PIC X(04).
		10  WS-SITE-TBL-SLOT    PIC 9(02).
01  WS-SITE-GROUP-SUB           PIC 9(01)   VALUE ZEROES.
01  WS-SLOT-SUB                 PIC 9(02)   VALUE ZEROES.
01  WS-SLOT-OPEN-TABLE.
	05  WS-SLOT-OPEN-FLAG OCCURS 8 TIMES
			PIC X(01).
		88  WS-SLOT-IS-OPEN     VALUE "Y".
01  WS-SDSP-DD-NAME.
	05  FILLER                  PIC X(06)   VALUE "SITEDS".
	05  WS-SDSP-DD-SLOT         PIC 9(02)   VALUE ZEROES.
	COPY SDSPREC.
01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LDGR-STEP-ID             PIC X(08)   VALUE "STEP010 ".
01  WS-LDGR-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
01  WS-LDGR-RETURN-CODE         PIC 9(02)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0050-CHECK-STEP-LEDGER.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	PERFORM 0500-PROCESS-BATCH.
	IF WS-PARTIAL-FANOUT-COUNT > 0
		DISPLAY "HELLOWLD PARTIAL SITE FAN-OUTS="
			WS-PARTIAL-FANOUT-COUNT
			" - HELD ON SUSPFILE, NOT REQUEUED"
	END-IF.
	IF WS-SUSPEND-COUNT > WS-ERROR-THRESHOLD
		MOVE 8 TO WS-LDGR-RETURN-CODE
		PERFORM 8900-RECORD-STEP-END
		STOP RUN RETURNING 8
	END-IF.
	IF WS-SUSPEND-COUNT > 0
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
		DISPLAY "HELLOWLD " WS-LDGR-STEP-ID "COMPLETED FOR "
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
	DISPLAY "HELLOWLD I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.

0500-PROCESS-BATCH.
	PERFORM 0505-READ-ERROR-THRESHOLD.
	PERFORM 0510-OPEN-RESTART-CONTROL.
	PERFORM 0540-OPEN-AUDIT-LOG.
	PERFORM 0545-OPEN-SUSPENSE.
	PERFORM 0546-OPEN-PROCESSED-HISTORY.
	PERFORM 0547-LOAD-SITE-TABLE.
	PERFORM 0549-OPEN-SITE-DISPLAYS.
	IF WS-PEND-FILE-STATUS = "00"
		PERFORM 0600-READ-NEXT-PENDING
		PERFORM UNTIL WS-PEND-END-OF-FILE
	ELSE
		ACCEPT WS-LANGUAGE-CODE-PARM FROM SYSIN
		PERFORM 1000-READ-GREETING
		MOVE ZEROES TO WS-AUDIT-SEQUENCE-NO
		MOVE WS-LANGUAGE-CODE-PARM TO WS-AUDIT-LANGUAGE-CODE
		MOVE "0008" TO WS-AUDIT-COMPLETION-CODE
		MOVE "ALL " TO WS-TARGET-SITE
		PERFORM 2100-DISPLAY-AT-SITES
		IF WS-RECORD-IN-ERROR
			MOVE WS-SUSPEND-FILE-ID TO WS-ABEND-FILE-ID
			MOVE WS-SUSPEND-STATUS TO WS-ABEND-STATUS
	CLOSE RESTART-CONTROL-FILE.
	CLOSE SUSPENSE-FILE.
	CLOSE PROCESSED-HISTORY.
	PERFORM 0990-CLOSE-SITE-DISPLAYS.

*>  The suspense threshold lives on ERRCTL so operations can widen or
*>  tighten it without a recompile; a missing or unreadable control
		PERFORM 9999-ABEND
	END-IF.

*>  Only active sites are loaded. A site whose display slot is not
*>  01-08, or one past the hundredth, is reported on SYSOUT and not
*>  served, rather than guessed at.
0547-LOAD-SITE-TABLE.
	OPEN INPUT SITE-MASTER-FILE.
	IF WS-SITE-FILE-STATUS NOT = "00"
		MOVE "SITEFIL " TO WS-ABEND-FILE-ID
		MOVE WS-SITE-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	PERFORM 0548-READ-SITE-RECORD.
	PERFORM UNTIL WS-SITE-END-OF-FILE
		IF SITE-IS-ACTIVE
			IF SITE-DISPLAY-SLOT IS NOT NUMERIC
				OR SITE-DISPLAY-SLOT-NUM < 1
				OR SITE-DISPLAY-SLOT-NUM > 8
				DISPLAY "HELLOWLD SITE " SITE-CODE
					" DISPLAY SLOT NOT 01-08 - SITE NOT SERVED"
			ELSE
				IF WS-SITE-COUNT >= 100
					DISPLAY "HELLOWLD SITE TABLE FULL - SITE "
						SITE-CODE " NOT SERVED"
				ELSE
					ADD 1 TO WS-SITE-COUNT
					SET WS-SITE-IDX TO WS-SITE-COUNT
					MOVE SITE-CODE TO WS-SITE-TBL-CODE (WS-SITE-IDX)
					MOVE SITE-DISPLAY-SLOT-NUM
						TO WS-SITE-TBL-SLOT (WS-SITE-IDX)
					PERFORM VARYING WS-SITE-GROUP-SUB FROM 1 BY 1
						UNTIL WS-SITE-GROUP-SUB > 3
						MOVE SITE-GROUP-CODE (WS-SITE-GROUP-SUB)
							TO WS-SITE-TBL-GROUP
								(WS-SITE-IDX, WS-SITE-GROUP-SUB)
					END-PERFORM
				END-IF
			END-IF
		END-IF
		PERFORM 0548-READ-SITE-RECORD
	END-PERFORM.
	CLOSE SITE-MASTER-FILE.

0548-READ-SITE-RECORD.
	READ SITE-MASTER-FILE
		AT END
			SET WS-SITE-END-OF-FILE TO TRUE
	END-READ.

*>  The display files are appended to, the way the audit log is, so
*>  a restarted run adds to what the failed run already wrote; each
*>  line carries its run date for the screens to select on.
0549-OPEN-SITE-DISPLAYS.
	MOVE ALL "N" TO WS-SLOT-OPEN-TABLE.
	IF WS-SITE-COUNT > 0
		PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
			UNTIL WS-SITE-IDX > WS-SITE-COUNT
			MOVE WS-SITE-TBL-SLOT (WS-SITE-IDX) TO WS-SLOT-SUB
			IF NOT WS-SLOT-IS-OPEN (WS-SLOT-SUB)
				PERFORM 0551-OPEN-ONE-SLOT
				SET WS-SLOT-IS-OPEN (WS-SLOT-SUB) TO TRUE
			END-IF
		END-PERFORM
	END-IF.

0551-OPEN-ONE-SLOT.
	EVALUATE WS-SLOT-SUB
		WHEN 1
			OPEN EXTEND SITE-DISPLAY-FILE-01
		WHEN 2
			OPEN EXTEND SITE-DISPLAY-FILE-02
		WHEN 3
			OPEN EXTEND SITE-DISPLAY-FILE-03
		WHEN 4
			OPEN EXTEND SITE-DISPLAY-FILE-04
		WHEN 5
			OPEN EXTEND SITE-DISPLAY-FILE-05
		WHEN 6
			OPEN EXTEND SITE-DISPLAY-FILE-06
		WHEN 7
			OPEN EXTEND SITE-DISPLAY-FILE-07
		WHEN 8
			OPEN EXTEND SITE-DISPLAY-FILE-08
	END-EVALUATE.
	IF WS-SDSP-FILE-STATUS = "05" OR "35"
		EVALUATE WS-SLOT-SUB
			WHEN 1
				OPEN OUTPUT SITE-DISPLAY-FILE-01
			WHEN 2
				OPEN OUTPUT SITE-DISPLAY-FILE-02
			WHEN 3
				OPEN OUTPUT SITE-DISPLAY-FILE-03
			WHEN 4
				OPEN OUTPUT SITE-DISPLAY-FILE-04
			WHEN 5
				OPEN OUTPUT SITE-DISPLAY-FILE-05
			WHEN 6
				OPEN OUTPUT SITE-DISPLAY-FILE-06
			WHEN 7
				OPEN OUTPUT SITE-DISPLAY-FILE-07
			WHEN 8
				OPEN OUTPUT SITE-DISPLAY-FILE-08
		END-EVALUATE
	END-IF.
	IF WS-SDSP-FILE-STATUS NOT = "00"
		MOVE WS-SLOT-SUB TO WS-SDSP-DD-SLOT
		MOVE WS-SDSP-DD-NAME TO WS-ABEND-FILE-ID
		MOVE WS-SDSP-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

0600-READ-NEXT-PENDING.
	READ PENDING-GREETINGS NEXT RECORD
		AT END
		PERFORM 0750-SUSPEND-RECORD
	ELSE
		IF PENDING-IS-ACTIVE
			AND PENDING-IS-APPROVED
			AND PENDING-EFFECTIVE-DATE NOT > WS-TODAY-DATE
			MOVE PENDING-GREETING-TEXT TO WS-DISPLAY-MESSAGE
			MOVE PENDING-LANGUAGE-CODE TO WS-LANGUAGE-CODE-PARM
			MOVE PENDING-SEQUENCE-NO TO WS-AUDIT-SEQUENCE-NO
			MOVE PENDING-LANGUAGE-CODE TO WS-AUDIT-LANGUAGE-CODE
			MOVE "0000" TO WS-AUDIT-COMPLETION-CODE
			MOVE PENDING-TARGET-SITE TO WS-TARGET-SITE
			PERFORM 1500-LOOKUP-LANGUAGE-GREETING
			IF WS-RECORD-IN-ERROR
				PERFORM 0750-SUSPEND-RECORD
			ELSE
				PERFORM 2100-DISPLAY-AT-SITES
				IF WS-RECORD-IN-ERROR
					PERFORM 0750-SUSPEND-RECORD
				ELSE
		END-IF
	END-IF.

0990-CLOSE-SITE-DISPLAYS.
	PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1 UNTIL WS-SLOT-SUB > 8
		IF WS-SLOT-IS-OPEN (WS-SLOT-SUB)
			PERFORM 0995-CLOSE-ONE-SLOT
		END-IF
	END-PERFORM.

0995-CLOSE-ONE-SLOT.
	EVALUATE WS-SLOT-SUB
		WHEN 1
			CLOSE SITE-DISPLAY-FILE-01
		WHEN 2
			CLOSE SITE-DISPLAY-FILE-02
		WHEN 3
			CLOSE SITE-DISPLAY-FILE-03
		WHEN 4
			CLOSE SITE-DISPLAY-FILE-04
		WHEN 5
			CLOSE SITE-DISPLAY-FILE-05
		WHEN 6
			CLOSE SITE-DISPLAY-FILE-06
		WHEN 7
			CLOSE SITE-DISPLAY-FILE-07
		WHEN 8
			CLOSE SITE-DISPLAY-FILE-08
	END-EVALUATE.

1000-READ-GREETING.
	OPEN INPUT GREETING-FILE.
	IF WS-GREET-FILE-STATUS NOT = "00"
		PERFORM 9999-ABEND
	END-IF.
	MOVE WS-LANGUAGE-CODE-PARM TO GREETING-LANGUAGE-CODE.
	MOVE ZEROES TO EFFECTIVE-DATE.
	START GREETING-FILE
		KEY IS NOT LESS THAN GREETING-VERSION-KEY
		INVALID KEY
			SET WS-END-OF-FILE TO TRUE
	END-START.
	PERFORM 1100-READ-NEXT-VERSION UNTIL WS-END-OF-FILE.
	CLOSE GREETING-FILE.

*>  Versions come back in effective-date order, so where two active
*>  versions overlap the later one wins; GRTVCHK lists the overlap
*>  for correction the same night.
1100-READ-NEXT-VERSION.
	READ GREETING-FILE NEXT RECORD
		AT END
			SET WS-END-OF-FILE TO TRUE
	END-READ.
	IF NOT WS-END-OF-FILE
		IF WS-GREET-FILE-STATUS NOT = "00"
			MOVE WS-GREET-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
		IF GREETING-LANGUAGE-CODE NOT = WS-LANGUAGE-CODE-PARM
			SET WS-END-OF-FILE TO TRUE
		ELSE
			IF GREETING-IS-ACTIVE
				AND EFFECTIVE-DATE NOT > WS-TODAY-DATE
				AND GREETING-END-DATE NOT < WS-TODAY-DATE
				MOVE GREETING-TEXT TO WS-DISPLAY-MESSAGE
			END-IF
		END-IF
	END-IF.

1500-LOOKUP-LANGUAGE-GREETING.
	IF WS-LANGUAGE-CODE-PARM NOT = SPACES
	MOVE WS-AUDIT-COMPLETION-CODE TO AUDIT-COMPLETION-CODE.
	MOVE WS-AUDIT-SEQUENCE-NO TO AUDIT-SEQUENCE-NO.
	MOVE WS-AUDIT-LANGUAGE-CODE TO AUDIT-LANGUAGE-CODE.
	MOVE WS-AUDIT-SITE-CODE TO AUDIT-SITE-CODE.
	WRITE AUDIT-LOG-RECORD.
	IF WS-AUDIT-FILE-STATUS NOT = "00"
		SET WS-RECORD-IN-ERROR TO TRUE
		ADD 1 TO WS-AUDIT-WRITE-COUNT
	END-IF.

*>  The targets are resolved before anything is shown, so an entry
*>  aimed at a closed site is suspended without reaching SYSOUT. A
*>  failed audit write stops the fan-out there and suspends the
*>  entry the way a single-site failure always has -- unless some
*>  sites were already shown, see 2130.
2100-DISPLAY-AT-SITES.
	MOVE ZEROES TO WS-SITES-MATCHED.
	IF WS-SITE-COUNT = 0
		DISPLAY WS-DISPLAY-MESSAGE
		MOVE "ALL " TO WS-AUDIT-SITE-CODE
		PERFORM 2000-WRITE-AUDIT-RECORD
	ELSE
		PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
			UNTIL WS-SITE-IDX > WS-SITE-COUNT
			PERFORM 2110-TEST-SITE-TARGETED
			IF WS-SITE-TARGETED
				ADD 1 TO WS-SITES-MATCHED
			END-IF
		END-PERFORM
		IF WS-SITES-MATCHED = 0
			SET WS-RECORD-IN-ERROR TO TRUE
			MOVE "SITEFIL " TO WS-SUSPEND-FILE-ID
			MOVE "00" TO WS-SUSPEND-STATUS
			MOVE "TARGET SITE INACTIVE" TO WS-SUSPEND-REASON
		ELSE
			DISPLAY WS-DISPLAY-MESSAGE
			MOVE ZEROES TO WS-SITES-SHOWN
			PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
				UNTIL WS-SITE-IDX > WS-SITE-COUNT
					OR WS-RECORD-IN-ERROR
				PERFORM 2110-TEST-SITE-TARGETED
				IF WS-SITE-TARGETED
					PERFORM 2120-DISPLAY-AT-ONE-SITE
				END-IF
			END-PERFORM
			IF WS-RECORD-IN-ERROR AND WS-SITES-SHOWN > 0
				PERFORM 2130-LOG-PARTIAL-FANOUT
			END-IF
		END-IF
	END-IF.

2110-TEST-SITE-TARGETED.
	MOVE "N" TO WS-SITE-TARGETED-FLAG.
	IF WS-TARGET-SITE = "ALL " OR WS-TARGET-SITE = SPACES
		OR WS-TARGET-SITE = WS-SITE-TBL-CODE (WS-SITE-IDX)
		SET WS-SITE-TARGETED TO TRUE
	ELSE
		PERFORM VARYING WS-SITE-GROUP-SUB FROM 1 BY 1
			UNTIL WS-SITE-GROUP-SUB > 3
			IF WS-SITE-TBL-GROUP (WS-SITE-IDX, WS-SITE-GROUP-SUB)
				= WS-TARGET-SITE
				SET WS-SITE-TARGETED TO TRUE
			END-IF
		END-PERFORM
	END-IF.

2120-DISPLAY-AT-ONE-SITE.
	MOVE WS-SITE-TBL-CODE (WS-SITE-IDX) TO WS-AUDIT-SITE-CODE.
	PERFORM 2000-WRITE-AUDIT-RECORD.
	IF NOT WS-RECORD-IN-ERROR
		PERFORM 2200-WRITE-SITE-DISPLAY
		ADD 1 TO WS-SITES-SHOWN
	END-IF.

*>  The sites already shown have their display and audit record, so
*>  requeueing the entry would show and audit it there twice. It is
*>  suspended under a reason SUSPMGT holds rather than requeues, and
*>  logged here and in the run totals, so operations decides whether
*>  the remaining sites still need it before resubmitting.
2130-LOG-PARTIAL-FANOUT.
	ADD 1 TO WS-PARTIAL-FANOUT-COUNT.
	MOVE "AUDIT PARTIAL FANOUT" TO WS-SUSPEND-REASON.
	DISPLAY "HELLOWLD SEQUENCE " WS-AUDIT-SEQUENCE-NO
		" SHOWN AT " WS-SITES-SHOWN " OF " WS-SITES-MATCHED
		" SITES BEFORE AUDIT WRITE FAILED - HELD, NOT REQUEUED".

*>  A display file the run cannot write is a file-level failure, the
*>  same as a queue or history write.
2200-WRITE-SITE-DISPLAY.
	MOVE WS-AUDIT-SITE-CODE     TO SDSP-SITE-CODE.
	MOVE WS-TODAY-DATE          TO SDSP-RUN-DATE.
	MOVE WS-AUDIT-SEQUENCE-NO   TO SDSP-SEQUENCE-NO.
	MOVE WS-AUDIT-LANGUAGE-CODE TO SDSP-LANGUAGE-CODE.
	MOVE WS-DISPLAY-MESSAGE     TO SDSP-MESSAGE-TEXT.
	MOVE WS-SITE-TBL-SLOT (WS-SITE-IDX) TO WS-SLOT-SUB.
	EVALUATE WS-SLOT-SUB
		WHEN 1
			WRITE SITE-DISPLAY-LINE-01 FROM SITE-DISPLAY-RECORD
		WHEN 2
			WRITE SITE-DISPLAY-LINE-02 FROM SITE-DISPLAY-RECORD
		WHEN 3
			WRITE SITE-DISPLAY-LINE-03 FROM SITE-DISPLAY-RECORD
		WHEN 4
			WRITE SITE-DISPLAY-LINE-04 FROM SITE-DISPLAY-RECORD
		WHEN 5
			WRITE SITE-DISPLAY-LINE-05 FROM SITE-DISPLAY-RECORD
		WHEN 6
			WRITE SITE-DISPLAY-LINE-06 FROM SITE-DISPLAY-RECORD
		WHEN 7
			WRITE SITE-DISPLAY-LINE-07 FROM SITE-DISPLAY-RECORD
		WHEN 8
			WRITE SITE-DISPLAY-LINE-08 FROM SITE-DISPLAY-RECORD
	END-EVALUATE.
	IF WS-SDSP-FILE-STATUS NOT = "00"
		MOVE WS-SLOT-SUB TO WS-SDSP-DD-SLOT
		MOVE WS-SDSP-DD-NAME TO WS-ABEND-FILE-ID
		MOVE WS-SDSP-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

*>  Counts for the nightly balancing step: every step that moves
*>  records drops its totals on RUNCFIL, keyed by run date and
*>  step, so RUNBAL can prove the night's arithmetic end to end.
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
			DISPLAY "HELLOWLD STEP LEDGER NOT UPDATED - FILE STATUS "
				WS-LDGR-FILE-STATUS
		END-IF
		CLOSE STEP-LEDGER-FILE
	ELSE
		DISPLAY "HELLOWLD STEP LEDGER NOT UPDATED - FILE STATUS "
			WS-LDGR-FILE-STATUS
	END-IF.

9999-ABEND.
	DISPLAY "HELLOWLD I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	MOVE 12 TO WS-LDGR-RETURN-CODE.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN RETURNING 12.
