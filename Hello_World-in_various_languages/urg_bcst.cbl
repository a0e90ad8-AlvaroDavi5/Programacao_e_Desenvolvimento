*>  URG-BCST: intraday urgent-broadcast run for PENDING-GREETINGS

*>  run using commands:
*> cobc -free -x -std=ibm -I copybooks -o URGBCST urg_bcst.cbl
*> ./URGBCST

*>  This is the EXEC PGM=URGBCST target of jcl/URGBCST.jcl's
*>  STEP020 -- the load module name comes from the -o above, not from
*>  PROGRAM-ID, so it has to be built with that exact name.

*>  Everything used to go out through the overnight HELLOWLD, so a
*>  building closure or a weather warning called in at 9am waited for
*>  the night unless someone hand-ran the whole stream. This is the
*>  greeting step cut down to urgent entries only, run by operations
*>  during the day as often as it is needed: it walks
*>  PENDING-GREETINGS and takes only the entries marked urgent
*>  (PENDING-PRIORITY-FLAG "U", set by the urgent drop-off or
*>  through PENDMNT), and of those only what HELLOWLD itself would
*>  show -- active, released by a supervisor, and due today or
*>  earlier. Each one is displayed at its target sites and audited
*>  exactly the way HELLOWLD does it (SITEDSnn display feeds, one
*>  audit record per site), under operator URGENT so the audit log
*>  tells the two runs apart. Routine entries, and urgent ones not
*>  yet approved or due, are left on the queue untouched for a later
*>  run or for the night.

*>  What was shown moves off the queue to PROCESSED-HISTORY with
*>  disposition "U" (PROCREC.cpy), so HELLOCNF, the chargeback and
*>  the duplicate screening treat it as displayed while the history
*>  still shows it went out intraday; a record-level error goes to
*>  SUSPFILE, the same as overnight. The run checkpoints on RESTCTL
*>  under its own key, URGBCST, so a restart resumes where this run
*>  stopped and can never pick up or clear HELLOWLD's checkpoint.
*>  Its counts go to RUNCFIL under step URGBCST -- urgent entries
*>  read, displayed, suspended, not yet due, and audit records
*>  written -- and RUNBAL adds them into that night's balance, so
*>  the queue intake and the audit/extract checks still agree.

*>  The signage receivers get a same-day notice file (URGNOTC), one
*>  new generation per run, in the EXTFILE layout (EXTREC.cpy):
*>  header with the date, one detail per audit record this run
*>  wrote, trailer with the count. The same audit records go out
*>  again on that night's EXTFILE -- the notice only gets them to
*>  the screens sooner -- so the receivers key on run date and time,
*>  sequence number and site to load each one once.

*>  Not a HELLOJOB step and not on the step ledger: it runs any
*>  number of times a day. RC 0 = clean, RC 4 = something was
*>  suspended, RC 8 = suspensions passed the ERRCTL threshold, RC 12
*>  = a file-level failure.


IDENTIFICATION DIVISION.
PROGRAM-ID. URG-BCST.
AUTHOR. ALVARO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUDIT-FILE-STATUS.
	SELECT LANGUAGE-GREETING-FILE ASSIGN TO "LANGFIL"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LANGUAGE-CODE
		FILE STATUS IS WS-LANG-FILE-STATUS.
	SELECT PENDING-GREETINGS ASSIGN TO "PENDGRTG"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PENDING-SEQUENCE-NO
		FILE STATUS IS WS-PEND-FILE-STATUS.
	SELECT RESTART-CONTROL-FILE ASSIGN TO "RESTCTL"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RESTART-JOB-ID
		FILE STATUS IS WS-REST-FILE-STATUS.
	SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SUSP-FILE-STATUS.
	SELECT PROCESSED-HISTORY ASSIGN TO "PROCHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PROC-FILE-STATUS.
	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCFIL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUNC-FILE-STATUS.
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
	SELECT URGENT-NOTICE-FILE ASSIGN TO "URGNOTC"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-NOTC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-LOG-FILE.
	COPY AUDITREC.

FD  LANGUAGE-GREETING-FILE.
	COPY LANGREC.

FD  PENDING-GREETINGS.
	COPY PENDREC.

FD  RESTART-CONTROL-FILE.
	COPY RESTREC.

FD  SUSPENSE-FILE.
	COPY SUSPREC.

FD  PROCESSED-HISTORY.
	COPY PROCREC.

FD  RUN-CONTROL-FILE.
	COPY RUNCREC.

FD  ERROR-CONTROL-FILE.
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

FD  URGENT-NOTICE-FILE.
	COPY EXTREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-PEND-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-PEND-END-OF-FILE VALUE "Y".
	05  WS-SITE-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-SITE-END-OF-FILE VALUE "Y".
	05  WS-SITE-TARGETED-FLAG   PIC X(01)   VALUE "N".
		88  WS-SITE-TARGETED    VALUE "Y".
01  WS-DISPLAY-MESSAGE          PIC X(40)   VALUE SPACES.
01  WS-OPERATOR-ID              PIC X(08)   VALUE "URGENT".
01  WS-AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
01  WS-LANG-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-PEND-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-REST-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LANGUAGE-CODE-PARM       PIC X(02)   VALUE SPACES.
01  WS-TODAY-DATE               PIC 9(08)   VALUE ZEROES.
01  WS-RESTART-JOB-ID           PIC X(08)   VALUE "URGBCST ".
01  WS-CHECKPOINT-INTERVAL      PIC 9(03)   VALUE 5.
01  WS-CHECKPOINT-COUNTER       PIC 9(03)   VALUE ZEROES.
01  WS-SUSP-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-ERRC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-PROC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-RUNC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SITE-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-SDSP-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-NOTC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-PROCESSED-KEYS.
	05  WS-PROCESSED-COUNT      PIC 9(05)   VALUE ZEROES.
	05  WS-PROCESSED-TABLE OCCURS 2000 TIMES
			INDEXED BY WS-PROC-IDX
			PIC 9(06).
01  WS-RESUME-KEY               PIC 9(06)   VALUE ZEROES.
01  WS-RECORD-ERROR-FLAG        PIC X(01)   VALUE "N".
	88  WS-RECORD-IN-ERROR      VALUE "Y".
01  WS-URGENT-READ-COUNT        PIC 9(05)   VALUE ZEROES.
01  WS-DISPLAYED-COUNT          PIC 9(05)   VALUE ZEROES.
01  WS-SUSPEND-COUNT            PIC 9(05)   VALUE ZEROES.
01  WS-NOT-DUE-COUNT            PIC 9(05)   VALUE ZEROES.
01  WS-AUDIT-WRITE-COUNT        PIC 9(05)   VALUE ZEROES.
01  WS-NOTICE-COUNT             PIC 9(09)   VALUE ZEROES.
01  WS-ERROR-THRESHOLD          PIC 9(03)   VALUE 10.
01  WS-SUSPEND-FILE-ID          PIC X(08)   VALUE SPACES.
01  WS-SUSPEND-STATUS           PIC X(02)   VALUE SPACES.
01  WS-SUSPEND-REASON           PIC X(20)   VALUE SPACES.
01  WS-AUDIT-SEQUENCE-NO        PIC 9(06)   VALUE ZEROES.
01  WS-AUDIT-LANGUAGE-CODE      PIC X(02)   VALUE SPACES.
01  WS-AUDIT-COMPLETION-CODE    PIC X(04)   VALUE "0000".
01  WS-AUDIT-SITE-CODE          PIC X(04)   VALUE SPACES.
01  WS-TARGET-SITE              PIC X(04)   VALUE SPACES.
01  WS-SITES-MATCHED            PIC 9(03)   VALUE ZEROES.
01  WS-SITES-SHOWN              PIC 9(03)   VALUE ZEROES.
01  WS-PARTIAL-FANOUT-COUNT     PIC 9(05)   VALUE ZEROES.

*>  The active sites with their group codes and display slot, loaded
*>  the same way HELLOWLD loads them.
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

PROCEDURE DIVISION.
0000-MAIN.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	PERFORM 0500-PROCESS-URGENT.
	DISPLAY "URGBCST URGENT READ=" WS-URGENT-READ-COUNT
		" DISPLAYED=" WS-DISPLAYED-COUNT
		" SUSPENDED=" WS-SUSPEND-COUNT
		" NOT DUE=" WS-NOT-DUE-COUNT
		" PARTIAL=" WS-PARTIAL-FANOUT-COUNT.
	IF WS-SUSPEND-COUNT > WS-ERROR-THRESHOLD
		STOP RUN RETURNING 8
	END-IF.
	IF WS-SUSPEND-COUNT > 0
		STOP RUN RETURNING 4
	END-IF.
	STOP RUN.

0500-PROCESS-URGENT.
	PERFORM 0505-READ-ERROR-THRESHOLD.
	PERFORM 0510-OPEN-RESTART-CONTROL.
	PERFORM 0520-RESUME-OR-START-PENDING.
	PERFORM 0530-OPEN-LANGUAGE-GREETING.
	PERFORM 0540-OPEN-AUDIT-LOG.
	PERFORM 0545-OPEN-SUSPENSE.
	PERFORM 0546-OPEN-PROCESSED-HISTORY.
	PERFORM 0547-LOAD-SITE-TABLE.
	PERFORM 0549-OPEN-SITE-DISPLAYS.
	PERFORM 0555-OPEN-URGENT-NOTICE.
	PERFORM 0600-READ-NEXT-PENDING.
	PERFORM UNTIL WS-PEND-END-OF-FILE
		PERFORM 0700-PROCESS-ONE-PENDING
		PERFORM 0600-READ-NEXT-PENDING
	END-PERFORM.
	PERFORM 0950-DISPOSE-PROCESSED.
	PERFORM 0900-CLEAR-CHECKPOINT.
	PERFORM 2400-WRITE-NOTICE-TRAILER.
	PERFORM 8800-WRITE-RUN-COUNTS.
	CLOSE AUDIT-LOG-FILE.
	CLOSE LANGUAGE-GREETING-FILE.
	CLOSE PENDING-GREETINGS.
	CLOSE RESTART-CONTROL-FILE.
	CLOSE SUSPENSE-FILE.
	CLOSE PROCESSED-HISTORY.
	CLOSE URGENT-NOTICE-FILE.
	PERFORM 0990-CLOSE-SITE-DISPLAYS.

*>  The suspense threshold is HELLOWLD's own ERRCTL value; a missing
*>  or unreadable control file leaves the compiled-in default.
0505-READ-ERROR-THRESHOLD.
	OPEN INPUT ERROR-CONTROL-FILE.
	IF WS-ERRC-FILE-STATUS = "00"
		READ ERROR-CONTROL-FILE
			AT END
				CONTINUE
		END-READ
		IF WS-ERRC-FILE-STATUS = "00"
			AND ERROR-THRESHOLD-LIMIT IS NUMERIC
			MOVE ERROR-THRESHOLD-LIMIT TO WS-ERROR-THRESHOLD
		END-IF
		CLOSE ERROR-CONTROL-FILE
	END-IF.

0510-OPEN-RESTART-CONTROL.
	OPEN I-O RESTART-CONTROL-FILE.
	IF WS-REST-FILE-STATUS = "35"
		OPEN OUTPUT RESTART-CONTROL-FILE
		CLOSE RESTART-CONTROL-FILE
		OPEN I-O RESTART-CONTROL-FILE
	END-IF.
	IF WS-REST-FILE-STATUS NOT = "00"
		MOVE "RESTCTL " TO WS-ABEND-FILE-ID
		MOVE WS-REST-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

*>  Only the URGBCST record is ever read, written or deleted here;
*>  the HELLOWLD record on the same file belongs to the night.
0520-RESUME-OR-START-PENDING.
	MOVE WS-RESTART-JOB-ID TO RESTART-JOB-ID.
	READ RESTART-CONTROL-FILE
		INVALID KEY
			CONTINUE
	END-READ.
	IF WS-REST-FILE-STATUS NOT = "00" AND WS-REST-FILE-STATUS NOT = "23"
		MOVE "RESTCTL " TO WS-ABEND-FILE-ID
		MOVE WS-REST-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	OPEN I-O PENDING-GREETINGS.
	IF WS-PEND-FILE-STATUS NOT = "00"
		MOVE "PENDGRTG" TO WS-ABEND-FILE-ID
		MOVE WS-PEND-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	IF WS-REST-FILE-STATUS = "00"
		DISPLAY "URGBCST RESUMING AFTER SEQUENCE " RESTART-LAST-KEY
		MOVE RESTART-LAST-KEY TO PENDING-SEQUENCE-NO
		START PENDING-GREETINGS KEY IS GREATER THAN PENDING-SEQUENCE-NO
	ELSE
		MOVE LOW-VALUES TO PENDING-SEQUENCE-NO
		START PENDING-GREETINGS
			KEY IS NOT LESS THAN PENDING-SEQUENCE-NO
	END-IF.
	IF WS-PEND-FILE-STATUS = "23"
		SET WS-PEND-END-OF-FILE TO TRUE
	ELSE
		IF WS-PEND-FILE-STATUS NOT = "00"
			MOVE "PENDGRTG" TO WS-ABEND-FILE-ID
			MOVE WS-PEND-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.

0530-OPEN-LANGUAGE-GREETING.
	OPEN INPUT LANGUAGE-GREETING-FILE.
	IF WS-LANG-FILE-STATUS NOT = "00"
		MOVE "LANGFIL " TO WS-ABEND-FILE-ID
		MOVE WS-LANG-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

0540-OPEN-AUDIT-LOG.
	OPEN EXTEND AUDIT-LOG-FILE.
	IF WS-AUDIT-FILE-STATUS = "05" OR "35"
		OPEN OUTPUT AUDIT-LOG-FILE
	END-IF.
	IF WS-AUDIT-FILE-STATUS NOT = "00"
		MOVE "AUDITLOG" TO WS-ABEND-FILE-ID
		MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

0545-OPEN-SUSPENSE.
	OPEN EXTEND SUSPENSE-FILE.
	IF WS-SUSP-FILE-STATUS = "05" OR "35"
		OPEN OUTPUT SUSPENSE-FILE
	END-IF.
	IF WS-SUSP-FILE-STATUS NOT = "00"
		MOVE "SUSPFILE" TO WS-ABEND-FILE-ID
		MOVE WS-SUSP-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

0546-OPEN-PROCESSED-HISTORY.
	OPEN EXTEND PROCESSED-HISTORY.
	IF WS-PROC-FILE-STATUS = "05" OR "35"
		OPEN OUTPUT PROCESSED-HISTORY
	END-IF.
	IF WS-PROC-FILE-STATUS NOT = "00"
		MOVE "PROCHIST" TO WS-ABEND-FILE-ID
		MOVE WS-PROC-FILE-STATUS TO WS-ABEND-STATUS
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
				DISPLAY "URGBCST SITE " SITE-CODE
					" DISPLAY SLOT NOT 01-08 - SITE NOT SERVED"
			ELSE
				IF WS-SITE-COUNT >= 100
					DISPLAY "URGBCST SITE TABLE FULL - SITE "
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

*>  The display feeds are HELLOWLD's own, appended to; each line
*>  carries its run date for the screens to select on.
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

*>  A new generation every run, so the header goes out even when
*>  nothing urgent was due: the receivers see the run happened.
0555-OPEN-URGENT-NOTICE.
	OPEN OUTPUT URGENT-NOTICE-FILE.
	IF WS-NOTC-FILE-STATUS NOT = "00"
		MOVE "URGNOTC " TO WS-ABEND-FILE-ID
		MOVE WS-NOTC-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	MOVE SPACES TO EXTRACT-RECORD.
	MOVE "H" TO EXT-RECORD-TYPE.
	MOVE WS-TODAY-DATE TO EXT-HEADER-DATE.
	PERFORM 2500-WRITE-NOTICE-RECORD.

0600-READ-NEXT-PENDING.
	IF NOT WS-PEND-END-OF-FILE
		READ PENDING-GREETINGS NEXT RECORD
			AT END
				SET WS-PEND-END-OF-FILE TO TRUE
		END-READ
		IF NOT WS-PEND-END-OF-FILE
			IF WS-PEND-FILE-STATUS NOT = "00"
				MOVE "PENDGRTG" TO WS-ABEND-FILE-ID
				MOVE WS-PEND-FILE-STATUS TO WS-ABEND-STATUS
				PERFORM 9999-ABEND
			END-IF
		END-IF
	END-IF.

*>  Routine entries are passed over without being counted; they are
*>  HELLOWLD's. An urgent entry gets exactly HELLOWLD's eligibility
*>  test, and a record-level error moves it to the suspense file.
0700-PROCESS-ONE-PENDING.
	IF PENDING-IS-URGENT
		ADD 1 TO WS-URGENT-READ-COUNT
		MOVE "N" TO WS-RECORD-ERROR-FLAG
		IF PENDING-EFFECTIVE-DATE IS NOT NUMERIC
			MOVE "PENDGRTG" TO WS-SUSPEND-FILE-ID
			MOVE WS-PEND-FILE-STATUS TO WS-SUSPEND-STATUS
			MOVE "EFF DATE NOT NUMERIC" TO WS-SUSPEND-REASON
			PERFORM 0750-SUSPEND-RECORD
		ELSE
			IF PENDING-IS-ACTIVE
				AND PENDING-IS-APPROVED
				AND PENDING-EFFECTIVE-DATE NOT > WS-TODAY-DATE
				PERFORM 0710-BROADCAST-ONE
			ELSE
				ADD 1 TO WS-NOT-DUE-COUNT
			END-IF
		END-IF
	END-IF.
	ADD 1 TO WS-CHECKPOINT-COUNTER.
	IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
		PERFORM 0800-WRITE-CHECKPOINT
	END-IF.

0710-BROADCAST-ONE.
	MOVE PENDING-GREETING-TEXT TO WS-DISPLAY-MESSAGE.
	MOVE PENDING-LANGUAGE-CODE TO WS-LANGUAGE-CODE-PARM.
	MOVE PENDING-SEQUENCE-NO TO WS-AUDIT-SEQUENCE-NO.
	MOVE PENDING-LANGUAGE-CODE TO WS-AUDIT-LANGUAGE-CODE.
	MOVE "0000" TO WS-AUDIT-COMPLETION-CODE.
	MOVE PENDING-TARGET-SITE TO WS-TARGET-SITE.
	PERFORM 1500-LOOKUP-LANGUAGE-GREETING.
	IF WS-RECORD-IN-ERROR
		PERFORM 0750-SUSPEND-RECORD
	ELSE
		PERFORM 2100-DISPLAY-AT-SITES
		IF WS-RECORD-IN-ERROR
			PERFORM 0750-SUSPEND-RECORD
		ELSE
			ADD 1 TO WS-DISPLAYED-COUNT
			PERFORM 0760-RECORD-PROCESSED
		END-IF
	END-IF.

*>  As in HELLOWLD, a suspended record leaves the queue entirely; its
*>  image on SUSPFILE keeps the urgent flag, so SUSPMGT requeues a
*>  transient failure as urgent.
0750-SUSPEND-RECORD.
	MOVE WS-TODAY-DATE          TO SUSP-RUN-DATE.
	MOVE WS-SUSPEND-FILE-ID     TO SUSP-FILE-ID.
	MOVE WS-SUSPEND-STATUS      TO SUSP-FILE-STATUS.
	MOVE WS-SUSPEND-REASON      TO SUSP-REASON.
	MOVE PENDING-GREETING-RECORD TO SUSP-PENDING-IMAGE.
	WRITE SUSPENSE-RECORD.
	IF WS-SUSP-FILE-STATUS NOT = "00"
		MOVE "SUSPFILE" TO WS-ABEND-FILE-ID
		MOVE WS-SUSP-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	ADD 1 TO WS-SUSPEND-COUNT.
	DELETE PENDING-GREETINGS
		INVALID KEY
			CONTINUE
	END-DELETE.
	IF WS-PEND-FILE-STATUS NOT = "00" AND WS-PEND-FILE-STATUS NOT = "23"
		MOVE "PENDGRTG" TO WS-ABEND-FILE-ID
		MOVE WS-PEND-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

*>  Disposition is deferred to end of run (0950) so the forward read
*>  of the queue is never disturbed, exactly as in HELLOWLD; a full
*>  table sweeps early and re-starts the read past the last key.
0760-RECORD-PROCESSED.
	ADD 1 TO WS-PROCESSED-COUNT.
	SET WS-PROC-IDX TO WS-PROCESSED-COUNT.
	MOVE PENDING-SEQUENCE-NO TO WS-PROCESSED-TABLE (WS-PROC-IDX).
	IF WS-PROCESSED-COUNT >= 2000
		MOVE PENDING-SEQUENCE-NO TO WS-RESUME-KEY
		PERFORM 0950-DISPOSE-PROCESSED
		MOVE WS-RESUME-KEY TO PENDING-SEQUENCE-NO
		START PENDING-GREETINGS
			KEY IS GREATER THAN PENDING-SEQUENCE-NO
		IF WS-PEND-FILE-STATUS = "23" OR "10"
			SET WS-PEND-END-OF-FILE TO TRUE
		ELSE
			IF WS-PEND-FILE-STATUS NOT = "00"
				MOVE "PENDGRTG" TO WS-ABEND-FILE-ID
				MOVE WS-PEND-FILE-STATUS TO WS-ABEND-STATUS
				PERFORM 9999-ABEND
			END-IF
		END-IF
	END-IF.

0800-WRITE-CHECKPOINT.
	MOVE WS-RESTART-JOB-ID     TO RESTART-JOB-ID.
	MOVE PENDING-SEQUENCE-NO   TO RESTART-LAST-KEY.
	ACCEPT RESTART-CHECKPOINT-DATE FROM DATE YYYYMMDD.
	ACCEPT RESTART-CHECKPOINT-TIME FROM TIME.
	REWRITE RESTART-CONTROL-RECORD
		INVALID KEY
			WRITE RESTART-CONTROL-RECORD
	END-REWRITE.
	IF WS-REST-FILE-STATUS NOT = "00"
		MOVE "RESTCTL " TO WS-ABEND-FILE-ID
		MOVE WS-REST-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	MOVE ZEROES TO WS-CHECKPOINT-COUNTER.

0900-CLEAR-CHECKPOINT.
	MOVE WS-RESTART-JOB-ID TO RESTART-JOB-ID.
	DELETE RESTART-CONTROL-FILE
		INVALID KEY
			CONTINUE
	END-DELETE.
	IF WS-REST-FILE-STATUS NOT = "00" AND WS-REST-FILE-STATUS NOT = "23"
		MOVE "RESTCTL " TO WS-ABEND-FILE-ID
		MOVE WS-REST-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

0950-DISPOSE-PROCESSED.
	IF WS-PROCESSED-COUNT > 0
		PERFORM VARYING WS-PROC-IDX FROM 1 BY 1
			UNTIL WS-PROC-IDX > WS-PROCESSED-COUNT
			PERFORM 0960-DISPOSE-ONE
		END-PERFORM
		MOVE ZEROES TO WS-PROCESSED-COUNT
	END-IF.

0960-DISPOSE-ONE.
	MOVE WS-PROCESSED-TABLE (WS-PROC-IDX) TO PENDING-SEQUENCE-NO.
	READ PENDING-GREETINGS
		KEY IS PENDING-SEQUENCE-NO
		INVALID KEY
			CONTINUE
	END-READ.
	IF WS-PEND-FILE-STATUS = "00"
		MOVE PENDING-SEQUENCE-NO    TO PROC-SEQUENCE-NO
		MOVE PENDING-GREETING-TEXT  TO PROC-GREETING-TEXT
		MOVE PENDING-LANGUAGE-CODE  TO PROC-LANGUAGE-CODE
		MOVE PENDING-EFFECTIVE-DATE TO PROC-EFFECTIVE-DATE
		MOVE PENDING-ACTIVE-FLAG    TO PROC-ACTIVE-FLAG
		MOVE PENDING-DEPARTMENT-CODE TO PROC-DEPARTMENT-CODE
		ACCEPT PROC-PROCESSED-DATE FROM DATE YYYYMMDD
		ACCEPT PROC-PROCESSED-TIME FROM TIME
		SET PROC-WAS-URGENT TO TRUE
		WRITE PROCESSED-HISTORY-RECORD
		IF WS-PROC-FILE-STATUS NOT = "00"
			MOVE "PROCHIST" TO WS-ABEND-FILE-ID
			MOVE WS-PROC-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
		DELETE PENDING-GREETINGS
			INVALID KEY
				CONTINUE
		END-DELETE
		IF WS-PEND-FILE-STATUS NOT = "00" AND WS-PEND-FILE-STATUS NOT = "23"
			MOVE "PENDGRTG" TO WS-ABEND-FILE-ID
			MOVE WS-PEND-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
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

1500-LOOKUP-LANGUAGE-GREETING.
	IF WS-LANGUAGE-CODE-PARM NOT = SPACES
		MOVE WS-LANGUAGE-CODE-PARM TO LANGUAGE-CODE
		READ LANGUAGE-GREETING-FILE
			KEY IS LANGUAGE-CODE
			INVALID KEY
				CONTINUE
		END-READ
		IF WS-LANG-FILE-STATUS = "00"
			MOVE LANGUAGE-GREETING-TEXT TO WS-DISPLAY-MESSAGE
		ELSE
			IF WS-LANG-FILE-STATUS = "23"
				MOVE "0004" TO WS-AUDIT-COMPLETION-CODE
			ELSE
				SET WS-RECORD-IN-ERROR TO TRUE
				MOVE "LANGFIL " TO WS-SUSPEND-FILE-ID
				MOVE WS-LANG-FILE-STATUS TO WS-SUSPEND-STATUS
				MOVE "LANGUAGE READ FAILED" TO WS-SUSPEND-REASON
			END-IF
		END-IF
	END-IF.

*>  Every audit record this run writes also goes out as a detail on
*>  the notice file, so the two always carry the same count.
2000-WRITE-AUDIT-RECORD.
	ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT AUDIT-RUN-TIME FROM TIME.
	MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID.
	MOVE WS-DISPLAY-MESSAGE TO AUDIT-MESSAGE-TEXT.
	MOVE WS-AUDIT-COMPLETION-CODE TO AUDIT-COMPLETION-CODE.
	MOVE WS-AUDIT-SEQUENCE-NO TO AUDIT-SEQUENCE-NO.
	MOVE WS-AUDIT-LANGUAGE-CODE TO AUDIT-LANGUAGE-CODE.
	MOVE WS-AUDIT-SITE-CODE TO AUDIT-SITE-CODE.
	WRITE AUDIT-LOG-RECORD.
	IF WS-AUDIT-FILE-STATUS NOT = "00"
		SET WS-RECORD-IN-ERROR TO TRUE
		MOVE "AUDITLOG" TO WS-SUSPEND-FILE-ID
		MOVE WS-AUDIT-FILE-STATUS TO WS-SUSPEND-STATUS
		MOVE "AUDIT WRITE FAILED" TO WS-SUSPEND-REASON
	ELSE
		ADD 1 TO WS-AUDIT-WRITE-COUNT
		PERFORM 2300-WRITE-NOTICE-DETAIL
	END-IF.

*>  The targets are resolved before anything is shown, so an entry
*>  aimed at a closed site is suspended without reaching SYSOUT. A
*>  failed audit write stops the fan-out there and suspends the
*>  entry -- held, not requeued, if some sites were already shown
*>  (see 2130).
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
	DISPLAY "URGBCST SEQUENCE " WS-AUDIT-SEQUENCE-NO
		" SHOWN AT " WS-SITES-SHOWN " OF " WS-SITES-MATCHED
		" SITES BEFORE AUDIT WRITE FAILED - HELD, NOT REQUEUED".

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

*>  The detail is the audit record just written, laid out as
*>  GREETEXT lays it out on EXTFILE.
2300-WRITE-NOTICE-DETAIL.
	MOVE SPACES TO EXTRACT-RECORD.
	MOVE "D" TO EXT-RECORD-TYPE.
	MOVE AUDIT-RUN-DATE        TO EXT-RUN-DATE.
	MOVE AUDIT-RUN-TIME        TO EXT-RUN-TIME.
	MOVE AUDIT-OPERATOR-ID     TO EXT-OPERATOR-ID.
	MOVE AUDIT-MESSAGE-TEXT    TO EXT-MESSAGE-TEXT.
	MOVE AUDIT-COMPLETION-CODE TO EXT-COMPLETION-CODE.
	MOVE AUDIT-LANGUAGE-CODE   TO EXT-LANGUAGE-CODE.
	MOVE AUDIT-SEQUENCE-NO     TO EXT-SEQUENCE-NO.
	MOVE AUDIT-SITE-CODE       TO EXT-SITE-CODE.
	PERFORM 2500-WRITE-NOTICE-RECORD.
	ADD 1 TO WS-NOTICE-COUNT.

2400-WRITE-NOTICE-TRAILER.
	MOVE SPACES TO EXTRACT-RECORD.
	MOVE "T" TO EXT-RECORD-TYPE.
	MOVE WS-NOTICE-COUNT TO EXT-RECORD-COUNT.
	PERFORM 2500-WRITE-NOTICE-RECORD.

2500-WRITE-NOTICE-RECORD.
	WRITE EXTRACT-RECORD.
	IF WS-NOTC-FILE-STATUS NOT = "00"
		MOVE "URGNOTC " TO WS-ABEND-FILE-ID
		MOVE WS-NOTC-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

*>  Counts for the balancing step. RUNBAL adds every URGBCST run of
*>  the day into the night that follows it, so each run simply
*>  appends its own figures.
8800-WRITE-RUN-COUNTS.
	OPEN EXTEND RUN-CONTROL-FILE.
	IF WS-RUNC-FILE-STATUS = "05" OR "35"
		OPEN OUTPUT RUN-CONTROL-FILE
	END-IF.
	IF WS-RUNC-FILE-STATUS NOT = "00"
		MOVE "RUNCFIL " TO WS-ABEND-FILE-ID
		MOVE WS-RUNC-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	MOVE WS-TODAY-DATE TO RUNC-RUN-DATE.
	MOVE "URGBCST " TO RUNC-STEP-ID.
	MOVE "URGENT READ" TO RUNC-COUNTER-ID.
	MOVE WS-URGENT-READ-COUNT TO RUNC-COUNT.
	PERFORM 8810-WRITE-ONE-COUNTER.
	MOVE "DISPLAYED" TO RUNC-COUNTER-ID.
	MOVE WS-DISPLAYED-COUNT TO RUNC-COUNT.
	PERFORM 8810-WRITE-ONE-COUNTER.
	MOVE "SUSPENDED" TO RUNC-COUNTER-ID.
	MOVE WS-SUSPEND-COUNT TO RUNC-COUNT.
	PERFORM 8810-WRITE-ONE-COUNTER.
	MOVE "NOT DUE" TO RUNC-COUNTER-ID.
	MOVE WS-NOT-DUE-COUNT TO RUNC-COUNT.
	PERFORM 8810-WRITE-ONE-COUNTER.
	MOVE "AUDITED" TO RUNC-COUNTER-ID.
	MOVE WS-AUDIT-WRITE-COUNT TO RUNC-COUNT.
	PERFORM 8810-WRITE-ONE-COUNTER.
	CLOSE RUN-CONTROL-FILE.

8810-WRITE-ONE-COUNTER.
	WRITE RUN-CONTROL-RECORD.
	IF WS-RUNC-FILE-STATUS NOT = "00"
		MOVE "RUNCFIL " TO WS-ABEND-FILE-ID
		MOVE WS-RUNC-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

9999-ABEND.
	DISPLAY "URGBCST I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	STOP RUN RETURNING 12.
