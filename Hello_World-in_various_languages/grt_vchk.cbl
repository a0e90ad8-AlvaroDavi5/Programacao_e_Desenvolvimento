*>  GRT-VCHK: nightly exception listing of GREETING-FILE version
*>  ranges

*>  run using commands:
*> cobc -free -x -std=ibm -I copybooks -o GRTVCHK grt_vchk.cbl
*> ./GRTVCHK

*>  This is the EXEC PGM=GRTVCHK target of jcl/HELLOJOB.jcl's
*>  STEP027 -- the load module name comes from the -o above, not from
*>  PROGRAM-ID, so it has to be built with that exact name.

*>  GREETING-FILE carries dated versions of each language's greeting
*>  (GREETREC.cpy), maintained online through GREETMNT. Scheduling a
*>  version end-dates the one before it, but a hand-keyed add, an
*>  end date typed too early or a deactivated version can still
*>  leave two active versions claiming the same days (HELLOWLD shows
*>  the later one) or days with no active version at all (HELLOWLD
*>  falls back to the hardcoded greeting). This step reads the file
*>  in key order and lists, per language, every overlap and every
*>  gap between consecutive active versions, any version whose end
*>  date is earlier than its effective date, and any language with
*>  no active version in force today. Each exception is marked PAST
*>  when its range ended before today, otherwise CURRENT or FUTURE;
*>  history cannot be corrected, so only the last two end the step
*>  RC 4 for the morning's change-control review. RC 12 on
*>  file-level failures.


IDENTIFICATION DIVISION.
PROGRAM-ID. GRT-VCHK.
AUTHOR. ALVARO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT GREETING-FILE ASSIGN TO "GREETFIL"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS GREETING-VERSION-KEY
		FILE STATUS IS WS-GREET-FILE-STATUS.
	SELECT VCHK-REPORT-FILE ASSIGN TO "VCHKRPT"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  GREETING-FILE.
	COPY GREETREC.

FD  VCHK-REPORT-FILE.
01  VCHK-RPT-LINE               PIC X(100).

FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-GREET-EOF-FLAG       PIC X(01)   VALUE "N".
		88  WS-GREET-END-OF-FILE VALUE "Y".
	05  WS-PREV-ACTIVE-FLAG     PIC X(01)   VALUE "N".
		88  WS-PREV-ACTIVE-HELD VALUE "Y".
	05  WS-IN-FORCE-FLAG        PIC X(01)   VALUE "N".
		88  WS-LANGUAGE-IN-FORCE VALUE "Y".

01  WS-GREET-FILE-STATUS        PIC X(02)   VALUE "00".
01  WS-TODAY-DATE               PIC 9(08)   VALUE ZEROES.
01  WS-CURRENT-LANGUAGE         PIC X(02)   VALUE SPACES.
01  WS-PREV-EFF-DATE            PIC 9(08)   VALUE ZEROES.
01  WS-PREV-END-DATE            PIC 9(08)   VALUE ZEROES.

01  WS-EXCEPTION.
	05  WS-EXC-TYPE             PIC X(24)   VALUE SPACES.
	05  WS-EXC-FROM-DATE        PIC 9(08)   VALUE ZEROES.
	05  WS-EXC-TO-DATE          PIC 9(08)   VALUE ZEROES.
	05  WS-EXC-FIRST-VERSION    PIC X(08)   VALUE SPACES.
	05  WS-EXC-SECOND-VERSION   PIC X(08)   VALUE SPACES.
	05  WS-EXC-TIMING           PIC X(08)   VALUE SPACES.
	05  WS-EXC-TO-TEXT          PIC X(08)   VALUE SPACES.

01  WS-TOTALS.
	05  WS-VERSION-COUNT        PIC 9(05)   VALUE ZEROES.
	05  WS-LANGUAGE-COUNT       PIC 9(05)   VALUE ZEROES.
	05  WS-OVERLAP-COUNT        PIC 9(05)   VALUE ZEROES.
	05  WS-GAP-COUNT            PIC 9(05)   VALUE ZEROES.
	05  WS-BAD-RANGE-COUNT      PIC 9(05)   VALUE ZEROES.
	05  WS-NOT-IN-FORCE-COUNT   PIC 9(05)   VALUE ZEROES.
	05  WS-OPEN-EXC-COUNT       PIC 9(05)   VALUE ZEROES.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LDGR-STEP-ID             PIC X(08)   VALUE "STEP027 ".
01  WS-LDGR-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
01  WS-LDGR-RETURN-CODE         PIC 9(02)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0050-CHECK-STEP-LEDGER.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	OPEN INPUT GREETING-FILE.
	IF WS-GREET-FILE-STATUS NOT = "00"
		MOVE "GREETFIL" TO WS-ABEND-FILE-ID
		MOVE WS-GREET-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT VCHK-REPORT-FILE.
	MOVE SPACES TO VCHK-RPT-LINE.
	STRING "GREETING VERSION RANGE EXCEPTIONS AS OF "
			DELIMITED BY SIZE
		WS-TODAY-DATE DELIMITED BY SIZE
		INTO VCHK-RPT-LINE.
	WRITE VCHK-RPT-LINE.
	MOVE "LG EXCEPTION                FROM     TO       VERSION  VERSION  WHEN"
		TO VCHK-RPT-LINE.
	WRITE VCHK-RPT-LINE.
	PERFORM 2000-READ-VERSION.
	PERFORM UNTIL WS-GREET-END-OF-FILE
		IF GREETING-LANGUAGE-CODE NOT = WS-CURRENT-LANGUAGE
			PERFORM 3000-START-LANGUAGE
		END-IF
		PERFORM 4000-CHECK-ONE-VERSION
		PERFORM 2000-READ-VERSION
	END-PERFORM.
	PERFORM 3900-END-LANGUAGE.
	PERFORM 9000-PRINT-TOTALS.
	CLOSE GREETING-FILE.
	CLOSE VCHK-REPORT-FILE.
	IF WS-OPEN-EXC-COUNT > ZEROES
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
		DISPLAY "GRTVCHK " WS-LDGR-STEP-ID "COMPLETED FOR "
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
	DISPLAY "GRTVCHK I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.

2000-READ-VERSION.
	READ GREETING-FILE NEXT RECORD
		AT END
			SET WS-GREET-END-OF-FILE TO TRUE
	END-READ.
	IF NOT WS-GREET-END-OF-FILE
		IF WS-GREET-FILE-STATUS NOT = "00"
			MOVE "GREETFIL" TO WS-ABEND-FILE-ID
			MOVE WS-GREET-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
		ADD 1 TO WS-VERSION-COUNT
	END-IF.

3000-START-LANGUAGE.
	PERFORM 3900-END-LANGUAGE.
	MOVE GREETING-LANGUAGE-CODE TO WS-CURRENT-LANGUAGE.
	ADD 1 TO WS-LANGUAGE-COUNT.
	MOVE "N" TO WS-PREV-ACTIVE-FLAG.
	MOVE "N" TO WS-IN-FORCE-FLAG.

*>  Runs as each language's versions are finished with (and once
*>  more at end of file); nothing to do before the first language.
*>  A language with no active version at all has been retired on
*>  purpose and is not listed.
3900-END-LANGUAGE.
	IF WS-CURRENT-LANGUAGE NOT = SPACES
		AND WS-PREV-ACTIVE-HELD
		AND NOT WS-LANGUAGE-IN-FORCE
		ADD 1 TO WS-NOT-IN-FORCE-COUNT
		MOVE "NO VERSION IN FORCE" TO WS-EXC-TYPE
		MOVE WS-TODAY-DATE TO WS-EXC-FROM-DATE
		MOVE WS-TODAY-DATE TO WS-EXC-TO-DATE
		MOVE WS-PREV-EFF-DATE TO WS-EXC-FIRST-VERSION
		MOVE SPACES TO WS-EXC-SECOND-VERSION
		PERFORM 5000-PRINT-EXCEPTION
	END-IF.

*>  Only active versions form the chain HELLOWLD reads; an inactive
*>  one is checked for a bad range and otherwise passed over, so
*>  deactivating a version without a replacement shows up as a gap.
*>  The chain carries the furthest end date reached so far, so a
*>  version wholly inside another is an overlap, not a gap after it.
4000-CHECK-ONE-VERSION.
	IF GREETING-END-DATE < EFFECTIVE-DATE
		ADD 1 TO WS-BAD-RANGE-COUNT
		MOVE "END BEFORE EFFECTIVE" TO WS-EXC-TYPE
		MOVE EFFECTIVE-DATE TO WS-EXC-FROM-DATE
		MOVE GREETING-END-DATE TO WS-EXC-TO-DATE
		MOVE EFFECTIVE-DATE TO WS-EXC-FIRST-VERSION
		MOVE SPACES TO WS-EXC-SECOND-VERSION
		PERFORM 5000-PRINT-EXCEPTION
	ELSE
		IF GREETING-IS-ACTIVE
			PERFORM 4100-CHECK-AGAINST-CHAIN
		END-IF
	END-IF.

4100-CHECK-AGAINST-CHAIN.
	IF EFFECTIVE-DATE NOT > WS-TODAY-DATE
		AND GREETING-END-DATE NOT < WS-TODAY-DATE
		SET WS-LANGUAGE-IN-FORCE TO TRUE
	END-IF.
	IF WS-PREV-ACTIVE-HELD
		MOVE WS-PREV-EFF-DATE TO WS-EXC-FIRST-VERSION
		MOVE EFFECTIVE-DATE TO WS-EXC-SECOND-VERSION
		IF EFFECTIVE-DATE NOT > WS-PREV-END-DATE
			ADD 1 TO WS-OVERLAP-COUNT
			MOVE "OVERLAP" TO WS-EXC-TYPE
			MOVE EFFECTIVE-DATE TO WS-EXC-FROM-DATE
			IF GREETING-END-DATE < WS-PREV-END-DATE
				MOVE GREETING-END-DATE TO WS-EXC-TO-DATE
			ELSE
				MOVE WS-PREV-END-DATE TO WS-EXC-TO-DATE
			END-IF
			PERFORM 5000-PRINT-EXCEPTION
		ELSE
			COMPUTE WS-EXC-FROM-DATE = FUNCTION DATE-OF-INTEGER
				(FUNCTION INTEGER-OF-DATE (WS-PREV-END-DATE) + 1)
			IF WS-EXC-FROM-DATE < EFFECTIVE-DATE
				ADD 1 TO WS-GAP-COUNT
				MOVE "GAP" TO WS-EXC-TYPE
				COMPUTE WS-EXC-TO-DATE = FUNCTION DATE-OF-INTEGER
					(FUNCTION INTEGER-OF-DATE (EFFECTIVE-DATE) - 1)
				PERFORM 5000-PRINT-EXCEPTION
			END-IF
		END-IF
	END-IF.
	IF NOT WS-PREV-ACTIVE-HELD
		OR GREETING-END-DATE > WS-PREV-END-DATE
		MOVE EFFECTIVE-DATE TO WS-PREV-EFF-DATE
		MOVE GREETING-END-DATE TO WS-PREV-END-DATE
	END-IF.
	SET WS-PREV-ACTIVE-HELD TO TRUE.

5000-PRINT-EXCEPTION.
	EVALUATE TRUE
		WHEN WS-EXC-TO-DATE < WS-TODAY-DATE
			AND WS-EXC-FROM-DATE NOT > WS-EXC-TO-DATE
			MOVE "PAST" TO WS-EXC-TIMING
		WHEN WS-EXC-FROM-DATE > WS-TODAY-DATE
			MOVE "FUTURE" TO WS-EXC-TIMING
			ADD 1 TO WS-OPEN-EXC-COUNT
		WHEN OTHER
			MOVE "CURRENT" TO WS-EXC-TIMING
			ADD 1 TO WS-OPEN-EXC-COUNT
	END-EVALUATE.
	IF WS-EXC-TO-DATE = 99999999
		MOVE "OPEN" TO WS-EXC-TO-TEXT
	ELSE
		MOVE WS-EXC-TO-DATE TO WS-EXC-TO-TEXT
	END-IF.
	MOVE SPACES TO VCHK-RPT-LINE.
	STRING WS-CURRENT-LANGUAGE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-EXC-TYPE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-EXC-FROM-DATE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-EXC-TO-TEXT DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-EXC-FIRST-VERSION DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-EXC-SECOND-VERSION DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-EXC-TIMING DELIMITED BY SIZE
		INTO VCHK-RPT-LINE.
	WRITE VCHK-RPT-LINE.

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
			DISPLAY "GRTVCHK STEP LEDGER NOT UPDATED - FILE STATUS "
				WS-LDGR-FILE-STATUS
		END-IF
		CLOSE STEP-LEDGER-FILE
	ELSE
		DISPLAY "GRTVCHK STEP LEDGER NOT UPDATED - FILE STATUS "
			WS-LDGR-FILE-STATUS
	END-IF.

9000-PRINT-TOTALS.
	MOVE SPACES TO VCHK-RPT-LINE.
	WRITE VCHK-RPT-LINE.
	MOVE SPACES TO VCHK-RPT-LINE.
	STRING "VERSIONS=" DELIMITED BY SIZE
		WS-VERSION-COUNT DELIMITED BY SIZE
		"  LANGUAGES=" DELIMITED BY SIZE
		WS-LANGUAGE-COUNT DELIMITED BY SIZE
		INTO VCHK-RPT-LINE.
	WRITE VCHK-RPT-LINE.
	MOVE SPACES TO VCHK-RPT-LINE.
	STRING "OVERLAPS=" DELIMITED BY SIZE
		WS-OVERLAP-COUNT DELIMITED BY SIZE
		"  GAPS=" DELIMITED BY SIZE
		WS-GAP-COUNT DELIMITED BY SIZE
		"  BAD RANGES=" DELIMITED BY SIZE
		WS-BAD-RANGE-COUNT DELIMITED BY SIZE
		"  NOT IN FORCE=" DELIMITED BY SIZE
		WS-NOT-IN-FORCE-COUNT DELIMITED BY SIZE
		"  CURRENT OR FUTURE=" DELIMITED BY SIZE
		WS-OPEN-EXC-COUNT DELIMITED BY SIZE
		INTO VCHK-RPT-LINE.
	WRITE VCHK-RPT-LINE.

9999-ABEND.
	DISPLAY "GRTVCHK I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	MOVE 12 TO WS-LDGR-RETURN-CODE.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN RETURNING 12.
