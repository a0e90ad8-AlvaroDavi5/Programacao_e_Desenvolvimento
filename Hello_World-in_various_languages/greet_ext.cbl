*>  way, by matching the message text against LANGFIL. SYSIN may
*>  name a prior YYYYMMDD date to rerun a lost transmission; blank
*>  means today.
*>  Each detail also carries the display site it was shown at (one
*>  audit record per site, see AUDITREC.cpy), so the receivers can
*>  answer "what ran at site X last night" from the extract alone.
*>  Records from before site targeting have no site and go out as
*>  "ALL" -- they were shown everywhere.


IDENTIFICATION DIVISION.
	SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCFIL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUNC-FILE-STATUS.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
	COPY RUNCREC.

FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-AUDIT-EOF-FLAG       PIC X(01)   VALUE "N".
01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LDGR-STEP-ID             PIC X(08)   VALUE "STEP015 ".
01  WS-LDGR-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
01  WS-LDGR-RETURN-CODE         PIC 9(02)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0050-CHECK-STEP-LEDGER.
	ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-EXTRACT-DATE-PARM FROM SYSIN.
	IF WS-EXTRACT-DATE-PARM IS NUMERIC
	IF WS-LANG-TABLE-IS-FULL
		DISPLAY "GREETEXT LANGUAGE TABLE FULL - CODES PAST THE"
			" FIRST 200 EXTRACTED AS BLANK"
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
		DISPLAY "GREETEXT " WS-LDGR-STEP-ID "COMPLETED FOR "
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
	DISPLAY "GREETEXT I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.

1000-LOAD-LANGUAGE-TABLE.
	OPEN INPUT LANGUAGE-GREETING-FILE.
	IF WS-LANG-FILE-STATUS NOT = "00"
		PERFORM 3000-MATCH-LANGUAGE-CODE
		MOVE WS-MATCHED-LANGUAGE-CODE TO EXT-LANGUAGE-CODE
	END-IF.
	IF AUDIT-SITE-CODE = SPACES
		MOVE "ALL " TO EXT-SITE-CODE
	ELSE
		MOVE AUDIT-SITE-CODE TO EXT-SITE-CODE
	END-IF.
	PERFORM 2500-WRITE-EXTRACT-RECORD.
	ADD 1 TO WS-DETAIL-COUNT.

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
			DISPLAY "GREETEXT STEP LEDGER NOT UPDATED - FILE STATUS "
				WS-LDGR-FILE-STATUS
		END-IF
		CLOSE STEP-LEDGER-FILE
	ELSE
		DISPLAY "GREETEXT STEP LEDGER NOT UPDATED - FILE STATUS "
			WS-LDGR-FILE-STATUS
	END-IF.

9999-ABEND.
	DISPLAY "GREETEXT I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	MOVE 12 TO WS-LDGR-RETURN-CODE.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN RETURNING 12.
