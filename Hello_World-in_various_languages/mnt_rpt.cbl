*>  STEP025 -- the load module name comes from the -o above, not from
*>  PROGRAM-ID, so it has to be built with that exact name.

*>  Prints the day's adds, updates, deactivates, scheduled future
*>  versions and end-datings from the GREETMNT maintenance-audit
*>  trail (MNTAUDIT, the dataset behind the GMTA transient-data
*>  queue -- see MNTAREC.cpy) alongside HELLO-RPT's
*>  audit-log summary: who changed what, from which terminal, and
*>  the before and after images, with totals by function. SYSIN can
*>  carry a YYYYMMDD date to report a prior day; blank means today.
		FILE STATUS IS WS-MNTA-FILE-STATUS.
	SELECT MAINT-REPORT-FILE ASSIGN TO "MNTRPT"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDGR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LDGR-KEY
		FILE STATUS IS WS-LDGR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINT-REPORT-FILE.
01  MNT-RPT-LINE                PIC X(100).

FD  STEP-LEDGER-FILE.
	COPY LDGRREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-MNTA-EOF-FLAG        PIC X(01)   VALUE "N".
	05  WS-ADD-COUNT            PIC 9(05)   VALUE ZEROES.
	05  WS-UPDATE-COUNT         PIC 9(05)   VALUE ZEROES.
	05  WS-DEACT-COUNT          PIC 9(05)   VALUE ZEROES.
	05  WS-SCHED-COUNT          PIC 9(05)   VALUE ZEROES.
	05  WS-ENDDT-COUNT          PIC 9(05)   VALUE ZEROES.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

01  WS-LDGR-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-LDGR-STEP-ID             PIC X(08)   VALUE "STEP025 ".
01  WS-LDGR-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
01  WS-LDGR-RETURN-CODE         PIC 9(02)   VALUE ZEROES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0050-CHECK-STEP-LEDGER.
	ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-REPORT-DATE-PARM FROM SYSIN.
	IF WS-REPORT-DATE-PARM IS NUMERIC
	PERFORM 9000-PRINT-TOTALS.
	CLOSE MAINT-AUDIT-FILE.
	CLOSE MAINT-REPORT-FILE.
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
		DISPLAY "MNTRPT " WS-LDGR-STEP-ID "COMPLETED FOR "
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
	DISPLAY "MNTRPT I/O ERROR ON STEPLDGR FILE STATUS "
		WS-LDGR-FILE-STATUS.
	STOP RUN RETURNING 12.

*>  No maintenance-audit file just means no online changes have been
*>  logged yet; the report still prints with zero totals so the
*>  change-control reviewer sees an explicit clean day.
		WHEN MNTA-FUNCTION-DEACT
			ADD 1 TO WS-DEACT-COUNT
			MOVE "DEACTIVATE" TO WS-FUNCTION-DESC
		WHEN MNTA-FUNCTION-SCHED
			ADD 1 TO WS-SCHED-COUNT
			MOVE "SCHEDULE" TO WS-FUNCTION-DESC
		WHEN MNTA-FUNCTION-ENDDT
			ADD 1 TO WS-ENDDT-COUNT
			MOVE "END-DATE" TO WS-FUNCTION-DESC
		WHEN OTHER
			MOVE "UNKNOWN" TO WS-FUNCTION-DESC
	END-EVALUATE.
		INTO MNT-RPT-LINE.
	WRITE MNT-RPT-LINE.

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
			DISPLAY "MNTRPT STEP LEDGER NOT UPDATED - FILE STATUS "
				WS-LDGR-FILE-STATUS
		END-IF
		CLOSE STEP-LEDGER-FILE
	ELSE
		DISPLAY "MNTRPT STEP LEDGER NOT UPDATED - FILE STATUS "
			WS-LDGR-FILE-STATUS
	END-IF.

9000-PRINT-TOTALS.
	MOVE SPACES TO MNT-RPT-LINE.
	STRING "ADDS=" DELIMITED BY SIZE
		WS-UPDATE-COUNT DELIMITED BY SIZE
		"  DEACTIVATES=" DELIMITED BY SIZE
		WS-DEACT-COUNT DELIMITED BY SIZE
		"  SCHEDULED=" DELIMITED BY SIZE
		WS-SCHED-COUNT DELIMITED BY SIZE
		"  END-DATED=" DELIMITED BY SIZE
		WS-ENDDT-COUNT DELIMITED BY SIZE
		INTO MNT-RPT-LINE.
	WRITE MNT-RPT-LINE.

9999-ABEND.
	DISPLAY "MNTRPT I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	MOVE 12 TO WS-LDGR-RETURN-CODE.
	PERFORM 8900-RECORD-STEP-END.
	STOP RUN RETURNING 12.
