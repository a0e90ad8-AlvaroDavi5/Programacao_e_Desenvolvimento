*>  CHG-BACK: monthly departmental chargeback statement and GL journal

*>  run using commands:
*> cobc -free -x -std=ibm -I copybooks -o CHGBACK chg_back.cbl
*> ./CHGBACK

*>  This is the EXEC PGM=CHGBACK target of jcl/CHGBACK.jcl -- the
*>  load module name comes from the -o above, not from PROGRAM-ID,
*>  so it has to be built with that exact name.

*>  Finance charges the announcement service back to the departments
*>  that use it. Every queue entry ends up on PROCESSED-HISTORY with
*>  its department and how it was disposed of -- displayed (D, or U
*>  for an intraday urgent broadcast), expired (E), cancelled (C) or
*>  rejected (R) -- so the month's
*>  usage is already on file: the live PROCHIST plus the PROCARCH
*>  archive generations (PARCHIN -- the job concatenates as many as
*>  the month needs, the way ARCHRSCH reads ARCHIN). A record belongs
*>  to the month its PROC-PROCESSED-DATE falls in.
*>  Each record is priced from the rate table RATEFIL (RATEREC.cpy),
*>  kept as data: the row for its disposition and language, else the
*>  disposition's all-language row, plus the row's surcharge when
*>  the record is in a language other than the table's base language
*>  (a translated greeting). An urgent broadcast is a display and is
*>  priced from the D rows, though the statement keeps it on a line
*>  of its own. A record with no rate row is counted on the
*>  statement as UNRATED at no charge and the run ends RC 4, so a
*>  missing rate is seen rather than silently billed at zero.
*>  Output is the per-department statement on CHGRPT -- lines and
*>  amounts by disposition and language, a total per department and
*>  a grand total -- and the GL journal GLJFILE (GLJREC.cpy): a
*>  header, one expense debit per department charged with the
*>  department as cost centre, one income credit for the month, and
*>  a trailer with the detail count and both totals.
*>  SYSIN may carry a YYYYMM period to rerun a prior month, the way
*>  GREETEXT recuts a date; blank means the month just ended. RC 12
*>  on file-level failures or a missing RATEFIL control record.


IDENTIFICATION DIVISION.
PROGRAM-ID. CHG-BACK.
AUTHOR. ALVARO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT RATE-TABLE-FILE ASSIGN TO "RATEFIL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RATE-FILE-STATUS.
	SELECT ARCHIVE-IN-FILE ASSIGN TO "PARCHIN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ARCH-FILE-STATUS.
	SELECT PROCESSED-HISTORY ASSIGN TO "PROCHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PROC-FILE-STATUS.
	SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DMST-DEPARTMENT-CODE
		FILE STATUS IS WS-DMST-FILE-STATUS.
	SELECT GL-JOURNAL-FILE ASSIGN TO "GLJFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GLJ-FILE-STATUS.
	SELECT CHARGEBACK-REPORT-FILE ASSIGN TO "CHGRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  RATE-TABLE-FILE.
	COPY RATEREC.

FD  ARCHIVE-IN-FILE.
	COPY PROCREC.

*>  The live history shares the archive's record layout, so it is
*>  read into its own 01 and moved over, the way ARCHRSCH reads the
*>  live audit log.
FD  PROCESSED-HISTORY.
01  LIVE-HISTORY-RECORD         PIC X(78).

FD  DEPARTMENT-MASTER-FILE.
	COPY DMSTREC.

FD  GL-JOURNAL-FILE.
	COPY GLJREC.

FD  CHARGEBACK-REPORT-FILE.
01  CHG-RPT-LINE                PIC X(120).

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-RATE-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-RATE-END-OF-FILE VALUE "Y".
	05  WS-ARCH-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-ARCH-END-OF-FILE VALUE "Y".
	05  WS-PROC-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-PROC-END-OF-FILE VALUE "Y".
	05  WS-CONTROL-FOUND-FLAG   PIC X(01)   VALUE "N".
		88  WS-CONTROL-FOUND    VALUE "Y".
	05  WS-RATE-FOUND-FLAG      PIC X(01)   VALUE "N".
		88  WS-RATE-FOUND       VALUE "Y".
	05  WS-CHARGE-FOUND-FLAG    PIC X(01)   VALUE "N".
		88  WS-CHARGE-FOUND     VALUE "Y".
	05  WS-CHARGE-FULL-FLAG     PIC X(01)   VALUE "N".
		88  WS-CHARGE-TABLE-FULL VALUE "Y".

01  WS-RATE-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-ARCH-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-PROC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-DMST-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-GLJ-FILE-STATUS          PIC X(02)   VALUE "00".

01  WS-TODAY-DATE               PIC 9(08)   VALUE ZEROES.
01  WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
	05  WS-TODAY-YYYY           PIC 9(04).
	05  WS-TODAY-MM             PIC 9(02).
	05  WS-TODAY-DD             PIC 9(02).
01  WS-PERIOD-PARM              PIC X(06)   VALUE SPACES.
01  WS-PERIOD                   PIC 9(06)   VALUE ZEROES.
01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
	05  WS-PERIOD-YYYY          PIC 9(04).
	05  WS-PERIOD-MM            PIC 9(02).
01  WS-RECORD-DATE              PIC 9(08)   VALUE ZEROES.
01  WS-RECORD-PERIOD REDEFINES WS-RECORD-DATE.
	05  WS-RECORD-YYYYMM        PIC 9(06).
	05  FILLER                  PIC 9(02).

01  WS-BASE-LANGUAGE            PIC X(02)   VALUE SPACES.
01  WS-GL-EXPENSE-ACCOUNT       PIC X(10)   VALUE SPACES.
01  WS-GL-INCOME-ACCOUNT        PIC X(10)   VALUE SPACES.

01  WS-RATE-TABLE-AREA.
	05  WS-RATE-COUNT           PIC 9(03)   VALUE ZEROES.
	05  WS-RATE-ENTRY OCCURS 200 TIMES
			INDEXED BY WS-RATE-IDX.
		10  WS-RATE-TBL-DISP    PIC X(01).
		10  WS-RATE-TBL-LANG    PIC X(02).
		10  WS-RATE-TBL-AMOUNT  PIC 9(03)V99.
		10  WS-RATE-TBL-SURCHARGE
		                        PIC 9(03)V99.
01  WS-RATE-HIT-SUB             PIC 9(03)   VALUE ZEROES.

*>  One entry per department, disposition and language charged,
*>  kept in that key order (entries are slid into place) so the
*>  statement prints with its department breaks without a sort.
01  WS-CHARGE-TABLE-AREA.
	05  WS-CHARGE-COUNT         PIC 9(04)   VALUE ZEROES.
	05  WS-CHARGE-ENTRY OCCURS 2000 TIMES
			INDEXED BY WS-CHARGE-IDX.
		10  WS-CHG-KEY.
			15  WS-CHG-DEPT     PIC X(04).
			15  WS-CHG-DISP     PIC X(01).
			15  WS-CHG-LANG     PIC X(02).
		10  WS-CHG-RATED-FLAG   PIC X(01).
			88  WS-CHG-IS-RATED VALUE "Y".
		10  WS-CHG-LINES        PIC 9(07).
		10  WS-CHG-BASE-AMOUNT  PIC 9(09)V99.
		10  WS-CHG-SURCHARGE    PIC 9(09)V99.
01  WS-CHARGE-KEY.
	05  WS-KEY-DEPT             PIC X(04).
	05  WS-KEY-DISP             PIC X(01).
	05  WS-KEY-LANG             PIC X(02).
01  WS-RATE-DISP                PIC X(01)   VALUE SPACE.
01  WS-INSERT-SUB               PIC 9(04)   VALUE ZEROES.
01  WS-SHIFT-SUB                PIC 9(04)   VALUE ZEROES.
01  WS-LINE-SURCHARGE           PIC 9(03)V99 VALUE ZEROES.

01  WS-DEPT-BREAK               PIC X(04)   VALUE SPACES.
01  WS-DEPT-NAME                PIC X(30)   VALUE SPACES.
01  WS-DEPT-LINES               PIC 9(07)   VALUE ZEROES.
01  WS-DEPT-AMOUNT              PIC 9(09)V99 VALUE ZEROES.
01  WS-ROW-AMOUNT               PIC 9(09)V99 VALUE ZEROES.

01  WS-TOTALS.
	05  WS-ARCH-SCANNED         PIC 9(07)   VALUE ZEROES.
	05  WS-ARCH-IN-PERIOD       PIC 9(07)   VALUE ZEROES.
	05  WS-LIVE-SCANNED         PIC 9(07)   VALUE ZEROES.
	05  WS-LIVE-IN-PERIOD       PIC 9(07)   VALUE ZEROES.
	05  WS-UNRATED-LINES        PIC 9(07)   VALUE ZEROES.
	05  WS-GRAND-LINES          PIC 9(07)   VALUE ZEROES.
	05  WS-GRAND-AMOUNT         PIC 9(09)V99 VALUE ZEROES.
	05  WS-JOURNAL-DETAILS      PIC 9(07)   VALUE ZEROES.
	05  WS-JOURNAL-DEBITS       PIC 9(11)V99 VALUE ZEROES.
	05  WS-JOURNAL-CREDITS      PIC 9(11)V99 VALUE ZEROES.

01  WS-EDIT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
01  WS-EDIT-SURCHARGE           PIC ZZZ,ZZZ,ZZ9.99.
01  WS-EDIT-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.
01  WS-EDIT-LINES               PIC Z,ZZZ,ZZ9.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

PROCEDURE DIVISION.
0000-MAIN.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	PERFORM 1000-SET-PERIOD.
	PERFORM 1100-LOAD-RATE-TABLE.
	PERFORM 2000-SCAN-ARCHIVE.
	PERFORM 3000-SCAN-LIVE-HISTORY.
	IF WS-CHARGE-TABLE-FULL
		DISPLAY "CHGBACK CHARGE TABLE FULL - NO STATEMENT OR"
			" JOURNAL WRITTEN FOR " WS-PERIOD
		STOP RUN RETURNING 12
	END-IF.
	OPEN OUTPUT CHARGEBACK-REPORT-FILE.
	PERFORM 5000-PRINT-STATEMENT.
	PERFORM 6000-WRITE-JOURNAL.
	PERFORM 9000-PRINT-CONTROL-LINES.
	CLOSE CHARGEBACK-REPORT-FILE.
	DISPLAY "CHGBACK PERIOD " WS-PERIOD
		" JOURNAL DETAILS WRITTEN: " WS-JOURNAL-DETAILS.
	IF WS-UNRATED-LINES > 0
		DISPLAY "CHGBACK " WS-UNRATED-LINES
			" HISTORY RECORDS HAD NO RATE ON RATEFIL"
		STOP RUN RETURNING 4
	END-IF.
	STOP RUN.

*>  Blank SYSIN means the month just ended -- the job runs in the
*>  first days of the new month.
1000-SET-PERIOD.
	ACCEPT WS-PERIOD-PARM FROM SYSIN.
	IF WS-PERIOD-PARM IS NUMERIC
		MOVE WS-PERIOD-PARM TO WS-PERIOD
	ELSE
		IF WS-TODAY-MM = 1
			COMPUTE WS-PERIOD-YYYY = WS-TODAY-YYYY - 1
			MOVE 12 TO WS-PERIOD-MM
		ELSE
			MOVE WS-TODAY-YYYY TO WS-PERIOD-YYYY
			COMPUTE WS-PERIOD-MM = WS-TODAY-MM - 1
		END-IF
	END-IF.
	IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
		DISPLAY "CHGBACK INVALID PERIOD ON SYSIN: " WS-PERIOD-PARM
		STOP RUN RETURNING 12
	END-IF.

*>  Rate rows past the two-hundredth are reported and ignored; the
*>  records they would have priced show up as UNRATED.
1100-LOAD-RATE-TABLE.
	OPEN INPUT RATE-TABLE-FILE.
	IF WS-RATE-FILE-STATUS NOT = "00"
		MOVE "RATEFIL " TO WS-ABEND-FILE-ID
		MOVE WS-RATE-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	PERFORM 1200-READ-RATE-RECORD.
	PERFORM UNTIL WS-RATE-END-OF-FILE
		EVALUATE TRUE
			WHEN RATE-IS-CONTROL
				SET WS-CONTROL-FOUND TO TRUE
				MOVE RATE-BASE-LANGUAGE TO WS-BASE-LANGUAGE
				MOVE RATE-GL-EXPENSE-ACCOUNT TO WS-GL-EXPENSE-ACCOUNT
				MOVE RATE-GL-INCOME-ACCOUNT TO WS-GL-INCOME-ACCOUNT
			WHEN RATE-IS-RATE-ROW
				IF RATE-LINE-AMOUNT IS NOT NUMERIC
					OR RATE-TRANSLATED-SURCHARGE IS NOT NUMERIC
					DISPLAY "CHGBACK RATE ROW NOT NUMERIC - IGNORED: "
						RATE-TABLE-RECORD
				ELSE
					IF WS-RATE-COUNT >= 200
						DISPLAY "CHGBACK RATE TABLE FULL - ROW IGNORED: "
							RATE-TABLE-RECORD
					ELSE
						ADD 1 TO WS-RATE-COUNT
						SET WS-RATE-IDX TO WS-RATE-COUNT
						MOVE RATE-DISPOSITION-CODE
							TO WS-RATE-TBL-DISP (WS-RATE-IDX)
						MOVE RATE-LANGUAGE-CODE
							TO WS-RATE-TBL-LANG (WS-RATE-IDX)
						MOVE RATE-LINE-AMOUNT
							TO WS-RATE-TBL-AMOUNT (WS-RATE-IDX)
						MOVE RATE-TRANSLATED-SURCHARGE
							TO WS-RATE-TBL-SURCHARGE (WS-RATE-IDX)
					END-IF
				END-IF
			WHEN OTHER
				DISPLAY "CHGBACK UNKNOWN RATEFIL RECORD - IGNORED: "
					RATE-TABLE-RECORD
		END-EVALUATE
		PERFORM 1200-READ-RATE-RECORD
	END-PERFORM.
	CLOSE RATE-TABLE-FILE.
	IF NOT WS-CONTROL-FOUND
		DISPLAY "CHGBACK NO CONTROL RECORD ON RATEFIL"
		STOP RUN RETURNING 12
	END-IF.

1200-READ-RATE-RECORD.
	READ RATE-TABLE-FILE
		AT END
			SET WS-RATE-END-OF-FILE TO TRUE
	END-READ.

*>  A missing PARCHIN just means the job supplied no archive
*>  generations; the live history may still cover the month, and
*>  the control lines make the zero scan explicit.
2000-SCAN-ARCHIVE.
	OPEN INPUT ARCHIVE-IN-FILE.
	IF WS-ARCH-FILE-STATUS = "35"
		SET WS-ARCH-END-OF-FILE TO TRUE
	ELSE
		IF WS-ARCH-FILE-STATUS NOT = "00"
			MOVE "PARCHIN " TO WS-ABEND-FILE-ID
			MOVE WS-ARCH-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.
	IF NOT WS-ARCH-END-OF-FILE
		PERFORM 2100-READ-ARCHIVE-RECORD
		PERFORM UNTIL WS-ARCH-END-OF-FILE
			ADD 1 TO WS-ARCH-SCANNED
			IF PROC-PROCESSED-DATE IS NUMERIC
				MOVE PROC-PROCESSED-DATE TO WS-RECORD-DATE
				IF WS-RECORD-YYYYMM = WS-PERIOD
					ADD 1 TO WS-ARCH-IN-PERIOD
					PERFORM 4000-CHARGE-ONE-RECORD
				END-IF
			END-IF
			PERFORM 2100-READ-ARCHIVE-RECORD
		END-PERFORM
		CLOSE ARCHIVE-IN-FILE
	END-IF.

2100-READ-ARCHIVE-RECORD.
	READ ARCHIVE-IN-FILE
		AT END
			SET WS-ARCH-END-OF-FILE TO TRUE
	END-READ.

*>  The live history may not exist yet on a site that has never run
*>  the disposition step.
3000-SCAN-LIVE-HISTORY.
	OPEN INPUT PROCESSED-HISTORY.
	IF WS-PROC-FILE-STATUS = "35"
		SET WS-PROC-END-OF-FILE TO TRUE
	ELSE
		IF WS-PROC-FILE-STATUS NOT = "00"
			MOVE "PROCHIST" TO WS-ABEND-FILE-ID
			MOVE WS-PROC-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.
	IF NOT WS-PROC-END-OF-FILE
		PERFORM 3100-READ-LIVE-RECORD
		PERFORM UNTIL WS-PROC-END-OF-FILE
			ADD 1 TO WS-LIVE-SCANNED
			MOVE LIVE-HISTORY-RECORD TO PROCESSED-HISTORY-RECORD
			IF PROC-PROCESSED-DATE IS NUMERIC
				MOVE PROC-PROCESSED-DATE TO WS-RECORD-DATE
				IF WS-RECORD-YYYYMM = WS-PERIOD
					ADD 1 TO WS-LIVE-IN-PERIOD
					PERFORM 4000-CHARGE-ONE-RECORD
				END-IF
			END-IF
			PERFORM 3100-READ-LIVE-RECORD
		END-PERFORM
		CLOSE PROCESSED-HISTORY
	END-IF.

3100-READ-LIVE-RECORD.
	READ PROCESSED-HISTORY
		AT END
			SET WS-PROC-END-OF-FILE TO TRUE
	END-READ.

*>  History written before entries carried a department has none;
*>  it is charged to NONE so the statement still adds up to the
*>  journal and Finance can see how much was unattributed.
4000-CHARGE-ONE-RECORD.
	IF PROC-DEPARTMENT-CODE = SPACES
		MOVE "NONE" TO WS-KEY-DEPT
	ELSE
		MOVE PROC-DEPARTMENT-CODE TO WS-KEY-DEPT
	END-IF.
	MOVE PROC-DISPOSITION-CODE TO WS-KEY-DISP.
	MOVE PROC-LANGUAGE-CODE TO WS-KEY-LANG.
	MOVE PROC-DISPOSITION-CODE TO WS-RATE-DISP.
	IF PROC-WAS-URGENT
		MOVE "D" TO WS-RATE-DISP
	END-IF.
	PERFORM 4100-FIND-RATE.
	PERFORM 4200-FIND-CHARGE-ENTRY.
	IF NOT WS-CHARGE-FOUND
		IF WS-CHARGE-COUNT >= 2000
			SET WS-CHARGE-TABLE-FULL TO TRUE
		ELSE
			PERFORM 4300-INSERT-CHARGE-IN-ORDER
		END-IF
	END-IF.
	IF WS-CHARGE-FOUND
		ADD 1 TO WS-CHG-LINES (WS-CHARGE-IDX)
		IF WS-RATE-FOUND
			MOVE "Y" TO WS-CHG-RATED-FLAG (WS-CHARGE-IDX)
			ADD WS-RATE-TBL-AMOUNT (WS-RATE-HIT-SUB)
				TO WS-CHG-BASE-AMOUNT (WS-CHARGE-IDX)
			ADD WS-LINE-SURCHARGE TO WS-CHG-SURCHARGE (WS-CHARGE-IDX)
		ELSE
			ADD 1 TO WS-UNRATED-LINES
		END-IF
	END-IF.

*>  The language's own row wins over the disposition's all-language
*>  row. The surcharge applies only off the base language.
4100-FIND-RATE.
	MOVE "N" TO WS-RATE-FOUND-FLAG.
	MOVE ZEROES TO WS-RATE-HIT-SUB.
	MOVE ZEROES TO WS-LINE-SURCHARGE.
	PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
		UNTIL WS-RATE-IDX > WS-RATE-COUNT
		IF WS-RATE-TBL-DISP (WS-RATE-IDX) = WS-RATE-DISP
			IF WS-RATE-TBL-LANG (WS-RATE-IDX) = WS-KEY-LANG
				SET WS-RATE-FOUND TO TRUE
				SET WS-RATE-HIT-SUB TO WS-RATE-IDX
			ELSE
				IF WS-RATE-TBL-LANG (WS-RATE-IDX) = SPACES
					AND (WS-RATE-HIT-SUB = ZEROES
						OR WS-RATE-TBL-LANG (WS-RATE-HIT-SUB)
							= SPACES)
					SET WS-RATE-FOUND TO TRUE
					SET WS-RATE-HIT-SUB TO WS-RATE-IDX
				END-IF
			END-IF
		END-IF
	END-PERFORM.
	IF WS-RATE-FOUND
		AND WS-KEY-LANG NOT = SPACES
		AND WS-KEY-LANG NOT = WS-BASE-LANGUAGE
		MOVE WS-RATE-TBL-SURCHARGE (WS-RATE-HIT-SUB)
			TO WS-LINE-SURCHARGE
	END-IF.

4200-FIND-CHARGE-ENTRY.
	MOVE "N" TO WS-CHARGE-FOUND-FLAG.
	IF WS-CHARGE-COUNT > 0
		PERFORM VARYING WS-CHARGE-IDX FROM 1 BY 1
			UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT OR WS-CHARGE-FOUND
			IF WS-CHG-KEY (WS-CHARGE-IDX) = WS-CHARGE-KEY
				SET WS-CHARGE-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-CHARGE-FOUND
			SET WS-CHARGE-IDX DOWN BY 1
		END-IF
	END-IF.

4300-INSERT-CHARGE-IN-ORDER.
	MOVE 1 TO WS-INSERT-SUB.
	PERFORM UNTIL WS-INSERT-SUB > WS-CHARGE-COUNT
		OR WS-CHG-KEY (WS-INSERT-SUB) > WS-CHARGE-KEY
		ADD 1 TO WS-INSERT-SUB
	END-PERFORM.
	MOVE WS-CHARGE-COUNT TO WS-SHIFT-SUB.
	PERFORM UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
		MOVE WS-CHARGE-ENTRY (WS-SHIFT-SUB)
			TO WS-CHARGE-ENTRY (WS-SHIFT-SUB + 1)
		SUBTRACT 1 FROM WS-SHIFT-SUB
	END-PERFORM.
	ADD 1 TO WS-CHARGE-COUNT.
	SET WS-CHARGE-IDX TO WS-INSERT-SUB.
	MOVE WS-CHARGE-KEY TO WS-CHG-KEY (WS-CHARGE-IDX).
	MOVE "N" TO WS-CHG-RATED-FLAG (WS-CHARGE-IDX).
	MOVE ZEROES TO WS-CHG-LINES (WS-CHARGE-IDX).
	MOVE ZEROES TO WS-CHG-BASE-AMOUNT (WS-CHARGE-IDX).
	MOVE ZEROES TO WS-CHG-SURCHARGE (WS-CHARGE-IDX).
	SET WS-CHARGE-FOUND TO TRUE.

5000-PRINT-STATEMENT.
	MOVE SPACES TO CHG-RPT-LINE.
	STRING "DEPARTMENTAL CHARGEBACK STATEMENT  PERIOD " DELIMITED BY SIZE
		WS-PERIOD DELIMITED BY SIZE
		"  BASE LANGUAGE " DELIMITED BY SIZE
		WS-BASE-LANGUAGE DELIMITED BY SIZE
		INTO CHG-RPT-LINE.
	WRITE CHG-RPT-LINE.
	OPEN INPUT DEPARTMENT-MASTER-FILE.
	IF WS-DMST-FILE-STATUS NOT = "00"
		MOVE "DEPTMAST" TO WS-ABEND-FILE-ID
		MOVE WS-DMST-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	MOVE SPACES TO WS-DEPT-BREAK.
	IF WS-CHARGE-COUNT = 0
		MOVE "NO PROCESSED-HISTORY RECORDS FOR PERIOD" TO CHG-RPT-LINE
		WRITE CHG-RPT-LINE
	ELSE
		PERFORM VARYING WS-CHARGE-IDX FROM 1 BY 1
			UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT
			IF WS-CHG-DEPT (WS-CHARGE-IDX) NOT = WS-DEPT-BREAK
				IF WS-DEPT-BREAK NOT = SPACES
					PERFORM 5300-PRINT-DEPT-TOTAL
				END-IF
				PERFORM 5100-PRINT-DEPT-HEADING
			END-IF
			PERFORM 5200-PRINT-CHARGE-LINE
		END-PERFORM
		PERFORM 5300-PRINT-DEPT-TOTAL
	END-IF.
	CLOSE DEPARTMENT-MASTER-FILE.
	MOVE WS-GRAND-LINES TO WS-EDIT-LINES.
	MOVE WS-GRAND-AMOUNT TO WS-EDIT-TOTAL.
	MOVE SPACES TO CHG-RPT-LINE.
	STRING "GRAND TOTAL  LINES=" DELIMITED BY SIZE
		WS-EDIT-LINES DELIMITED BY SIZE
		"  AMOUNT=" DELIMITED BY SIZE
		WS-EDIT-TOTAL DELIMITED BY SIZE
		INTO CHG-RPT-LINE.
	WRITE CHG-RPT-LINE.

*>  The name is only for the reader; a department since removed from
*>  the master is still charged under its code.
5100-PRINT-DEPT-HEADING.
	MOVE WS-CHG-DEPT (WS-CHARGE-IDX) TO WS-DEPT-BREAK.
	MOVE ZEROES TO WS-DEPT-LINES.
	MOVE ZEROES TO WS-DEPT-AMOUNT.
	MOVE WS-DEPT-BREAK TO DMST-DEPARTMENT-CODE.
	READ DEPARTMENT-MASTER-FILE
		KEY IS DMST-DEPARTMENT-CODE
		INVALID KEY
			CONTINUE
	END-READ.
	IF WS-DMST-FILE-STATUS = "00"
		MOVE DMST-DEPARTMENT-NAME TO WS-DEPT-NAME
	ELSE
		IF WS-DMST-FILE-STATUS NOT = "23"
			MOVE "DEPTMAST" TO WS-ABEND-FILE-ID
			MOVE WS-DMST-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
		MOVE "NOT ON DEPTMAST" TO WS-DEPT-NAME
	END-IF.
	MOVE SPACES TO CHG-RPT-LINE.
	WRITE CHG-RPT-LINE.
	STRING "DEPT " DELIMITED BY SIZE
		WS-DEPT-BREAK DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		WS-DEPT-NAME DELIMITED BY SIZE
		INTO CHG-RPT-LINE.
	WRITE CHG-RPT-LINE.

5200-PRINT-CHARGE-LINE.
	COMPUTE WS-ROW-AMOUNT = WS-CHG-BASE-AMOUNT (WS-CHARGE-IDX)
		+ WS-CHG-SURCHARGE (WS-CHARGE-IDX).
	ADD WS-CHG-LINES (WS-CHARGE-IDX) TO WS-DEPT-LINES.
	ADD WS-ROW-AMOUNT TO WS-DEPT-AMOUNT.
	MOVE WS-CHG-LINES (WS-CHARGE-IDX) TO WS-EDIT-LINES.
	MOVE WS-CHG-BASE-AMOUNT (WS-CHARGE-IDX) TO WS-EDIT-AMOUNT.
	MOVE WS-CHG-SURCHARGE (WS-CHARGE-IDX) TO WS-EDIT-SURCHARGE.
	MOVE WS-ROW-AMOUNT TO WS-EDIT-TOTAL.
	MOVE SPACES TO CHG-RPT-LINE.
	STRING "  DISP " DELIMITED BY SIZE
		WS-CHG-DISP (WS-CHARGE-IDX) DELIMITED BY SIZE
		" LANG " DELIMITED BY SIZE
		WS-CHG-LANG (WS-CHARGE-IDX) DELIMITED BY SIZE
		"  LINES=" DELIMITED BY SIZE
		WS-EDIT-LINES DELIMITED BY SIZE
		"  BASE=" DELIMITED BY SIZE
		WS-EDIT-AMOUNT DELIMITED BY SIZE
		"  SURCHARGE=" DELIMITED BY SIZE
		WS-EDIT-SURCHARGE DELIMITED BY SIZE
		"  AMOUNT=" DELIMITED BY SIZE
		WS-EDIT-TOTAL DELIMITED BY SIZE
		INTO CHG-RPT-LINE.
	IF NOT WS-CHG-IS-RATED (WS-CHARGE-IDX)
		MOVE "UNRATED" TO CHG-RPT-LINE (113:7)
	END-IF.
	WRITE CHG-RPT-LINE.

5300-PRINT-DEPT-TOTAL.
	ADD WS-DEPT-LINES TO WS-GRAND-LINES.
	ADD WS-DEPT-AMOUNT TO WS-GRAND-AMOUNT.
	MOVE WS-DEPT-LINES TO WS-EDIT-LINES.
	MOVE WS-DEPT-AMOUNT TO WS-EDIT-TOTAL.
	MOVE SPACES TO CHG-RPT-LINE.
	STRING "  DEPT " DELIMITED BY SIZE
		WS-DEPT-BREAK DELIMITED BY SIZE
		" TOTAL  LINES=" DELIMITED BY SIZE
		WS-EDIT-LINES DELIMITED BY SIZE
		"  AMOUNT=" DELIMITED BY SIZE
		WS-EDIT-TOTAL DELIMITED BY SIZE
		INTO CHG-RPT-LINE.
	WRITE CHG-RPT-LINE.

*>  One debit per department with a charge, then the balancing
*>  credit, so the trailer's debit and credit totals always agree;
*>  the ledger rejects the batch if they do not.
6000-WRITE-JOURNAL.
	OPEN OUTPUT GL-JOURNAL-FILE.
	IF WS-GLJ-FILE-STATUS NOT = "00"
		MOVE "GLJFILE " TO WS-ABEND-FILE-ID
		MOVE WS-GLJ-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	MOVE SPACES TO GL-JOURNAL-RECORD.
	MOVE "H" TO GLJ-RECORD-TYPE.
	MOVE "HELLOCHG" TO GLJ-SOURCE-SYSTEM.
	MOVE WS-PERIOD TO GLJ-PERIOD.
	MOVE WS-TODAY-DATE TO GLJ-CREATED-DATE.
	PERFORM 6500-WRITE-JOURNAL-RECORD.
	MOVE SPACES TO WS-DEPT-BREAK.
	MOVE ZEROES TO WS-DEPT-LINES.
	MOVE ZEROES TO WS-DEPT-AMOUNT.
	IF WS-CHARGE-COUNT > 0
		PERFORM VARYING WS-CHARGE-IDX FROM 1 BY 1
			UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT
			IF WS-CHG-DEPT (WS-CHARGE-IDX) NOT = WS-DEPT-BREAK
				IF WS-DEPT-BREAK NOT = SPACES
					PERFORM 6100-WRITE-DEPT-DEBIT
				END-IF
				MOVE WS-CHG-DEPT (WS-CHARGE-IDX) TO WS-DEPT-BREAK
				MOVE ZEROES TO WS-DEPT-LINES
				MOVE ZEROES TO WS-DEPT-AMOUNT
			END-IF
			ADD WS-CHG-LINES (WS-CHARGE-IDX) TO WS-DEPT-LINES
			ADD WS-CHG-BASE-AMOUNT (WS-CHARGE-IDX)
				WS-CHG-SURCHARGE (WS-CHARGE-IDX) TO WS-DEPT-AMOUNT
		END-PERFORM
		PERFORM 6100-WRITE-DEPT-DEBIT
	END-IF.
	IF WS-JOURNAL-DEBITS > 0
		MOVE SPACES TO GL-JOURNAL-RECORD
		MOVE "D" TO GLJ-RECORD-TYPE
		MOVE WS-GL-INCOME-ACCOUNT TO GLJ-ACCOUNT
		MOVE SPACES TO GLJ-COST-CENTRE
		MOVE "C" TO GLJ-DEBIT-CREDIT
		MOVE WS-JOURNAL-DEBITS TO GLJ-AMOUNT
		MOVE WS-GRAND-LINES TO GLJ-LINE-COUNT
		MOVE "ANNOUNCEMENT SERVICE RECOVERY" TO GLJ-DESCRIPTION
		PERFORM 6500-WRITE-JOURNAL-RECORD
		ADD 1 TO WS-JOURNAL-DETAILS
		ADD WS-JOURNAL-DEBITS TO WS-JOURNAL-CREDITS
	END-IF.
	MOVE SPACES TO GL-JOURNAL-RECORD.
	MOVE "T" TO GLJ-RECORD-TYPE.
	MOVE WS-JOURNAL-DETAILS TO GLJ-DETAIL-COUNT.
	MOVE WS-JOURNAL-DEBITS TO GLJ-TOTAL-DEBITS.
	MOVE WS-JOURNAL-CREDITS TO GLJ-TOTAL-CREDITS.
	PERFORM 6500-WRITE-JOURNAL-RECORD.
	CLOSE GL-JOURNAL-FILE.

*>  A department whose whole month came to nothing (every line
*>  unrated or priced at zero) has nothing to post.
6100-WRITE-DEPT-DEBIT.
	IF WS-DEPT-AMOUNT > 0
		MOVE SPACES TO GL-JOURNAL-RECORD
		MOVE "D" TO GLJ-RECORD-TYPE
		MOVE WS-GL-EXPENSE-ACCOUNT TO GLJ-ACCOUNT
		MOVE WS-DEPT-BREAK TO GLJ-COST-CENTRE
		MOVE "D" TO GLJ-DEBIT-CREDIT
		MOVE WS-DEPT-AMOUNT TO GLJ-AMOUNT
		MOVE WS-DEPT-LINES TO GLJ-LINE-COUNT
		MOVE "ANNOUNCEMENT SERVICE CHARGE" TO GLJ-DESCRIPTION
		PERFORM 6500-WRITE-JOURNAL-RECORD
		ADD 1 TO WS-JOURNAL-DETAILS
		ADD WS-DEPT-AMOUNT TO WS-JOURNAL-DEBITS
	END-IF.

6500-WRITE-JOURNAL-RECORD.
	WRITE GL-JOURNAL-RECORD.
	IF WS-GLJ-FILE-STATUS NOT = "00"
		MOVE "GLJFILE " TO WS-ABEND-FILE-ID
		MOVE WS-GLJ-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.

9000-PRINT-CONTROL-LINES.
	MOVE SPACES TO CHG-RPT-LINE.
	WRITE CHG-RPT-LINE.
	STRING "SOURCE ARCHIVE  SCANNED=" DELIMITED BY SIZE
		WS-ARCH-SCANNED DELIMITED BY SIZE
		"  IN PERIOD=" DELIMITED BY SIZE
		WS-ARCH-IN-PERIOD DELIMITED BY SIZE
		INTO CHG-RPT-LINE.
	WRITE CHG-RPT-LINE.
	MOVE SPACES TO CHG-RPT-LINE.
	STRING "SOURCE LIVE     SCANNED=" DELIMITED BY SIZE
		WS-LIVE-SCANNED DELIMITED BY SIZE
		"  IN PERIOD=" DELIMITED BY SIZE
		WS-LIVE-IN-PERIOD DELIMITED BY SIZE
		INTO CHG-RPT-LINE.
	WRITE CHG-RPT-LINE.
	MOVE WS-JOURNAL-DEBITS TO WS-EDIT-AMOUNT.
	MOVE WS-JOURNAL-CREDITS TO WS-EDIT-TOTAL.
	MOVE SPACES TO CHG-RPT-LINE.
	STRING "JOURNAL DETAILS=" DELIMITED BY SIZE
		WS-JOURNAL-DETAILS DELIMITED BY SIZE
		"  DEBITS=" DELIMITED BY SIZE
		WS-EDIT-AMOUNT DELIMITED BY SIZE
		"  CREDITS=" DELIMITED BY SIZE
		WS-EDIT-TOTAL DELIMITED BY SIZE
		"  UNRATED LINES=" DELIMITED BY SIZE
		WS-UNRATED-LINES DELIMITED BY SIZE
		INTO CHG-RPT-LINE.
	WRITE CHG-RPT-LINE.

9999-ABEND.
	DISPLAY "CHGBACK I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	STOP RUN RETURNING 12.
