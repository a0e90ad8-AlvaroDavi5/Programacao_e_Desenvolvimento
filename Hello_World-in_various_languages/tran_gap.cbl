*>  TRAN-GAP: weekly translation-gap feed to the corporate
*>  translation office

*>  run using commands:
*> cobc -free -x -std=ibm -I copybooks -o TRANGAP tran_gap.cbl
*> ./TRANGAP

*>  This is the EXEC PGM=TRANGAP target of jcl/TRANGAP.jcl -- the
*>  load module name comes from the -o above, not from PROGRAM-ID,
*>  so it has to be built with that exact name.

*>  When HELLOWLD's 1500-LOOKUP-LANGUAGE-GREETING finds no LANGFIL
*>  record for the code an entry asks for, it shows the queued text
*>  instead and writes completion code 0004 -- and until now nobody
*>  acted on those fallbacks. This program collects every 0004
*>  record from the audit archive generations (ARCHIN -- the job
*>  concatenates as many as it wants covered, the way ARCHRSCH does)
*>  and the live AUDITLOG, and looks ahead at PENDING-GREETINGS and
*>  the active standing orders (STNDFIL) for language codes that
*>  will fall back the same way when they run. A code that is on
*>  LANGFIL by now is a gap already closed and is left out, so the
*>  feed only ever asks for what is still missing.
*>  Each open gap becomes one action "A" record on the outbound
*>  request file TRANREQ, in the translation office's own layout
*>  (TRANREC.cpy): the code and the English text to translate -- the
*>  text the sites were shown in its place, the latest fallback's,
*>  or for a code not yet shown the queued text. Once the office
*>  returns it on their master, LANGLOAD adds the code and the gap
*>  closes. GAPRPT gives the coverage picture: per language the
*>  fallback displays, first and last fallback, how many days the
*>  gap has been open and what is queued that still needs it; then
*>  the same counts per department and language. The department
*>  behind a fallback is found through its sequence number on the
*>  queue, the live history or the history archive generations
*>  (PARCHIN); one that cannot be found is counted under NONE.
*>  Ends RC 4 when a table filled and the counts are incomplete,
*>  RC 12 on file-level failures.


IDENTIFICATION DIVISION.
PROGRAM-ID. TRAN-GAP.
AUTHOR. ALVARO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ARCH-FILE-STATUS.
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
	SELECT STANDING-ORDER-FILE ASSIGN TO "STNDFIL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STND-FILE-STATUS.
	SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "PARCHIN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PARC-FILE-STATUS.
	SELECT PROCESSED-HISTORY ASSIGN TO "PROCHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PROC-FILE-STATUS.
	SELECT TRANSLATION-REQUEST-FILE ASSIGN TO "TRANREQ"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TREQ-FILE-STATUS.
	SELECT GAP-REPORT-FILE ASSIGN TO "GAPRPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ARCHIVE-IN-FILE.
	COPY AUDITREC.

*>  The live log and the live history share their archives' record
*>  layouts, so each is read into its own 01 and moved over, the way
*>  ARCHRSCH reads the live audit log.
FD  AUDIT-LOG-FILE.
01  LIVE-AUDIT-RECORD           PIC X(80).

FD  LANGUAGE-GREETING-FILE.
	COPY LANGREC.

FD  PENDING-GREETINGS.
	COPY PENDREC.

FD  STANDING-ORDER-FILE.
	COPY STNDREC.

FD  HISTORY-ARCHIVE-FILE.
	COPY PROCREC.

FD  PROCESSED-HISTORY.
01  LIVE-HISTORY-RECORD         PIC X(78).

FD  TRANSLATION-REQUEST-FILE.
	COPY TRANREC.

FD  GAP-REPORT-FILE.
01  GAP-RPT-LINE                PIC X(120).

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-ARCH-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-ARCH-END-OF-FILE VALUE "Y".
	05  WS-AUDIT-EOF-FLAG       PIC X(01)   VALUE "N".
		88  WS-AUDIT-END-OF-FILE VALUE "Y".
	05  WS-PEND-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-PEND-END-OF-FILE VALUE "Y".
	05  WS-STND-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-STND-END-OF-FILE VALUE "Y".
	05  WS-PARC-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-PARC-END-OF-FILE VALUE "Y".
	05  WS-PROC-EOF-FLAG        PIC X(01)   VALUE "N".
		88  WS-PROC-END-OF-FILE VALUE "Y".
	05  WS-ON-LANGFIL-FLAG      PIC X(01)   VALUE "N".
		88  WS-CODE-ON-LANGFIL  VALUE "Y".
	05  WS-GAP-FOUND-FLAG       PIC X(01)   VALUE "N".
		88  WS-GAP-FOUND        VALUE "Y".
	05  WS-SEQ-FOUND-FLAG       PIC X(01)   VALUE "N".
		88  WS-SEQ-FOUND        VALUE "Y".
	05  WS-USE-FOUND-FLAG       PIC X(01)   VALUE "N".
		88  WS-USE-FOUND        VALUE "Y".
	05  WS-TABLE-FULL-FLAG      PIC X(01)   VALUE "N".
		88  WS-A-TABLE-IS-FULL  VALUE "Y".

01  WS-ARCH-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
01  WS-LANG-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-PEND-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-STND-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-PARC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-PROC-FILE-STATUS         PIC X(02)   VALUE "00".
01  WS-TREQ-FILE-STATUS         PIC X(02)   VALUE "00".

01  WS-TODAY-DATE               PIC 9(08)   VALUE ZEROES.
01  WS-DATE-INTEGER             PIC 9(08)   VALUE ZEROES.
01  WS-DAYS-OPEN                PIC 9(05)   VALUE ZEROES.
01  WS-NEEDED-DATE              PIC 9(08)   VALUE ZEROES.

*>  One entry per open language code, in code order (entries are
*>  slid into place) so the request file and the report come out
*>  sorted without a sort step.
01  WS-GAP-TABLE-AREA.
	05  WS-GAP-COUNT            PIC 9(03)   VALUE ZEROES.
	05  WS-GAP-ENTRY OCCURS 200 TIMES
			INDEXED BY WS-GAP-IDX.
		10  WS-GAP-CODE         PIC X(02).
		10  WS-GAP-FALLBACKS    PIC 9(07).
		10  WS-GAP-FIRST-DATE   PIC 9(08).
		10  WS-GAP-LAST-DATE    PIC 9(08).
		10  WS-GAP-UPCOMING     PIC 9(05).
		10  WS-GAP-NEXT-NEEDED  PIC 9(08).
		10  WS-GAP-TEXT         PIC X(40).
01  WS-GAP-KEY-CODE             PIC X(02)   VALUE SPACES.
01  WS-GAP-INSERT-SUB           PIC 9(03)   VALUE ZEROES.
01  WS-GAP-SHIFT-SUB            PIC 9(03)   VALUE ZEROES.

*>  The sequence numbers the fallbacks came from, with how many
*>  displays each made and the department found for it later.
01  WS-SEQ-TABLE-AREA.
	05  WS-SEQ-COUNT            PIC 9(05)   VALUE ZEROES.
	05  WS-SEQ-ENTRY OCCURS 2000 TIMES
			INDEXED BY WS-SEQ-IDX.
		10  WS-SEQ-NUMBER       PIC 9(06).
		10  WS-SEQ-CODE         PIC X(02).
		10  WS-SEQ-DISPLAYS     PIC 9(05).
		10  WS-SEQ-DEPT         PIC X(04).
01  WS-SEQ-KEY-NUMBER           PIC 9(06)   VALUE ZEROES.
01  WS-SEQ-KEY-DEPT             PIC X(04)   VALUE SPACES.

*>  Fallback displays and upcoming entries per department and
*>  language, in that key order.
01  WS-USE-TABLE-AREA.
	05  WS-USE-COUNT            PIC 9(04)   VALUE ZEROES.
	05  WS-USE-ENTRY OCCURS 1000 TIMES
			INDEXED BY WS-USE-IDX.
		10  WS-USE-KEY.
			15  WS-USE-DEPT     PIC X(04).
			15  WS-USE-CODE     PIC X(02).
		10  WS-USE-FALLBACKS    PIC 9(07).
		10  WS-USE-UPCOMING     PIC 9(05).
01  WS-USE-SEARCH-KEY.
	05  WS-USE-KEY-DEPT         PIC X(04).
	05  WS-USE-KEY-CODE         PIC X(02).
01  WS-USE-ADD-FALLBACKS        PIC 9(07)   VALUE ZEROES.
01  WS-USE-ADD-UPCOMING         PIC 9(05)   VALUE ZEROES.
01  WS-USE-INSERT-SUB           PIC 9(04)   VALUE ZEROES.
01  WS-USE-SHIFT-SUB            PIC 9(04)   VALUE ZEROES.

01  WS-LOOKAHEAD-CODE           PIC X(02)   VALUE SPACES.
01  WS-LOOKAHEAD-TEXT           PIC X(40)   VALUE SPACES.
01  WS-LOOKAHEAD-DEPT           PIC X(04)   VALUE SPACES.

01  WS-DATE-SHOWN               PIC X(08)   VALUE SPACES.
01  WS-LAST-SHOWN               PIC X(08)   VALUE SPACES.
01  WS-NEXT-SHOWN               PIC X(08)   VALUE SPACES.
01  WS-DAYS-SHOWN               PIC X(05)   VALUE SPACES.

01  WS-TOTALS.
	05  WS-ARCH-SCANNED         PIC 9(07)   VALUE ZEROES.
	05  WS-LIVE-SCANNED         PIC 9(07)   VALUE ZEROES.
	05  WS-FALLBACKS-SEEN       PIC 9(07)   VALUE ZEROES.
	05  WS-FALLBACKS-CLOSED     PIC 9(07)   VALUE ZEROES.
	05  WS-QUEUE-NEEDING        PIC 9(05)   VALUE ZEROES.
	05  WS-ORDERS-NEEDING       PIC 9(05)   VALUE ZEROES.
	05  WS-REQUESTS-WRITTEN     PIC 9(05)   VALUE ZEROES.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

PROCEDURE DIVISION.
0000-MAIN.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	OPEN INPUT LANGUAGE-GREETING-FILE.
	IF WS-LANG-FILE-STATUS NOT = "00"
		MOVE "LANGFIL " TO WS-ABEND-FILE-ID
		MOVE WS-LANG-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	PERFORM 2000-SCAN-AUDIT-ARCHIVE.
	PERFORM 2500-SCAN-LIVE-AUDIT.
	PERFORM 3000-SCAN-PENDING.
	PERFORM 3500-SCAN-STANDING-ORDERS.
	PERFORM 4000-SCAN-LIVE-HISTORY.
	PERFORM 4500-SCAN-HISTORY-ARCHIVE.
	CLOSE LANGUAGE-GREETING-FILE.
	PERFORM 5000-ADD-FALLBACK-USE.
	PERFORM 6000-WRITE-REQUESTS.
	OPEN OUTPUT GAP-REPORT-FILE.
	PERFORM 7000-PRINT-LANGUAGE-SECTION.
	PERFORM 7500-PRINT-DEPARTMENT-SECTION.
	PERFORM 9000-PRINT-CONTROL-LINES.
	CLOSE GAP-REPORT-FILE.
	DISPLAY "TRANGAP OPEN GAPS: " WS-GAP-COUNT
		" REQUESTS WRITTEN: " WS-REQUESTS-WRITTEN.
	IF WS-A-TABLE-IS-FULL
		DISPLAY "TRANGAP TABLE FULL - GAP COUNTS ARE INCOMPLETE"
		STOP RUN RETURNING 4
	END-IF.
	STOP RUN.

*>  A missing ARCHIN just means the job supplied no archive
*>  generations this week; the control lines show the zero scan.
2000-SCAN-AUDIT-ARCHIVE.
	OPEN INPUT ARCHIVE-IN-FILE.
	IF WS-ARCH-FILE-STATUS = "35"
		SET WS-ARCH-END-OF-FILE TO TRUE
	ELSE
		IF WS-ARCH-FILE-STATUS NOT = "00"
			MOVE "ARCHIN  " TO WS-ABEND-FILE-ID
			MOVE WS-ARCH-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.
	IF NOT WS-ARCH-END-OF-FILE
		PERFORM 2100-READ-ARCHIVE-RECORD
		PERFORM UNTIL WS-ARCH-END-OF-FILE
			ADD 1 TO WS-ARCH-SCANNED
			PERFORM 2800-TAKE-AUDIT-RECORD
			PERFORM 2100-READ-ARCHIVE-RECORD
		END-PERFORM
		CLOSE ARCHIVE-IN-FILE
	END-IF.

2100-READ-ARCHIVE-RECORD.
	READ ARCHIVE-IN-FILE
		AT END
			SET WS-ARCH-END-OF-FILE TO TRUE
	END-READ.

2500-SCAN-LIVE-AUDIT.
	OPEN INPUT AUDIT-LOG-FILE.
	IF WS-AUDIT-FILE-STATUS = "35"
		SET WS-AUDIT-END-OF-FILE TO TRUE
	ELSE
		IF WS-AUDIT-FILE-STATUS NOT = "00"
			MOVE "AUDITLOG" TO WS-ABEND-FILE-ID
			MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.
	IF NOT WS-AUDIT-END-OF-FILE
		PERFORM 2600-READ-LIVE-AUDIT
		PERFORM UNTIL WS-AUDIT-END-OF-FILE
			ADD 1 TO WS-LIVE-SCANNED
			MOVE LIVE-AUDIT-RECORD TO AUDIT-LOG-RECORD
			PERFORM 2800-TAKE-AUDIT-RECORD
			PERFORM 2600-READ-LIVE-AUDIT
		END-PERFORM
		CLOSE AUDIT-LOG-FILE
	END-IF.

2600-READ-LIVE-AUDIT.
	READ AUDIT-LOG-FILE
		AT END
			SET WS-AUDIT-END-OF-FILE TO TRUE
	END-READ.

*>  The text kept for a code is the one from its latest fallback
*>  by run date, whatever order the job concatenates the archive
*>  generations in, so it is the text the sites were last shown.
2800-TAKE-AUDIT-RECORD.
	IF AUDIT-LANG-FALLBACK AND AUDIT-LANGUAGE-CODE NOT = SPACES
		ADD 1 TO WS-FALLBACKS-SEEN
		MOVE AUDIT-LANGUAGE-CODE TO WS-GAP-KEY-CODE
		PERFORM 2850-TEST-CODE-ON-LANGFIL
		IF WS-CODE-ON-LANGFIL
			ADD 1 TO WS-FALLBACKS-CLOSED
		ELSE
			PERFORM 2900-FIND-OR-ADD-GAP
			IF WS-GAP-FOUND
				ADD 1 TO WS-GAP-FALLBACKS (WS-GAP-IDX)
				IF WS-GAP-FIRST-DATE (WS-GAP-IDX) = ZEROES
					OR AUDIT-RUN-DATE < WS-GAP-FIRST-DATE (WS-GAP-IDX)
					MOVE AUDIT-RUN-DATE TO WS-GAP-FIRST-DATE (WS-GAP-IDX)
				END-IF
				IF AUDIT-RUN-DATE >= WS-GAP-LAST-DATE (WS-GAP-IDX)
					MOVE AUDIT-RUN-DATE TO WS-GAP-LAST-DATE (WS-GAP-IDX)
					MOVE AUDIT-MESSAGE-TEXT TO WS-GAP-TEXT (WS-GAP-IDX)
				END-IF
			END-IF
			PERFORM 2980-ADD-FALLBACK-SEQ
		END-IF
	END-IF.

2850-TEST-CODE-ON-LANGFIL.
	MOVE "N" TO WS-ON-LANGFIL-FLAG.
	MOVE WS-GAP-KEY-CODE TO LANGUAGE-CODE.
	READ LANGUAGE-GREETING-FILE
		KEY IS LANGUAGE-CODE
		INVALID KEY
			CONTINUE
	END-READ.
	IF WS-LANG-FILE-STATUS = "00"
		SET WS-CODE-ON-LANGFIL TO TRUE
	ELSE
		IF WS-LANG-FILE-STATUS NOT = "23"
			MOVE "LANGFIL " TO WS-ABEND-FILE-ID
			MOVE WS-LANG-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.

2900-FIND-OR-ADD-GAP.
	MOVE "N" TO WS-GAP-FOUND-FLAG.
	IF WS-GAP-COUNT > 0
		PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
			UNTIL WS-GAP-IDX > WS-GAP-COUNT OR WS-GAP-FOUND
			IF WS-GAP-CODE (WS-GAP-IDX) = WS-GAP-KEY-CODE
				SET WS-GAP-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-GAP-FOUND
			SET WS-GAP-IDX DOWN BY 1
		END-IF
	END-IF.
	IF NOT WS-GAP-FOUND
		IF WS-GAP-COUNT >= 200
			SET WS-A-TABLE-IS-FULL TO TRUE
		ELSE
			PERFORM 2950-INSERT-GAP-IN-ORDER
		END-IF
	END-IF.

2950-INSERT-GAP-IN-ORDER.
	MOVE 1 TO WS-GAP-INSERT-SUB.
	PERFORM UNTIL WS-GAP-INSERT-SUB > WS-GAP-COUNT
		OR WS-GAP-CODE (WS-GAP-INSERT-SUB) > WS-GAP-KEY-CODE
		ADD 1 TO WS-GAP-INSERT-SUB
	END-PERFORM.
	MOVE WS-GAP-COUNT TO WS-GAP-SHIFT-SUB.
	PERFORM UNTIL WS-GAP-SHIFT-SUB < WS-GAP-INSERT-SUB
		MOVE WS-GAP-ENTRY (WS-GAP-SHIFT-SUB)
			TO WS-GAP-ENTRY (WS-GAP-SHIFT-SUB + 1)
		SUBTRACT 1 FROM WS-GAP-SHIFT-SUB
	END-PERFORM.
	ADD 1 TO WS-GAP-COUNT.
	SET WS-GAP-IDX TO WS-GAP-INSERT-SUB.
	MOVE WS-GAP-KEY-CODE TO WS-GAP-CODE (WS-GAP-IDX).
	MOVE ZEROES TO WS-GAP-FALLBACKS (WS-GAP-IDX).
	MOVE ZEROES TO WS-GAP-FIRST-DATE (WS-GAP-IDX).
	MOVE ZEROES TO WS-GAP-LAST-DATE (WS-GAP-IDX).
	MOVE ZEROES TO WS-GAP-UPCOMING (WS-GAP-IDX).
	MOVE ZEROES TO WS-GAP-NEXT-NEEDED (WS-GAP-IDX).
	MOVE SPACES TO WS-GAP-TEXT (WS-GAP-IDX).
	SET WS-GAP-FOUND TO TRUE.

*>  One entry per sequence number however many sites it was shown
*>  at; the displays are what the department counts carry.
2980-ADD-FALLBACK-SEQ.
	MOVE AUDIT-SEQUENCE-NO TO WS-SEQ-KEY-NUMBER.
	MOVE "N" TO WS-SEQ-FOUND-FLAG.
	IF WS-SEQ-COUNT > 0
		PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
			UNTIL WS-SEQ-IDX > WS-SEQ-COUNT OR WS-SEQ-FOUND
			IF WS-SEQ-NUMBER (WS-SEQ-IDX) = WS-SEQ-KEY-NUMBER
				AND WS-SEQ-CODE (WS-SEQ-IDX) = AUDIT-LANGUAGE-CODE
				SET WS-SEQ-FOUND TO TRUE
				ADD 1 TO WS-SEQ-DISPLAYS (WS-SEQ-IDX)
			END-IF
		END-PERFORM
	END-IF.
	IF NOT WS-SEQ-FOUND
		IF WS-SEQ-COUNT >= 2000
			SET WS-A-TABLE-IS-FULL TO TRUE
		ELSE
			ADD 1 TO WS-SEQ-COUNT
			SET WS-SEQ-IDX TO WS-SEQ-COUNT
			MOVE WS-SEQ-KEY-NUMBER TO WS-SEQ-NUMBER (WS-SEQ-IDX)
			MOVE AUDIT-LANGUAGE-CODE TO WS-SEQ-CODE (WS-SEQ-IDX)
			MOVE 1 TO WS-SEQ-DISPLAYS (WS-SEQ-IDX)
			MOVE SPACES TO WS-SEQ-DEPT (WS-SEQ-IDX)
		END-IF
	END-IF.

*>  Everything still on the queue will run, whatever its date, so
*>  every entry in a missing language is a fallback waiting to
*>  happen. The same pass gives the department of any fallback
*>  whose entry is still queued.
3000-SCAN-PENDING.
	OPEN INPUT PENDING-GREETINGS.
	IF WS-PEND-FILE-STATUS = "35"
		SET WS-PEND-END-OF-FILE TO TRUE
	ELSE
		IF WS-PEND-FILE-STATUS NOT = "00"
			MOVE "PENDGRTG" TO WS-ABEND-FILE-ID
			MOVE WS-PEND-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.
	IF NOT WS-PEND-END-OF-FILE
		PERFORM 3100-READ-NEXT-PENDING
		PERFORM UNTIL WS-PEND-END-OF-FILE
			MOVE PENDING-SEQUENCE-NO TO WS-SEQ-KEY-NUMBER
			MOVE PENDING-DEPARTMENT-CODE TO WS-SEQ-KEY-DEPT
			PERFORM 4800-RESOLVE-SEQ-DEPT
			IF PENDING-LANGUAGE-CODE NOT = SPACES
				MOVE PENDING-LANGUAGE-CODE TO WS-GAP-KEY-CODE
				PERFORM 2850-TEST-CODE-ON-LANGFIL
				IF NOT WS-CODE-ON-LANGFIL
					ADD 1 TO WS-QUEUE-NEEDING
					MOVE PENDING-LANGUAGE-CODE TO WS-LOOKAHEAD-CODE
					MOVE PENDING-GREETING-TEXT TO WS-LOOKAHEAD-TEXT
					MOVE PENDING-DEPARTMENT-CODE TO WS-LOOKAHEAD-DEPT
					IF PENDING-EFFECTIVE-DATE IS NUMERIC
						MOVE PENDING-EFFECTIVE-DATE TO WS-NEEDED-DATE
					ELSE
						MOVE WS-TODAY-DATE TO WS-NEEDED-DATE
					END-IF
					PERFORM 3800-TAKE-LOOKAHEAD
				END-IF
			END-IF
			PERFORM 3100-READ-NEXT-PENDING
		END-PERFORM
		CLOSE PENDING-GREETINGS
	END-IF.

3100-READ-NEXT-PENDING.
	READ PENDING-GREETINGS NEXT RECORD
		AT END
			SET WS-PEND-END-OF-FILE TO TRUE
	END-READ.
	IF NOT WS-PEND-END-OF-FILE
		IF WS-PEND-FILE-STATUS NOT = "00"
			MOVE "PENDGRTG" TO WS-ABEND-FILE-ID
			MOVE WS-PEND-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.

*>  An active order whose window has not closed will expand again;
*>  it is first needed on its start date or tonight, whichever is
*>  later.
3500-SCAN-STANDING-ORDERS.
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
		PERFORM 3600-READ-ORDER-RECORD
		PERFORM UNTIL WS-STND-END-OF-FILE
			IF STND-IS-ACTIVE
				AND STND-LANGUAGE-CODE NOT = SPACES
				AND STND-START-DATE IS NUMERIC
				AND STND-END-DATE IS NUMERIC
				AND STND-END-DATE >= WS-TODAY-DATE
				MOVE STND-LANGUAGE-CODE TO WS-GAP-KEY-CODE
				PERFORM 2850-TEST-CODE-ON-LANGFIL
				IF NOT WS-CODE-ON-LANGFIL
					ADD 1 TO WS-ORDERS-NEEDING
					MOVE STND-LANGUAGE-CODE TO WS-LOOKAHEAD-CODE
					MOVE STND-GREETING-TEXT TO WS-LOOKAHEAD-TEXT
					MOVE STND-DEPARTMENT-CODE TO WS-LOOKAHEAD-DEPT
					IF STND-START-DATE > WS-TODAY-DATE
						MOVE STND-START-DATE TO WS-NEEDED-DATE
					ELSE
						MOVE WS-TODAY-DATE TO WS-NEEDED-DATE
					END-IF
					PERFORM 3800-TAKE-LOOKAHEAD
				END-IF
			END-IF
			PERFORM 3600-READ-ORDER-RECORD
		END-PERFORM
		CLOSE STANDING-ORDER-FILE
	END-IF.

3600-READ-ORDER-RECORD.
	READ STANDING-ORDER-FILE
		AT END
			SET WS-STND-END-OF-FILE TO TRUE
	END-READ.

*>  A code with no fallback yet takes its text from the first entry
*>  that will need it.
3800-TAKE-LOOKAHEAD.
	MOVE WS-LOOKAHEAD-CODE TO WS-GAP-KEY-CODE.
	PERFORM 2900-FIND-OR-ADD-GAP.
	IF WS-GAP-FOUND
		ADD 1 TO WS-GAP-UPCOMING (WS-GAP-IDX)
		IF WS-GAP-NEXT-NEEDED (WS-GAP-IDX) = ZEROES
			OR WS-NEEDED-DATE < WS-GAP-NEXT-NEEDED (WS-GAP-IDX)
			MOVE WS-NEEDED-DATE TO WS-GAP-NEXT-NEEDED (WS-GAP-IDX)
		END-IF
		IF WS-GAP-TEXT (WS-GAP-IDX) = SPACES
			MOVE WS-LOOKAHEAD-TEXT TO WS-GAP-TEXT (WS-GAP-IDX)
		END-IF
	END-IF.
	IF WS-LOOKAHEAD-DEPT = SPACES
		MOVE "NONE" TO WS-USE-KEY-DEPT
	ELSE
		MOVE WS-LOOKAHEAD-DEPT TO WS-USE-KEY-DEPT
	END-IF.
	MOVE WS-LOOKAHEAD-CODE TO WS-USE-KEY-CODE.
	MOVE ZEROES TO WS-USE-ADD-FALLBACKS.
	MOVE 1 TO WS-USE-ADD-UPCOMING.
	PERFORM 5100-ADD-DEPT-USE.

*>  The live history is read first: it is the most recent, and a
*>  fallback's entry drained off the queue is most likely there.
4000-SCAN-LIVE-HISTORY.
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
		PERFORM 4100-READ-LIVE-HISTORY
		PERFORM UNTIL WS-PROC-END-OF-FILE
			MOVE LIVE-HISTORY-RECORD TO PROCESSED-HISTORY-RECORD
			MOVE PROC-SEQUENCE-NO TO WS-SEQ-KEY-NUMBER
			MOVE PROC-DEPARTMENT-CODE TO WS-SEQ-KEY-DEPT
			PERFORM 4800-RESOLVE-SEQ-DEPT
			PERFORM 4100-READ-LIVE-HISTORY
		END-PERFORM
		CLOSE PROCESSED-HISTORY
	END-IF.

4100-READ-LIVE-HISTORY.
	READ PROCESSED-HISTORY
		AT END
			SET WS-PROC-END-OF-FILE TO TRUE
	END-READ.

4500-SCAN-HISTORY-ARCHIVE.
	OPEN INPUT HISTORY-ARCHIVE-FILE.
	IF WS-PARC-FILE-STATUS = "35"
		SET WS-PARC-END-OF-FILE TO TRUE
	ELSE
		IF WS-PARC-FILE-STATUS NOT = "00"
			MOVE "PARCHIN " TO WS-ABEND-FILE-ID
			MOVE WS-PARC-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
	END-IF.
	IF NOT WS-PARC-END-OF-FILE
		PERFORM 4600-READ-HISTORY-ARCHIVE
		PERFORM UNTIL WS-PARC-END-OF-FILE
			MOVE PROC-SEQUENCE-NO TO WS-SEQ-KEY-NUMBER
			MOVE PROC-DEPARTMENT-CODE TO WS-SEQ-KEY-DEPT
			PERFORM 4800-RESOLVE-SEQ-DEPT
			PERFORM 4600-READ-HISTORY-ARCHIVE
		END-PERFORM
		CLOSE HISTORY-ARCHIVE-FILE
	END-IF.

4600-READ-HISTORY-ARCHIVE.
	READ HISTORY-ARCHIVE-FILE
		AT END
			SET WS-PARC-END-OF-FILE TO TRUE
	END-READ.

*>  First source to name the sequence number wins; an entry that
*>  predates department codes is charged to NONE.
4800-RESOLVE-SEQ-DEPT.
	IF WS-SEQ-COUNT > 0
		PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
			UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
			IF WS-SEQ-NUMBER (WS-SEQ-IDX) = WS-SEQ-KEY-NUMBER
				AND WS-SEQ-DEPT (WS-SEQ-IDX) = SPACES
				IF WS-SEQ-KEY-DEPT = SPACES
					MOVE "NONE" TO WS-SEQ-DEPT (WS-SEQ-IDX)
				ELSE
					MOVE WS-SEQ-KEY-DEPT TO WS-SEQ-DEPT (WS-SEQ-IDX)
				END-IF
			END-IF
		END-PERFORM
	END-IF.

5000-ADD-FALLBACK-USE.
	IF WS-SEQ-COUNT > 0
		PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
			UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
			IF WS-SEQ-DEPT (WS-SEQ-IDX) = SPACES
				MOVE "NONE" TO WS-USE-KEY-DEPT
			ELSE
				MOVE WS-SEQ-DEPT (WS-SEQ-IDX) TO WS-USE-KEY-DEPT
			END-IF
			MOVE WS-SEQ-CODE (WS-SEQ-IDX) TO WS-USE-KEY-CODE
			MOVE WS-SEQ-DISPLAYS (WS-SEQ-IDX) TO WS-USE-ADD-FALLBACKS
			MOVE ZEROES TO WS-USE-ADD-UPCOMING
			PERFORM 5100-ADD-DEPT-USE
		END-PERFORM
	END-IF.

5100-ADD-DEPT-USE.
	MOVE "N" TO WS-USE-FOUND-FLAG.
	IF WS-USE-COUNT > 0
		PERFORM VARYING WS-USE-IDX FROM 1 BY 1
			UNTIL WS-USE-IDX > WS-USE-COUNT OR WS-USE-FOUND
			IF WS-USE-KEY (WS-USE-IDX) = WS-USE-SEARCH-KEY
				SET WS-USE-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-USE-FOUND
			SET WS-USE-IDX DOWN BY 1
		END-IF
	END-IF.
	IF NOT WS-USE-FOUND
		IF WS-USE-COUNT >= 1000
			SET WS-A-TABLE-IS-FULL TO TRUE
		ELSE
			PERFORM 5200-INSERT-USE-IN-ORDER
		END-IF
	END-IF.
	IF WS-USE-FOUND
		ADD WS-USE-ADD-FALLBACKS TO WS-USE-FALLBACKS (WS-USE-IDX)
		ADD WS-USE-ADD-UPCOMING TO WS-USE-UPCOMING (WS-USE-IDX)
	END-IF.

5200-INSERT-USE-IN-ORDER.
	MOVE 1 TO WS-USE-INSERT-SUB.
	PERFORM UNTIL WS-USE-INSERT-SUB > WS-USE-COUNT
		OR WS-USE-KEY (WS-USE-INSERT-SUB) > WS-USE-SEARCH-KEY
		ADD 1 TO WS-USE-INSERT-SUB
	END-PERFORM.
	MOVE WS-USE-COUNT TO WS-USE-SHIFT-SUB.
	PERFORM UNTIL WS-USE-SHIFT-SUB < WS-USE-INSERT-SUB
		MOVE WS-USE-ENTRY (WS-USE-SHIFT-SUB)
			TO WS-USE-ENTRY (WS-USE-SHIFT-SUB + 1)
		SUBTRACT 1 FROM WS-USE-SHIFT-SUB
	END-PERFORM.
	ADD 1 TO WS-USE-COUNT.
	SET WS-USE-IDX TO WS-USE-INSERT-SUB.
	MOVE WS-USE-SEARCH-KEY TO WS-USE-KEY (WS-USE-IDX).
	MOVE ZEROES TO WS-USE-FALLBACKS (WS-USE-IDX).
	MOVE ZEROES TO WS-USE-UPCOMING (WS-USE-IDX).
	SET WS-USE-FOUND TO TRUE.

*>  The request file is rewritten whole each week: every gap still
*>  open is asked for again until LANGLOAD closes it.
6000-WRITE-REQUESTS.
	OPEN OUTPUT TRANSLATION-REQUEST-FILE.
	IF WS-TREQ-FILE-STATUS NOT = "00"
		MOVE "TRANREQ " TO WS-ABEND-FILE-ID
		MOVE WS-TREQ-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	IF WS-GAP-COUNT > 0
		PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
			UNTIL WS-GAP-IDX > WS-GAP-COUNT
			MOVE SPACES TO TRANSLATION-MASTER-RECORD
			MOVE "A" TO TRAN-ACTION-CODE
			MOVE WS-GAP-CODE (WS-GAP-IDX) TO TRAN-LANGUAGE-CODE
			MOVE WS-GAP-TEXT (WS-GAP-IDX) TO TRAN-TEXT-USABLE
			WRITE TRANSLATION-MASTER-RECORD
			IF WS-TREQ-FILE-STATUS NOT = "00"
				MOVE "TRANREQ " TO WS-ABEND-FILE-ID
				MOVE WS-TREQ-FILE-STATUS TO WS-ABEND-STATUS
				PERFORM 9999-ABEND
			END-IF
			ADD 1 TO WS-REQUESTS-WRITTEN
		END-PERFORM
	END-IF.
	CLOSE TRANSLATION-REQUEST-FILE.

*>  Days open run from the first fallback; a code only seen on the
*>  queue or a standing order has not failed anyone yet.
7000-PRINT-LANGUAGE-SECTION.
	MOVE SPACES TO GAP-RPT-LINE.
	STRING "TRANSLATION GAPS BY LANGUAGE  RUN DATE " DELIMITED BY SIZE
		WS-TODAY-DATE DELIMITED BY SIZE
		INTO GAP-RPT-LINE.
	WRITE GAP-RPT-LINE.
	IF WS-GAP-COUNT = 0
		MOVE "NO OPEN TRANSLATION GAPS" TO GAP-RPT-LINE
		WRITE GAP-RPT-LINE
	ELSE
		PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
			UNTIL WS-GAP-IDX > WS-GAP-COUNT
			PERFORM 7100-PRINT-ONE-GAP
		END-PERFORM
	END-IF.

7100-PRINT-ONE-GAP.
	IF WS-GAP-FIRST-DATE (WS-GAP-IDX) = ZEROES
		MOVE "NONE YET" TO WS-DATE-SHOWN
		MOVE "NONE YET" TO WS-LAST-SHOWN
		MOVE "    0" TO WS-DAYS-SHOWN
	ELSE
		MOVE WS-GAP-FIRST-DATE (WS-GAP-IDX) TO WS-DATE-SHOWN
		MOVE WS-GAP-LAST-DATE (WS-GAP-IDX) TO WS-LAST-SHOWN
		COMPUTE WS-DAYS-OPEN =
			FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
			- FUNCTION INTEGER-OF-DATE(WS-GAP-FIRST-DATE (WS-GAP-IDX))
		MOVE WS-DAYS-OPEN TO WS-DAYS-SHOWN
	END-IF.
	IF WS-GAP-NEXT-NEEDED (WS-GAP-IDX) = ZEROES
		MOVE "NONE" TO WS-NEXT-SHOWN
	ELSE
		MOVE WS-GAP-NEXT-NEEDED (WS-GAP-IDX) TO WS-NEXT-SHOWN
	END-IF.
	MOVE SPACES TO GAP-RPT-LINE.
	WRITE GAP-RPT-LINE.
	STRING "LANG " DELIMITED BY SIZE
		WS-GAP-CODE (WS-GAP-IDX) DELIMITED BY SIZE
		"  FALLBACKS=" DELIMITED BY SIZE
		WS-GAP-FALLBACKS (WS-GAP-IDX) DELIMITED BY SIZE
		"  FIRST=" DELIMITED BY SIZE
		WS-DATE-SHOWN DELIMITED BY SIZE
		"  LAST=" DELIMITED BY SIZE
		WS-LAST-SHOWN DELIMITED BY SIZE
		"  DAYS OPEN=" DELIMITED BY SIZE
		WS-DAYS-SHOWN DELIMITED BY SIZE
		"  UPCOMING=" DELIMITED BY SIZE
		WS-GAP-UPCOMING (WS-GAP-IDX) DELIMITED BY SIZE
		"  NEXT NEEDED=" DELIMITED BY SIZE
		WS-NEXT-SHOWN DELIMITED BY SIZE
		INTO GAP-RPT-LINE.
	WRITE GAP-RPT-LINE.
	MOVE SPACES TO GAP-RPT-LINE.
	STRING "        TEXT TO TRANSLATE: " DELIMITED BY SIZE
		WS-GAP-TEXT (WS-GAP-IDX) DELIMITED BY SIZE
		INTO GAP-RPT-LINE.
	WRITE GAP-RPT-LINE.

7500-PRINT-DEPARTMENT-SECTION.
	MOVE SPACES TO GAP-RPT-LINE.
	WRITE GAP-RPT-LINE.
	MOVE "TRANSLATION GAPS BY DEPARTMENT" TO GAP-RPT-LINE.
	WRITE GAP-RPT-LINE.
	IF WS-USE-COUNT > 0
		PERFORM VARYING WS-USE-IDX FROM 1 BY 1
			UNTIL WS-USE-IDX > WS-USE-COUNT
			MOVE SPACES TO GAP-RPT-LINE
			STRING "DEPT " DELIMITED BY SIZE
				WS-USE-DEPT (WS-USE-IDX) DELIMITED BY SIZE
				"  LANG " DELIMITED BY SIZE
				WS-USE-CODE (WS-USE-IDX) DELIMITED BY SIZE
				"  FALLBACKS=" DELIMITED BY SIZE
				WS-USE-FALLBACKS (WS-USE-IDX) DELIMITED BY SIZE
				"  UPCOMING=" DELIMITED BY SIZE
				WS-USE-UPCOMING (WS-USE-IDX) DELIMITED BY SIZE
				INTO GAP-RPT-LINE
			WRITE GAP-RPT-LINE
		END-PERFORM
	END-IF.

9000-PRINT-CONTROL-LINES.
	MOVE SPACES TO GAP-RPT-LINE.
	WRITE GAP-RPT-LINE.
	STRING "AUDIT ARCHIVE SCANNED=" DELIMITED BY SIZE
		WS-ARCH-SCANNED DELIMITED BY SIZE
		"  LIVE SCANNED=" DELIMITED BY SIZE
		WS-LIVE-SCANNED DELIMITED BY SIZE
		"  FALLBACKS=" DELIMITED BY SIZE
		WS-FALLBACKS-SEEN DELIMITED BY SIZE
		"  SINCE CLOSED=" DELIMITED BY SIZE
		WS-FALLBACKS-CLOSED DELIMITED BY SIZE
		INTO GAP-RPT-LINE.
	WRITE GAP-RPT-LINE.
	MOVE SPACES TO GAP-RPT-LINE.
	STRING "QUEUED ENTRIES NEEDING A CODE=" DELIMITED BY SIZE
		WS-QUEUE-NEEDING DELIMITED BY SIZE
		"  STANDING ORDERS NEEDING A CODE=" DELIMITED BY SIZE
		WS-ORDERS-NEEDING DELIMITED BY SIZE
		"  REQUESTS WRITTEN=" DELIMITED BY SIZE
		WS-REQUESTS-WRITTEN DELIMITED BY SIZE
		INTO GAP-RPT-LINE.
	WRITE GAP-RPT-LINE.

9999-ABEND.
	DISPLAY "TRANGAP I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	STOP RUN RETURNING 12.
