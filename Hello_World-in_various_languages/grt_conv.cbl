*>  GRT-CONV: one-time conversion of GREETING-FILE to dated versions

*>  run using commands:
*> cobc -free -x -std=ibm -I copybooks -o GRTCONV grt_conv.cbl
*> ./GRTCONV

*>  This is the EXEC PGM=GRTCONV target of jcl/GRTCONV.jcl -- the
*>  load module name comes from the -o above, not from PROGRAM-ID,
*>  so it has to be built with that exact name.

*>  GREETING-FILE used to hold one 51-byte record per language,
*>  keyed on the language code alone. It is now keyed on language
*>  and effective date with an end date on each version (59 bytes,
*>  GREETREC.cpy), so the cluster has to be unloaded, redefined and
*>  reloaded once. This program reads the unload (OLDGREET, the old
*>  layout below) and writes each record as that language's only
*>  version: same text, flag and effective date, open-ended. The
*>  unload is in language order, which is also the new key order.
*>  Counts go to SYSOUT; RC 12 on any file error, in which case the
*>  job is restarted at the DEFINE step (see the JCL).


IDENTIFICATION DIVISION.
PROGRAM-ID. GRT-CONV.
AUTHOR. ALVARO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OLD-GREETING-FILE ASSIGN TO "OLDGREET"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-OLD-FILE-STATUS.
	SELECT GREETING-FILE ASSIGN TO "GREETFIL"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS GREETING-VERSION-KEY
		FILE STATUS IS WS-GREET-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OLD-GREETING-FILE.
01  OLD-GREETING-RECORD.
	05  OLD-GREETING-TEXT       PIC X(40).
	05  OLD-EFFECTIVE-DATE      PIC 9(08).
	05  OLD-ACTIVE-FLAG         PIC X(01).
	05  OLD-LANGUAGE-CODE       PIC X(02).

FD  GREETING-FILE.
	COPY GREETREC.

WORKING-STORAGE SECTION.
01  WS-FLAGS.
	05  WS-OLD-EOF-FLAG         PIC X(01)   VALUE "N".
		88  WS-OLD-END-OF-FILE  VALUE "Y".

01  WS-OLD-FILE-STATUS          PIC X(02)   VALUE "00".
01  WS-GREET-FILE-STATUS        PIC X(02)   VALUE "00".
01  WS-READ-COUNT               PIC 9(05)   VALUE ZEROES.
01  WS-WRITE-COUNT              PIC 9(05)   VALUE ZEROES.

01  WS-ABEND-FILE-ID            PIC X(08).
01  WS-ABEND-STATUS             PIC X(02).

PROCEDURE DIVISION.
0000-MAIN.
	OPEN INPUT OLD-GREETING-FILE.
	IF WS-OLD-FILE-STATUS NOT = "00"
		MOVE "OLDGREET" TO WS-ABEND-FILE-ID
		MOVE WS-OLD-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	OPEN OUTPUT GREETING-FILE.
	IF WS-GREET-FILE-STATUS NOT = "00"
		MOVE "GREETFIL" TO WS-ABEND-FILE-ID
		MOVE WS-GREET-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	PERFORM 1000-READ-OLD-RECORD.
	PERFORM UNTIL WS-OLD-END-OF-FILE
		PERFORM 2000-WRITE-VERSION
		PERFORM 1000-READ-OLD-RECORD
	END-PERFORM.
	CLOSE OLD-GREETING-FILE.
	CLOSE GREETING-FILE.
	DISPLAY "GRTCONV RECORDS READ    " WS-READ-COUNT.
	DISPLAY "GRTCONV VERSIONS WRITTEN " WS-WRITE-COUNT.
	STOP RUN.

1000-READ-OLD-RECORD.
	READ OLD-GREETING-FILE
		AT END
			SET WS-OLD-END-OF-FILE TO TRUE
	END-READ.
	IF NOT WS-OLD-END-OF-FILE
		IF WS-OLD-FILE-STATUS NOT = "00"
			MOVE "OLDGREET" TO WS-ABEND-FILE-ID
			MOVE WS-OLD-FILE-STATUS TO WS-ABEND-STATUS
			PERFORM 9999-ABEND
		END-IF
		ADD 1 TO WS-READ-COUNT
	END-IF.

2000-WRITE-VERSION.
	MOVE OLD-GREETING-TEXT  TO GREETING-TEXT.
	MOVE OLD-ACTIVE-FLAG    TO ACTIVE-FLAG.
	MOVE OLD-LANGUAGE-CODE  TO GREETING-LANGUAGE-CODE.
	MOVE OLD-EFFECTIVE-DATE TO EFFECTIVE-DATE.
	MOVE 99999999           TO GREETING-END-DATE.
	WRITE GREETING-RECORD.
	IF WS-GREET-FILE-STATUS NOT = "00"
		MOVE "GREETFIL" TO WS-ABEND-FILE-ID
		MOVE WS-GREET-FILE-STATUS TO WS-ABEND-STATUS
		PERFORM 9999-ABEND
	END-IF.
	ADD 1 TO WS-WRITE-COUNT.

9999-ABEND.
	DISPLAY "GRTCONV I/O ERROR ON " WS-ABEND-FILE-ID
		" FILE STATUS " WS-ABEND-STATUS.
	STOP RUN RETURNING 12.
