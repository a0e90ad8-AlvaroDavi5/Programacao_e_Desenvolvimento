*>  audited in the same hundredth of a second apart -- browsed
*>  backward with STARTBR/READPREV; the resume key and active date
*>  filter ride the COMMAREA between pseudo-conversational tasks.
*>  SITEFLT narrows any of the three to one display site -- "what
*>  ran at site X last night" -- showing that site's own records and
*>  the ones shown everywhere (site "ALL"); blank shows every site.
*>  The filter is taken from the screen on functions 1 and 3 and
*>  carried in the COMMAREA while paging with function 2.

*>  Vendor extension: this program uses EXEC CICS commands, which are
*>  not part of GnuCOBOL's -std=ibm dialect and are desk-checked only,
01  WS-COMMAREA.
	05  WS-RESUME-KEY           PIC X(19).
	05  WS-FILTER-DATE          PIC X(08).
	05  WS-FILTER-SITE          PIC X(04).

01  WS-LINE-SUB                 PIC S9(04)  COMP  VALUE ZEROES.
01  WS-LINES-FILLED             PIC S9(04)  COMP  VALUE ZEROES.
	88  WS-BROWSE-DONE          VALUE "Y".

LINKAGE SECTION.
01  DFHCOMMAREA                 PIC X(31).

PROCEDURE DIVISION.
0000-MAIN.
	IF EIBCALEN NOT = 31
		PERFORM 0100-SEND-INITIAL-MAP
	END-IF.
	MOVE DFHCOMMAREA TO WS-COMMAREA.
	EXEC CICS RETURN
		TRANSID  ('GINQ')
		COMMAREA (WS-COMMAREA)
		LENGTH   (31)
	END-EXEC.

0100-SEND-INITIAL-MAP.
	MOVE LOW-VALUES TO GRINQMAPO.
	MOVE LOW-VALUES TO WS-RESUME-KEY.
	MOVE SPACES TO WS-FILTER-DATE.
	MOVE SPACES TO WS-FILTER-SITE.
	EXEC CICS SEND
		MAP    ('GRINQMAP')
		MAPSET ('GRINQSET')
	EXEC CICS RETURN
		TRANSID  ('GINQ')
		COMMAREA (WS-COMMAREA)
		LENGTH   (31)
	END-EXEC.

*>  Function 1 starts past the newest record (HIGH-VALUES positions
		WHEN "1"
			MOVE HIGH-VALUES TO WS-BROWSE-KEY
			MOVE SPACES TO WS-FILTER-DATE
			PERFORM 1100-TAKE-SITE-FILTER
		WHEN "2"
			MOVE WS-RESUME-KEY TO WS-BROWSE-KEY
			SET WS-SKIP-FIRST-READ TO TRUE
			MOVE HIGH-VALUES TO BRWS-KEY-SEQ
			MOVE DATEFLTI TO WS-FILTER-DATE
			SET WS-RETRY-AT-END-PENDING TO TRUE
			PERFORM 1100-TAKE-SITE-FILTER
		WHEN OTHER
			MOVE HIGH-VALUES TO WS-BROWSE-KEY
			MOVE SPACES TO WS-FILTER-DATE
			PERFORM 1100-TAKE-SITE-FILTER
	END-EVALUATE.

1100-TAKE-SITE-FILTER.
	IF SITEFLTI = LOW-VALUES
		MOVE SPACES TO WS-FILTER-SITE
	ELSE
		MOVE SITEFLTI TO WS-FILTER-SITE
	END-IF.

2000-FILL-SCREEN.
	MOVE LOW-VALUES TO GRINQMAPO.
	MOVE ZEROES TO WS-LINES-FILLED.

*>  With a date filter active, records newer than the filter date
*>  are read past silently and the browse stops at the first record
*>  older than it. Records for other sites are read past the same
*>  way when a site filter is active.
2200-CONSIDER-ONE-RECORD.
	IF WS-FILTER-DATE NOT = SPACES
		IF BRWS-KEY-DATE > WS-FILTER-DATE
			IF BRWS-KEY-DATE < WS-FILTER-DATE
				SET WS-BROWSE-DONE TO TRUE
			ELSE
				PERFORM 2250-CONSIDER-SITE
			END-IF
		END-IF
	ELSE
		PERFORM 2250-CONSIDER-SITE
	END-IF.

2250-CONSIDER-SITE.
	IF WS-FILTER-SITE = SPACES
		OR INQ-SITE-CODE = WS-FILTER-SITE
		OR INQ-SITE-CODE = "ALL "
		OR INQ-SITE-CODE = SPACES
		PERFORM 2300-FORMAT-ONE-LINE
	END-IF.

*>  The run time is shown to the second (HHMMSS) to leave room for
*>  the site on the 79-byte line.
2300-FORMAT-ONE-LINE.
	ADD 1 TO WS-LINES-FILLED.
	MOVE WS-LINES-FILLED TO WS-LINE-SUB.
	MOVE SPACES TO LINEO (WS-LINE-SUB).
	STRING INQ-RUN-DATE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		INQ-RUN-TIME (1:6) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		INQ-OPERATOR-ID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		INQ-LANGUAGE-CODE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		INQ-SITE-CODE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		INQ-MESSAGE-TEXT DELIMITED BY SIZE
		INTO LINEO (WS-LINE-SUB).

		EXEC CICS RETURN
			TRANSID  ('GINQ')
			COMMAREA (WS-COMMAREA)
			LENGTH   (31)
		END-EXEC
	END-IF.
	MOVE "NO AUDIT RECORDS FOUND" TO MSGLINEO.
	EXEC CICS RETURN
		TRANSID  ('GINQ')
		COMMAREA (WS-COMMAREA)
		LENGTH   (31)
	END-EXEC.

0950-END-OF-LOG.
	EXEC CICS RETURN
		TRANSID  ('GINQ')
		COMMAREA (WS-COMMAREA)
		LENGTH   (31)
	END-EXEC.

9000-SEND-MAP.
