*>  to the MNTAUDIT dataset and reported daily by MNTRPT. Browse
*>  (function 1) is read-only and is not audited.

*>  GREETING-FILE holds dated versions of each language's greeting,
*>  keyed by language and effective date (GREETREC.cpy). Browse,
*>  update, deactivate and end-date work on the version whose
*>  effective date is keyed in EFFDATE, or with EFFDATE left blank
*>  on the version in force today; the effective date is part of the
*>  key and cannot itself be changed -- schedule a new version
*>  instead. Function 5 lists the language's versions from the
*>  keyed effective date (or the first) with each one's status.
*>  Function 6 schedules a version to take effect on a future date:
*>  the new version is written, and the version that would still be
*>  in force on that date is end-dated the day before it, both in
*>  the same task and both audited (functions 5 and 6 on MNTAUDIT).
*>  A scheduled version left with a blank END DATE runs up to the
*>  day before any later version already on file. Function 7 sets
*>  the END DATE of a version; yesterday is the earliest end date
*>  accepted, so last night's history is never rewritten. GRTVCHK
*>  lists any overlapping or gapped ranges nightly.

*>  Every request is checked first against the operator's profile on
*>  OPERAUTH (OPAUREC.cpy), keyed by the same ASSIGN USERID the audit
*>  records carry. Browse and the timeline need the browse right;
*>  add, update and deactivate their own rights; scheduling needs
*>  both add and update, since it writes one version and end-dates
*>  another; end-dating needs update. Every change also needs the
*>  language on the operator's list. Anything outside the profile,
*>  or any request from an operator with no active profile, is
*>  refused with a NOT AUTHORIZED message before GREETFIL is
*>  touched, and logged to the SECV security-violation queue
*>  (SECVREC.cpy) that SECRPT reports daily next to MNTRPT.

*>  Vendor extension: this program uses EXEC CICS commands, which are
*>  not part of GnuCOBOL's -std=ibm dialect and are desk-checked only.

IDENTIFICATION DIVISION.
PROGRAM-ID. GREETMNT.
	COPY GREETSET.
	COPY GREETREC.
	COPY MNTAREC.
	COPY OPAUREC.
	COPY SECVREC.

01  WS-RIDFLD.
	05  WS-RIDFLD-LANG          PIC X(02).
	05  WS-RIDFLD-DATE          PIC 9(08).
01  WS-BROWSE-KEY.
	05  BRWS-KEY-LANG           PIC X(02).
	05  BRWS-KEY-DATE           PIC 9(08).
01  WS-FOUND-KEY                PIC X(10).
01  WS-NEW-VERSION              PIC X(59).
01  WS-CICS-RESP                PIC S9(08)  COMP.
01  WS-ABSTIME                  PIC S9(15)  COMP-3.
01  WS-MAINT-TIME-BUILD.
	05  WS-MAINT-HHMMSS         PIC 9(06)   VALUE ZEROES.
	05  FILLER                  PIC 9(02)   VALUE ZEROES.
01  WS-MAINT-AUDIT-LENGTH       PIC S9(04)  COMP  VALUE 149.
01  WS-VIOLATION-LENGTH         PIC S9(04)  COMP  VALUE 106.
01  WS-OPERATOR-ID              PIC X(08)   VALUE SPACES.
01  WS-AUTH-SUB                 PIC S9(04)  COMP  VALUE ZEROES.
01  WS-REFUSE-REASON            PIC X(01)   VALUE SPACE.
01  WS-DENIED-FUNCTION          PIC X(10)   VALUE SPACES.
01  WS-RIGHT-FLAG               PIC X(01)   VALUE "N".
	88  WS-RIGHT-GRANTED        VALUE "Y".

01  WS-TODAY-DATE               PIC 9(08)   VALUE ZEROES.
01  WS-YESTERDAY-DATE           PIC 9(08)   VALUE ZEROES.
01  WS-TARGET-DATE              PIC 9(08)   VALUE ZEROES.
01  WS-NEXT-EFF-DATE            PIC 9(08)   VALUE ZEROES.
01  WS-NEW-END-DATE             PIC 9(08)   VALUE ZEROES.
01  WS-PRIOR-END-DATE           PIC 9(08)   VALUE ZEROES.
01  WS-VERSION-STATUS           PIC X(08)   VALUE SPACES.

01  WS-LINE-SUB                 PIC S9(04)  COMP  VALUE ZEROES.
01  WS-LINES-FILLED             PIC S9(04)  COMP  VALUE ZEROES.
01  WS-FOUND-FLAG               PIC X(01)   VALUE "N".
	88  WS-VERSION-FOUND        VALUE "Y".
01  WS-BROWSE-DONE-FLAG         PIC X(01)   VALUE "N".
	88  WS-BROWSE-DONE          VALUE "Y".

PROCEDURE DIVISION.
0000-MAIN.
	EXEC CICS HANDLE CONDITION
		MAPFAIL (0100-SEND-INITIAL-MAP)
		NOTFND  (0900-NOT-FOUND)
		DUPREC  (0910-DUP-KEY)
	END-EXEC.
	EXEC CICS RECEIVE
		MAP    ('GREETMAP')
		MAPSET ('GREETSET')
		INTO   (GREETMAPI)
	END-EXEC.
	PERFORM 0200-CLEAR-TIMELINE.
	PERFORM 8200-GET-TODAY.
	MOVE LANGCDI TO WS-RIDFLD-LANG.
	PERFORM 0300-CHECK-AUTHORITY.
	EVALUATE FUNCTIONI
		WHEN "1"
			PERFORM 1000-BROWSE
			PERFORM 3000-UPDATE
		WHEN "4"
			PERFORM 4000-DEACTIVATE
		WHEN "5"
			PERFORM 5000-TIMELINE
		WHEN "6"
			PERFORM 6000-SCHEDULE
		WHEN "7"
			PERFORM 7000-END-DATE
		WHEN OTHER
			MOVE "INVALID FUNCTION - USE 1-7" TO MSGLINEO
	END-EVALUATE.
	PERFORM 9000-SEND-MAP.
	EXEC CICS RETURN TRANSID ('GRMT') END-EXEC.
	END-EXEC.
	EXEC CICS RETURN TRANSID ('GRMT') END-EXEC.

*>  The timeline rows are protected and never come back on a RECEIVE,
*>  so they are blanked on every task -- a browse or update must not
*>  leave a stale timeline showing under the record it displays.
0200-CLEAR-TIMELINE.
	PERFORM VARYING WS-LINE-SUB FROM 1 BY 1 UNTIL WS-LINE-SUB > 8
		MOVE SPACES TO TLINEO (WS-LINE-SUB)
	END-PERFORM.

*>  The profile READ uses RESP so an operator with no record is
*>  refused here instead of branching to the NOTFND handler, which
*>  is GREETFIL's. An unrecognised function passes through for the
*>  EVALUATE to reject as before.
0300-CHECK-AUTHORITY.
	EXEC CICS ASSIGN
		USERID (WS-OPERATOR-ID)
	END-EXEC.
	EXEC CICS READ
		DATASET ('OPERAUTH')
		INTO    (OPERATOR-AUTH-RECORD)
		RIDFLD  (WS-OPERATOR-ID)
		RESP    (WS-CICS-RESP)
	END-EXEC.
	IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR NOT OPAU-IS-ACTIVE
		MOVE SPACES TO MSGLINEO
		STRING "NOT AUTHORIZED - NO ACTIVE PROFILE FOR OPERATOR "
				DELIMITED BY SIZE
			WS-OPERATOR-ID DELIMITED BY SIZE
			INTO MSGLINEO
		MOVE "P" TO WS-REFUSE-REASON
		PERFORM 0390-REFUSE-REQUEST
	END-IF.
	MOVE "N" TO WS-RIGHT-FLAG.
	EVALUATE FUNCTIONI
		WHEN "1"
		WHEN "5"
			MOVE "BROWSE" TO WS-DENIED-FUNCTION
			IF OPAU-MAY-BROWSE
				SET WS-RIGHT-GRANTED TO TRUE
			END-IF
		WHEN "2"
			MOVE "ADD" TO WS-DENIED-FUNCTION
			IF OPAU-MAY-ADD
				SET WS-RIGHT-GRANTED TO TRUE
			END-IF
		WHEN "3"
			MOVE "UPDATE" TO WS-DENIED-FUNCTION
			IF OPAU-MAY-UPDATE
				SET WS-RIGHT-GRANTED TO TRUE
			END-IF
		WHEN "4"
			MOVE "DEACTIVATE" TO WS-DENIED-FUNCTION
			IF OPAU-MAY-DEACTIVATE
				SET WS-RIGHT-GRANTED TO TRUE
			END-IF
		WHEN "6"
			MOVE "SCHEDULE" TO WS-DENIED-FUNCTION
			IF OPAU-MAY-ADD AND OPAU-MAY-UPDATE
				SET WS-RIGHT-GRANTED TO TRUE
			END-IF
		WHEN "7"
			MOVE "END-DATE" TO WS-DENIED-FUNCTION
			IF OPAU-MAY-UPDATE
				SET WS-RIGHT-GRANTED TO TRUE
			END-IF
		WHEN OTHER
			SET WS-RIGHT-GRANTED TO TRUE
	END-EVALUATE.
	IF NOT WS-RIGHT-GRANTED
		MOVE SPACES TO MSGLINEO
		STRING "NOT AUTHORIZED - " DELIMITED BY SIZE
			WS-DENIED-FUNCTION DELIMITED BY SPACE
			" IS NOT IN YOUR PROFILE" DELIMITED BY SIZE
			INTO MSGLINEO
		MOVE "F" TO WS-REFUSE-REASON
		PERFORM 0390-REFUSE-REQUEST
	END-IF.
	IF FUNCTIONI = "2" OR "3" OR "4" OR "6" OR "7"
		PERFORM 0310-CHECK-LANGUAGE
	END-IF.

0310-CHECK-LANGUAGE.
	MOVE "N" TO WS-RIGHT-FLAG.
	PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1 UNTIL WS-AUTH-SUB > 10
		IF OPAU-LANGUAGE-CODE (WS-AUTH-SUB) = "**"
			OR (OPAU-LANGUAGE-CODE (WS-AUTH-SUB) = LANGCDI
				AND LANGCDI NOT = SPACES)
			SET WS-RIGHT-GRANTED TO TRUE
		END-IF
	END-PERFORM.
	IF NOT WS-RIGHT-GRANTED
		MOVE SPACES TO MSGLINEO
		STRING "NOT AUTHORIZED - LANGUAGE " DELIMITED BY SIZE
			LANGCDI DELIMITED BY SIZE
			" IS NOT IN YOUR PROFILE" DELIMITED BY SIZE
			INTO MSGLINEO
		MOVE "L" TO WS-REFUSE-REASON
		PERFORM 0390-REFUSE-REQUEST
	END-IF.

*>  The refusal is logged before the operator sees the message, so
*>  the reviewers see every attempt, repeats included. Fields the
*>  operator left unkeyed arrive as low-values and are blanked for
*>  the report.
0390-REFUSE-REQUEST.
	EXEC CICS ASKTIME
		ABSTIME (WS-ABSTIME)
	END-EXEC.
	EXEC CICS FORMATTIME
		ABSTIME  (WS-ABSTIME)
		YYYYMMDD (SECV-VIOLATION-DATE)
		TIME     (WS-MAINT-HHMMSS)
	END-EXEC.
	MOVE WS-MAINT-TIME-BUILD TO SECV-VIOLATION-TIME.
	MOVE WS-OPERATOR-ID   TO SECV-OPERATOR-ID.
	MOVE EIBTRMID         TO SECV-TERMINAL-ID.
	MOVE "GRMT"           TO SECV-TRANSACTION-ID.
	MOVE FUNCTIONI        TO SECV-FUNCTION-CODE.
	MOVE WS-REFUSE-REASON TO SECV-REASON-CODE.
	MOVE LANGCDI          TO SECV-LANGUAGE-CODE.
	MOVE ZEROES           TO SECV-SEQUENCE-NO.
	MOVE SPACES           TO SECV-DEPARTMENT-CODE.
	MOVE MSGLINEO         TO SECV-MESSAGE-TEXT.
	INSPECT SECURITY-VIOLATION-RECORD
		REPLACING ALL LOW-VALUE BY SPACE.
	EXEC CICS WRITEQ TD
		QUEUE  ('SECV')
		FROM   (SECURITY-VIOLATION-RECORD)
		LENGTH (WS-VIOLATION-LENGTH)
	END-EXEC.
	PERFORM 0990-RETURN-WITH-MESSAGE.

*>  EFFDATE keyed selects that exact version; blank selects the
*>  version in force today.
0500-LOCATE-VERSION.
	IF EFFDATEI IS NUMERIC
		MOVE EFFDATEI TO WS-RIDFLD-DATE
	ELSE
		MOVE WS-TODAY-DATE TO WS-TARGET-DATE
		PERFORM 7500-FIND-VERSION-IN-FORCE
		IF NOT WS-VERSION-FOUND
			MOVE "NO VERSION IN FORCE TODAY - KEY ITS EFFECTIVE DATE"
				TO MSGLINEO
			PERFORM 0990-RETURN-WITH-MESSAGE
		END-IF
		MOVE WS-FOUND-KEY TO WS-RIDFLD
	END-IF.

*>  A blank END DATE on an add or schedule means open-ended.
0600-TAKE-END-DATE.
	IF ENDDATEI IS NUMERIC
		MOVE ENDDATEI TO WS-NEW-END-DATE
	ELSE
		MOVE 99999999 TO WS-NEW-END-DATE
	END-IF.

1000-BROWSE.
	PERFORM 0500-LOCATE-VERSION.
	EXEC CICS READ
		DATASET ('GREETFIL')
		INTO    (GREETING-RECORD)
		RIDFLD  (WS-RIDFLD)
	END-EXEC.
	PERFORM 8500-SHOW-VERSION.
	MOVE "RECORD FOUND" TO MSGLINEO.

2000-ADD.
	IF EFFDATEI IS NOT NUMERIC
		MOVE "EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD" TO MSGLINEO
		PERFORM 0990-RETURN-WITH-MESSAGE
	END-IF.
	PERFORM 0600-TAKE-END-DATE.
	IF WS-NEW-END-DATE < EFFDATEI
		MOVE "END DATE IS BEFORE EFFECTIVE DATE" TO MSGLINEO
		PERFORM 0990-RETURN-WITH-MESSAGE
	END-IF.
	MOVE EFFDATEI TO WS-RIDFLD-DATE.
	MOVE LANGCDI  TO GREETING-LANGUAGE-CODE.
	MOVE EFFDATEI TO EFFECTIVE-DATE.
	MOVE ACTFLAGI TO ACTIVE-FLAG.
	MOVE GREETTXTI TO GREETING-TEXT.
	MOVE WS-NEW-END-DATE TO GREETING-END-DATE.
	MOVE SPACES TO MNTA-BEFORE-IMAGE.
	EXEC CICS WRITE
		DATASET ('GREETFIL')
	END-EXEC.
	MOVE "2" TO MNTA-FUNCTION-CODE.
	PERFORM 8000-WRITE-MAINT-AUDIT.
	PERFORM 8500-SHOW-VERSION.
	MOVE "RECORD ADDED" TO MSGLINEO.

*>  A keyed END DATE is taken along with the text and flag; blank
*>  leaves the version's end date as it was.
3000-UPDATE.
	PERFORM 0500-LOCATE-VERSION.
	EXEC CICS READ
		DATASET ('GREETFIL')
		INTO    (GREETING-RECORD)
		UPDATE
	END-EXEC.
	MOVE GREETING-RECORD TO MNTA-BEFORE-IMAGE.
	IF ENDDATEI IS NUMERIC
		IF ENDDATEI < EFFECTIVE-DATE
			EXEC CICS UNLOCK
				DATASET ('GREETFIL')
			END-EXEC
			MOVE "END DATE IS BEFORE EFFECTIVE DATE" TO MSGLINEO
			PERFORM 0990-RETURN-WITH-MESSAGE
		END-IF
		MOVE ENDDATEI TO GREETING-END-DATE
	END-IF.
	MOVE ACTFLAGI  TO ACTIVE-FLAG.
	MOVE GREETTXTI TO GREETING-TEXT.
	EXEC CICS REWRITE
	END-EXEC.
	MOVE "3" TO MNTA-FUNCTION-CODE.
	PERFORM 8000-WRITE-MAINT-AUDIT.
	PERFORM 8500-SHOW-VERSION.
	MOVE "RECORD UPDATED" TO MSGLINEO.

4000-DEACTIVATE.
	PERFORM 0500-LOCATE-VERSION.
	EXEC CICS READ
		DATASET ('GREETFIL')
		INTO    (GREETING-RECORD)
	END-EXEC.
	MOVE "4" TO MNTA-FUNCTION-CODE.
	PERFORM 8000-WRITE-MAINT-AUDIT.
	PERFORM 8500-SHOW-VERSION.
	MOVE "RECORD DEACTIVATED" TO MSGLINEO.

*>  Eight versions to a screen, oldest first from the keyed
*>  effective date; keying the last date shown pages on.
5000-TIMELINE.
	MOVE WS-RIDFLD-LANG TO BRWS-KEY-LANG.
	IF EFFDATEI IS NUMERIC
		MOVE EFFDATEI TO BRWS-KEY-DATE
	ELSE
		MOVE ZEROES TO BRWS-KEY-DATE
	END-IF.
	MOVE ZEROES TO WS-LINES-FILLED.
	MOVE "N" TO WS-BROWSE-DONE-FLAG.
	EXEC CICS STARTBR
		DATASET ('GREETFIL')
		RIDFLD  (WS-BROWSE-KEY)
		GTEQ
		RESP    (WS-CICS-RESP)
	END-EXEC.
	IF WS-CICS-RESP = DFHRESP(NORMAL)
		PERFORM 5100-READ-ONE-VERSION
			UNTIL WS-LINES-FILLED >= 8 OR WS-BROWSE-DONE
		EXEC CICS ENDBR
			DATASET ('GREETFIL')
		END-EXEC
	END-IF.
	EVALUATE TRUE
		WHEN WS-LINES-FILLED = ZEROES
			MOVE "NO VERSIONS ON FILE FOR LANGUAGE" TO MSGLINEO
		WHEN WS-BROWSE-DONE
			MOVE "END OF VERSIONS FOR LANGUAGE" TO MSGLINEO
		WHEN OTHER
			MOVE "KEY THE LAST EFFECTIVE DATE SHOWN TO PAGE ON"
				TO MSGLINEO
	END-EVALUATE.

5100-READ-ONE-VERSION.
	EXEC CICS READNEXT
		DATASET ('GREETFIL')
		INTO    (GREETING-RECORD)
		RIDFLD  (WS-BROWSE-KEY)
		RESP    (WS-CICS-RESP)
	END-EXEC.
	IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
		SET WS-BROWSE-DONE TO TRUE
	ELSE
		IF GREETING-LANGUAGE-CODE NOT = WS-RIDFLD-LANG
			SET WS-BROWSE-DONE TO TRUE
		ELSE
			PERFORM 5200-FORMAT-ONE-LINE
		END-IF
	END-IF.

5200-FORMAT-ONE-LINE.
	EVALUATE TRUE
		WHEN GREETING-IS-INACTIVE
			MOVE "INACTIVE" TO WS-VERSION-STATUS
		WHEN EFFECTIVE-DATE > WS-TODAY-DATE
			MOVE "FUTURE" TO WS-VERSION-STATUS
		WHEN GREETING-END-DATE < WS-TODAY-DATE
			MOVE "ENDED" TO WS-VERSION-STATUS
		WHEN OTHER
			MOVE "IN FORCE" TO WS-VERSION-STATUS
	END-EVALUATE.
	ADD 1 TO WS-LINES-FILLED.
	MOVE WS-LINES-FILLED TO WS-LINE-SUB.
	MOVE SPACES TO TLINEO (WS-LINE-SUB).
	IF GREETING-OPEN-ENDED
		STRING EFFECTIVE-DATE DELIMITED BY SIZE
			" OPEN     " DELIMITED BY SIZE
			ACTIVE-FLAG DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-VERSION-STATUS DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			GREETING-TEXT DELIMITED BY SIZE
			INTO TLINEO (WS-LINE-SUB)
	ELSE
		STRING EFFECTIVE-DATE DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			GREETING-END-DATE DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ACTIVE-FLAG DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-VERSION-STATUS DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			GREETING-TEXT DELIMITED BY SIZE
			INTO TLINEO (WS-LINE-SUB)
	END-IF.

*>  The new version is written first: if that language already has a
*>  version with this effective date the WRITE raises DUPREC, which
*>  the HANDLE CONDITION in 0000-MAIN sends to 0910-DUP-KEY before
*>  anything has changed or been audited. Only then is the version
*>  it takes over from end-dated the day before, so a failure between
*>  the two leaves an overlap (the later version wins in HELLOWLD, and
*>  GRTVCHK lists it) rather than a day with no greeting.
6000-SCHEDULE.
	IF EFFDATEI IS NOT NUMERIC
		MOVE "EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD" TO MSGLINEO
		PERFORM 0990-RETURN-WITH-MESSAGE
	END-IF.
	IF EFFDATEI NOT > WS-TODAY-DATE
		MOVE "A SCHEDULED VERSION MUST TAKE EFFECT AFTER TODAY"
			TO MSGLINEO
		PERFORM 0990-RETURN-WITH-MESSAGE
	END-IF.
	IF GREETTXTI = SPACES OR GREETTXTI = LOW-VALUES
		MOVE "GREETING TEXT IS REQUIRED TO SCHEDULE A VERSION"
			TO MSGLINEO
		PERFORM 0990-RETURN-WITH-MESSAGE
	END-IF.
	MOVE EFFDATEI TO WS-TARGET-DATE.
	PERFORM 7500-FIND-VERSION-IN-FORCE.
	IF ENDDATEI IS NUMERIC
		MOVE ENDDATEI TO WS-NEW-END-DATE
		IF WS-NEW-END-DATE < EFFDATEI
			MOVE "END DATE IS BEFORE EFFECTIVE DATE" TO MSGLINEO
			PERFORM 0990-RETURN-WITH-MESSAGE
		END-IF
		IF WS-NEXT-EFF-DATE NOT = 99999999
			AND WS-NEW-END-DATE NOT < WS-NEXT-EFF-DATE
			MOVE SPACES TO MSGLINEO
			STRING "END DATE RUNS INTO THE VERSION EFFECTIVE "
					DELIMITED BY SIZE
				WS-NEXT-EFF-DATE DELIMITED BY SIZE
				INTO MSGLINEO
			PERFORM 0990-RETURN-WITH-MESSAGE
		END-IF
	ELSE
		IF WS-NEXT-EFF-DATE = 99999999
			MOVE 99999999 TO WS-NEW-END-DATE
		ELSE
			COMPUTE WS-NEW-END-DATE = FUNCTION DATE-OF-INTEGER
				(FUNCTION INTEGER-OF-DATE (WS-NEXT-EFF-DATE) - 1)
		END-IF
	END-IF.
	MOVE EFFDATEI TO WS-RIDFLD-DATE.
	MOVE LANGCDI  TO GREETING-LANGUAGE-CODE.
	MOVE EFFDATEI TO EFFECTIVE-DATE.
	MOVE GREETTXTI TO GREETING-TEXT.
	MOVE WS-NEW-END-DATE TO GREETING-END-DATE.
	IF ACTFLAGI = "N"
		MOVE "N" TO ACTIVE-FLAG
	ELSE
		MOVE "Y" TO ACTIVE-FLAG
	END-IF.
	MOVE SPACES TO MNTA-BEFORE-IMAGE.
	EXEC CICS WRITE
		DATASET ('GREETFIL')
		FROM    (GREETING-RECORD)
		RIDFLD  (WS-RIDFLD)
	END-EXEC.
	MOVE "5" TO MNTA-FUNCTION-CODE.
	PERFORM 8000-WRITE-MAINT-AUDIT.
	MOVE GREETING-RECORD TO WS-NEW-VERSION.
	IF WS-VERSION-FOUND
		COMPUTE WS-PRIOR-END-DATE = FUNCTION DATE-OF-INTEGER
			(FUNCTION INTEGER-OF-DATE (WS-RIDFLD-DATE) - 1)
		MOVE WS-FOUND-KEY TO WS-RIDFLD
		EXEC CICS READ
			DATASET ('GREETFIL')
			INTO    (GREETING-RECORD)
			RIDFLD  (WS-RIDFLD)
			UPDATE
		END-EXEC
		MOVE GREETING-RECORD TO MNTA-BEFORE-IMAGE
		MOVE WS-PRIOR-END-DATE TO GREETING-END-DATE
		EXEC CICS REWRITE
			DATASET ('GREETFIL')
			FROM    (GREETING-RECORD)
		END-EXEC
		MOVE "6" TO MNTA-FUNCTION-CODE
		PERFORM 8000-WRITE-MAINT-AUDIT
		MOVE WS-NEW-VERSION TO GREETING-RECORD
		PERFORM 8500-SHOW-VERSION
		MOVE SPACES TO MSGLINEO
		STRING "VERSION SCHEDULED - VERSION EFFECTIVE "
				DELIMITED BY SIZE
			WS-FOUND-KEY (3:8) DELIMITED BY SIZE
			" NOW ENDS " DELIMITED BY SIZE
			WS-PRIOR-END-DATE DELIMITED BY SIZE
			INTO MSGLINEO
	ELSE
		PERFORM 8500-SHOW-VERSION
		MOVE "VERSION SCHEDULED" TO MSGLINEO
	END-IF.

7000-END-DATE.
	IF ENDDATEI IS NOT NUMERIC
		MOVE "END DATE MUST BE NUMERIC YYYYMMDD" TO MSGLINEO
		PERFORM 0990-RETURN-WITH-MESSAGE
	END-IF.
	COMPUTE WS-YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1).
	IF ENDDATEI < WS-YESTERDAY-DATE
		MOVE "END DATE CANNOT BE EARLIER THAN YESTERDAY" TO MSGLINEO
		PERFORM 0990-RETURN-WITH-MESSAGE
	END-IF.
	PERFORM 0500-LOCATE-VERSION.
	EXEC CICS READ
		DATASET ('GREETFIL')
		INTO    (GREETING-RECORD)
		RIDFLD  (WS-RIDFLD)
		UPDATE
	END-EXEC.
	IF ENDDATEI < EFFECTIVE-DATE
		EXEC CICS UNLOCK
			DATASET ('GREETFIL')
		END-EXEC
		MOVE "END DATE IS BEFORE EFFECTIVE DATE" TO MSGLINEO
		PERFORM 0990-RETURN-WITH-MESSAGE
	END-IF.
	MOVE GREETING-RECORD TO MNTA-BEFORE-IMAGE.
	MOVE ENDDATEI TO GREETING-END-DATE.
	EXEC CICS REWRITE
		DATASET ('GREETFIL')
		FROM    (GREETING-RECORD)
	END-EXEC.
	MOVE "6" TO MNTA-FUNCTION-CODE.
	PERFORM 8000-WRITE-MAINT-AUDIT.
	PERFORM 8500-SHOW-VERSION.
	MOVE "VERSION END-DATED" TO MSGLINEO.

*>  Reads every version of the language in WS-RIDFLD-LANG: the
*>  active version covering WS-TARGET-DATE (the later one where two
*>  overlap, as HELLOWLD picks) and the effective date of the first
*>  active version starting after it (all nines if none).
7500-FIND-VERSION-IN-FORCE.
	MOVE "N" TO WS-FOUND-FLAG.
	MOVE "N" TO WS-BROWSE-DONE-FLAG.
	MOVE 99999999 TO WS-NEXT-EFF-DATE.
	MOVE WS-RIDFLD-LANG TO BRWS-KEY-LANG.
	MOVE ZEROES TO BRWS-KEY-DATE.
	EXEC CICS STARTBR
		DATASET ('GREETFIL')
		RIDFLD  (WS-BROWSE-KEY)
		GTEQ
		RESP    (WS-CICS-RESP)
	END-EXEC.
	IF WS-CICS-RESP = DFHRESP(NORMAL)
		PERFORM 7600-CONSIDER-NEXT-VERSION UNTIL WS-BROWSE-DONE
		EXEC CICS ENDBR
			DATASET ('GREETFIL')
		END-EXEC
	END-IF.

7600-CONSIDER-NEXT-VERSION.
	EXEC CICS READNEXT
		DATASET ('GREETFIL')
		INTO    (GREETING-RECORD)
		RIDFLD  (WS-BROWSE-KEY)
		RESP    (WS-CICS-RESP)
	END-EXEC.
	IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
		SET WS-BROWSE-DONE TO TRUE
	ELSE
		IF GREETING-LANGUAGE-CODE NOT = WS-RIDFLD-LANG
			SET WS-BROWSE-DONE TO TRUE
		ELSE
			IF GREETING-IS-ACTIVE
				IF EFFECTIVE-DATE NOT > WS-TARGET-DATE
					AND GREETING-END-DATE NOT < WS-TARGET-DATE
					SET WS-VERSION-FOUND TO TRUE
					MOVE GREETING-VERSION-KEY TO WS-FOUND-KEY
				END-IF
				IF EFFECTIVE-DATE > WS-TARGET-DATE
					AND EFFECTIVE-DATE < WS-NEXT-EFF-DATE
					MOVE EFFECTIVE-DATE TO WS-NEXT-EFF-DATE
				END-IF
			END-IF
		END-IF
	END-IF.

0900-NOT-FOUND.
	MOVE "RECORD NOT FOUND" TO MSGLINEO.
	PERFORM 9000-SEND-MAP.
	PERFORM 9000-SEND-MAP.
	EXEC CICS RETURN TRANSID ('GRMT') END-EXEC.

0990-RETURN-WITH-MESSAGE.
	PERFORM 9000-SEND-MAP.
	EXEC CICS RETURN TRANSID ('GRMT') END-EXEC.

*>  The write to GREETFIL has already succeeded when this runs (a
*>  NOTFND/DUPREC condition branches away before the PERFORM), so
*>  every audited record reflects a change that really happened.
8000-WRITE-MAINT-AUDIT.
	EXEC CICS ASKTIME
		USERID (MNTA-OPERATOR-ID)
	END-EXEC.
	MOVE EIBTRMID TO MNTA-TERMINAL-ID.
	MOVE WS-RIDFLD-LANG TO MNTA-LANGUAGE-CODE.
	MOVE GREETING-RECORD TO MNTA-AFTER-IMAGE.
	EXEC CICS WRITEQ TD
		QUEUE  ('GMTA')
		LENGTH (WS-MAINT-AUDIT-LENGTH)
	END-EXEC.

8200-GET-TODAY.
	EXEC CICS ASKTIME
		ABSTIME (WS-ABSTIME)
	END-EXEC.
	EXEC CICS FORMATTIME
		ABSTIME  (WS-ABSTIME)
		YYYYMMDD (WS-TODAY-DATE)
	END-EXEC.

8500-SHOW-VERSION.
	MOVE EFFECTIVE-DATE    TO EFFDATEO.
	MOVE ACTIVE-FLAG       TO ACTFLAGO.
	MOVE GREETING-END-DATE TO ENDDATEO.
	MOVE GREETING-TEXT     TO GREETTXTO.

9000-SEND-MAP.
	EXEC CICS SEND
		MAP    ('GREETMAP')
