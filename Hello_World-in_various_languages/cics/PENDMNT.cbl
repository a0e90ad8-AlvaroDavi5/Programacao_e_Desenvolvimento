*>  PENDMNT: online CICS maintenance transaction for the pending
*>  queue -- browse tonight's announcements by sequence number,
*>  cancel one before it runs, correct its effective date, or mark
*>  it urgent, in the mold of GREETMNT. This is the window for the
*>  4pm phone call: once PENDLOAD accepted a submission there used
*>  to be no way to stop it short of hand-editing the indexed
*>  dataset or letting it display.

*>  A cancel removes the record from PENDING-GREETINGS and writes it,
*>  with disposition "C" and the cancel date/time, to the PCAN
*>  the same way they show a display or an expiry. Every cancel and
*>  date correction is also logged to the PMTA maintenance-audit
*>  queue (PMTAREC.cpy) with before/after images, the way GREETMNT
*>  logs to GMTA.
*>  Function 4 sets an entry's priority: U marks it urgent, so the
*>  intraday URGBCST run shows it as soon as it is approved and due
*>  instead of leaving it for the night, R puts it back to routine.
*>  The record is rewritten in place and the change is audited on
*>  PMTA under function code 6 (PMTAREC.cpy).

*>  Every request is checked against the operator's profile on
*>  OPERAUTH (OPAUREC.cpy), keyed by the same ASSIGN USERID the audit
*>  records carry, exactly as GREETMNT checks it: browse, cancel,
*>  date correction and priority each need their own right, and a
*>  cancel, correction or priority change also needs the entry's
*>  department on the operator's list -- checked once the entry has
*>  been read, and the record released again if it is refused. A
*>  refusal shows a NOT AUTHORIZED message, changes nothing, and is
*>  logged to the SECV security-violation queue (SECVREC.cpy).

*>  Vendor extension: this program uses EXEC CICS commands, which are
*>  not part of GnuCOBOL's -std=ibm dialect and are desk-checked only,
	COPY PENDREC.
	COPY PROCREC.
	COPY PMTAREC.
	COPY OPAUREC.
	COPY SECVREC.

01  WS-RIDFLD                   PIC 9(06).
01  WS-ABSTIME                  PIC S9(15)  COMP-3.
01  WS-MAINT-TIME-BUILD.
	05  WS-MAINT-HHMMSS         PIC 9(06)   VALUE ZEROES.
	05  FILLER                  PIC 9(02)   VALUE ZEROES.
01  WS-PEND-AUDIT-LENGTH        PIC S9(04)  COMP  VALUE 169.
01  WS-CANCEL-LENGTH            PIC S9(04)  COMP  VALUE 78.
01  WS-VIOLATION-LENGTH         PIC S9(04)  COMP  VALUE 106.
01  WS-CICS-RESP                PIC S9(08)  COMP.
01  WS-OPERATOR-ID              PIC X(08)   VALUE SPACES.
01  WS-AUTH-SUB                 PIC S9(04)  COMP  VALUE ZEROES.
01  WS-REFUSE-REASON            PIC X(01)   VALUE SPACE.
01  WS-REFUSE-DEPARTMENT        PIC X(04)   VALUE SPACES.
01  WS-DENIED-FUNCTION          PIC X(12)   VALUE SPACES.
01  WS-RIGHT-FLAG               PIC X(01)   VALUE "N".
	88  WS-RIGHT-GRANTED        VALUE "Y".

PROCEDURE DIVISION.
0000-MAIN.
		EXEC CICS RETURN TRANSID ('PMNT') END-EXEC
	END-IF.
	MOVE SEQNOI TO WS-RIDFLD.
	PERFORM 0300-CHECK-AUTHORITY.
	EVALUATE FUNCTIONI
		WHEN "1"
			PERFORM 1000-BROWSE
			PERFORM 2000-CANCEL
		WHEN "3"
			PERFORM 3000-CORRECT-DATE
		WHEN "4"
			PERFORM 4000-SET-PRIORITY
		WHEN OTHER
			MOVE "INVALID FUNCTION - USE 1-4" TO MSGLINEO
	END-EVALUATE.
	PERFORM 9000-SEND-MAP.
	EXEC CICS RETURN TRANSID ('PMNT') END-EXEC.
	END-EXEC.
	EXEC CICS RETURN TRANSID ('PMNT') END-EXEC.

*>  The profile READ uses RESP so an operator with no record is
*>  refused here instead of branching to the NOTFND handler, which
*>  is PENDGRTG's. An unrecognised function passes through for the
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
			MOVE "BROWSE" TO WS-DENIED-FUNCTION
			IF OPAU-MAY-BROWSE
				SET WS-RIGHT-GRANTED TO TRUE
			END-IF
		WHEN "2"
			MOVE "CANCEL" TO WS-DENIED-FUNCTION
			IF OPAU-MAY-CANCEL
				SET WS-RIGHT-GRANTED TO TRUE
			END-IF
		WHEN "3"
			MOVE "CORRECT-DATE" TO WS-DENIED-FUNCTION
			IF OPAU-MAY-CORRECT-DATE
				SET WS-RIGHT-GRANTED TO TRUE
			END-IF
		WHEN "4"
			MOVE "PRIORITY" TO WS-DENIED-FUNCTION
			IF OPAU-MAY-SET-PRIORITY
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

*>  Called with the entry held by READ UPDATE: a refusal releases it
*>  before the task ends. An entry with no department is open only
*>  to an operator granted every department.
0320-CHECK-DEPARTMENT.
	MOVE "N" TO WS-RIGHT-FLAG.
	PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1 UNTIL WS-AUTH-SUB > 10
		IF OPAU-DEPARTMENT-CODE (WS-AUTH-SUB) = "****"
			OR (OPAU-DEPARTMENT-CODE (WS-AUTH-SUB)
					= PENDING-DEPARTMENT-CODE
				AND PENDING-DEPARTMENT-CODE NOT = SPACES)
			SET WS-RIGHT-GRANTED TO TRUE
		END-IF
	END-PERFORM.
	IF NOT WS-RIGHT-GRANTED
		EXEC CICS UNLOCK
			DATASET ('PENDGRTG')
		END-EXEC
		MOVE PENDING-DEPARTMENT-CODE TO WS-REFUSE-DEPARTMENT
		IF PENDING-DEPARTMENT-CODE = SPACES
			MOVE "NONE" TO WS-REFUSE-DEPARTMENT
		END-IF
		MOVE SPACES TO MSGLINEO
		STRING "NOT AUTHORIZED - DEPARTMENT " DELIMITED BY SIZE
			WS-REFUSE-DEPARTMENT DELIMITED BY SIZE
			" IS NOT IN YOUR PROFILE" DELIMITED BY SIZE
			INTO MSGLINEO
		MOVE PENDING-DEPARTMENT-CODE TO WS-REFUSE-DEPARTMENT
		MOVE "D" TO WS-REFUSE-REASON
		PERFORM 0390-REFUSE-REQUEST
	END-IF.

*>  The refusal is logged before the operator sees the message, so
*>  the reviewers see every attempt, repeats included.
0390-REFUSE-REQUEST.
	EXEC CICS ASKTIME
		ABSTIME (WS-ABSTIME)
	END-EXEC.
	EXEC CICS FORMATTIME
		ABSTIME  (WS-ABSTIME)
		YYYYMMDD (SECV-VIOLATION-DATE)
		TIME     (WS-MAINT-HHMMSS)
	END-EXEC.
	MOVE WS-MAINT-TIME-BUILD  TO SECV-VIOLATION-TIME.
	MOVE WS-OPERATOR-ID       TO SECV-OPERATOR-ID.
	MOVE EIBTRMID             TO SECV-TERMINAL-ID.
	MOVE "PMNT"               TO SECV-TRANSACTION-ID.
	MOVE FUNCTIONI            TO SECV-FUNCTION-CODE.
	MOVE WS-REFUSE-REASON     TO SECV-REASON-CODE.
	MOVE SPACES               TO SECV-LANGUAGE-CODE.
	MOVE WS-RIDFLD            TO SECV-SEQUENCE-NO.
	MOVE WS-REFUSE-DEPARTMENT TO SECV-DEPARTMENT-CODE.
	MOVE MSGLINEO             TO SECV-MESSAGE-TEXT.
	INSPECT SECURITY-VIOLATION-RECORD
		REPLACING ALL LOW-VALUE BY SPACE.
	EXEC CICS WRITEQ TD
		QUEUE  ('SECV')
		FROM   (SECURITY-VIOLATION-RECORD)
		LENGTH (WS-VIOLATION-LENGTH)
	END-EXEC.
	PERFORM 9000-SEND-MAP.
	EXEC CICS RETURN TRANSID ('PMNT') END-EXEC.

1000-BROWSE.
	EXEC CICS READ
		DATASET ('PENDGRTG')
		RIDFLD  (WS-RIDFLD)
		UPDATE
	END-EXEC.
	PERFORM 0320-CHECK-DEPARTMENT.
	MOVE PENDING-GREETING-RECORD TO PMTA-BEFORE-IMAGE.
	PERFORM 8200-GET-DATE-TIME.
	MOVE PENDING-SEQUENCE-NO     TO PROC-SEQUENCE-NO.
		RIDFLD  (WS-RIDFLD)
		UPDATE
	END-EXEC.
	PERFORM 0320-CHECK-DEPARTMENT.
	MOVE PENDING-GREETING-RECORD TO PMTA-BEFORE-IMAGE.
	MOVE EFFDATEI TO PENDING-EFFECTIVE-DATE.
	EXEC CICS REWRITE
	PERFORM 8500-SHOW-RECORD.
	MOVE "EFFECTIVE DATE CORRECTED" TO MSGLINEO.

4000-SET-PRIORITY.
	IF PRIORI NOT = "U" AND PRIORI NOT = "R"
		MOVE "PRIORITY MUST BE U (URGENT) OR R (ROUTINE)" TO MSGLINEO
		PERFORM 9000-SEND-MAP
		EXEC CICS RETURN TRANSID ('PMNT') END-EXEC
	END-IF.
	EXEC CICS READ
		DATASET ('PENDGRTG')
		INTO    (PENDING-GREETING-RECORD)
		RIDFLD  (WS-RIDFLD)
		UPDATE
	END-EXEC.
	PERFORM 0320-CHECK-DEPARTMENT.
	MOVE PENDING-GREETING-RECORD TO PMTA-BEFORE-IMAGE.
	IF PRIORI = "U"
		SET PENDING-IS-URGENT TO TRUE
	ELSE
		SET PENDING-IS-ROUTINE TO TRUE
	END-IF.
	EXEC CICS REWRITE
		DATASET ('PENDGRTG')
		FROM    (PENDING-GREETING-RECORD)
	END-EXEC.
	PERFORM 8200-GET-DATE-TIME.
	MOVE PENDING-GREETING-RECORD TO PMTA-AFTER-IMAGE.
	MOVE "6" TO PMTA-FUNCTION-CODE.
	PERFORM 8000-WRITE-MAINT-AUDIT.
	PERFORM 8500-SHOW-RECORD.
	IF PENDING-IS-URGENT
		MOVE "PRIORITY SET TO URGENT" TO MSGLINEO
	ELSE
		MOVE "PRIORITY SET TO ROUTINE" TO MSGLINEO
	END-IF.

0900-NOT-FOUND.
	MOVE "SEQUENCE NUMBER NOT ON PENDING QUEUE" TO MSGLINEO.
	PERFORM 9000-SEND-MAP.
	MOVE PENDING-EFFECTIVE-DATE  TO EFFDATEO.
	MOVE PENDING-LANGUAGE-CODE   TO LANGCDO.
	MOVE PENDING-ACTIVE-FLAG     TO ACTFLAGO.
	IF PENDING-IS-URGENT
		MOVE "U" TO PRIORO
	ELSE
		MOVE "R" TO PRIORO
	END-IF.
	MOVE PENDING-DEPARTMENT-CODE TO DEPTCDO.
	IF PENDING-FOR-ALL-SITES
		MOVE "ALL " TO TGTSITEO
	ELSE
		MOVE PENDING-TARGET-SITE TO TGTSITEO
	END-IF.
	MOVE PENDING-GREETING-TEXT   TO GREETTXTO.

9000-SEND-MAP.
