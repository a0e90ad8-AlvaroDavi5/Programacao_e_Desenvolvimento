*>  PENDAPPR: online CICS supervisor-approval transaction for the
*>  pending queue -- browse a submission by sequence number, approve
*>  it for display, or reject it before it ever runs, in the mold of
*>  PENDMNT. PENDLOAD queues every departmental submission as
*>  awaiting approval (PENDING-APPROVAL-FLAG "P", see PENDREC.cpy)
*>  and HELLOWLD's 0700 will not display an entry until a supervisor
*>  has released it here, so nothing a department keys reaches the
*>  lobby screens without a second pair of eyes.

*>  An approval flips the flag to "A" and rewrites the record in
*>  place. A rejection removes the record from PENDING-GREETINGS and
*>  writes it, with disposition "R" and the rejection date/time, to
*>  the same PCAN transient-data queue PENDMNT's cancels use; the
*>  nightly PCANMRG step merges it onto PROCESSED-HISTORY, where
*>  HELLOCNF and the departmental results feed report it as rejected
*>  rather than cancelled. Every approval and rejection is logged to
*>  the PMTA maintenance-audit queue (PMTAREC.cpy) with before/after
*>  images, exactly as PENDMNT logs its cancels and corrections.
*>  Supervisor authority is CICS transaction security on PAPR, kept
*>  separate from the PMNT profile so the clerks who correct dates
*>  are not the people who release announcements.

*>  Vendor extension: this program uses EXEC CICS commands, which are
*>  not part of GnuCOBOL's -std=ibm dialect and are desk-checked only,
*>  the same as GREETMNT.

IDENTIFICATION DIVISION.
PROGRAM-ID. PENDAPPR.
AUTHOR. ALVARO.

DATA DIVISION.
WORKING-STORAGE SECTION.
	COPY APPRSET.
	COPY PENDREC.
	COPY PROCREC.
	COPY PMTAREC.

01  WS-RIDFLD                   PIC 9(06).
01  WS-ABSTIME                  PIC S9(15)  COMP-3.
01  WS-MAINT-TIME-BUILD.
	05  WS-MAINT-HHMMSS         PIC 9(06)   VALUE ZEROES.
	05  FILLER                  PIC 9(02)   VALUE ZEROES.
01  WS-PEND-AUDIT-LENGTH        PIC S9(04)  COMP  VALUE 169.
01  WS-REJECT-LENGTH            PIC S9(04)  COMP  VALUE 78.

PROCEDURE DIVISION.
0000-MAIN.
	EXEC CICS HANDLE CONDITION
		MAPFAIL (0100-SEND-INITIAL-MAP)
		NOTFND  (0900-NOT-FOUND)
	END-EXEC.
	EXEC CICS RECEIVE
		MAP    ('APPRMAP')
		MAPSET ('APPRSET')
		INTO   (APPRMAPI)
	END-EXEC.
	IF SEQNOI IS NOT NUMERIC
		MOVE "SEQUENCE NUMBER MUST BE NUMERIC" TO MSGLINEO
		PERFORM 9000-SEND-MAP
		EXEC CICS RETURN TRANSID ('PAPR') END-EXEC
	END-IF.
	MOVE SEQNOI TO WS-RIDFLD.
	EVALUATE FUNCTIONI
		WHEN "1"
			PERFORM 1000-BROWSE
		WHEN "2"
			PERFORM 2000-APPROVE
		WHEN "3"
			PERFORM 3000-REJECT
		WHEN OTHER
			MOVE "INVALID FUNCTION - USE 1-3" TO MSGLINEO
	END-EVALUATE.
	PERFORM 9000-SEND-MAP.
	EXEC CICS RETURN TRANSID ('PAPR') END-EXEC.

0100-SEND-INITIAL-MAP.
	MOVE LOW-VALUES TO APPRMAPO.
	EXEC CICS SEND
		MAP    ('APPRMAP')
		MAPSET ('APPRSET')
		ERASE
	END-EXEC.
	EXEC CICS RETURN TRANSID ('PAPR') END-EXEC.

1000-BROWSE.
	EXEC CICS READ
		DATASET ('PENDGRTG')
		INTO    (PENDING-GREETING-RECORD)
		RIDFLD  (WS-RIDFLD)
	END-EXEC.
	PERFORM 8500-SHOW-RECORD.
	MOVE "RECORD FOUND" TO MSGLINEO.

2000-APPROVE.
	EXEC CICS READ
		DATASET ('PENDGRTG')
		INTO    (PENDING-GREETING-RECORD)
		RIDFLD  (WS-RIDFLD)
		UPDATE
	END-EXEC.
	PERFORM 2900-CHECK-AWAITING.
	MOVE PENDING-GREETING-RECORD TO PMTA-BEFORE-IMAGE.
	MOVE "A" TO PENDING-APPROVAL-FLAG.
	EXEC CICS REWRITE
		DATASET ('PENDGRTG')
		FROM    (PENDING-GREETING-RECORD)
	END-EXEC.
	PERFORM 8200-GET-DATE-TIME.
	MOVE PENDING-GREETING-RECORD TO PMTA-AFTER-IMAGE.
	MOVE "4" TO PMTA-FUNCTION-CODE.
	PERFORM 8000-WRITE-MAINT-AUDIT.
	PERFORM 8500-SHOW-RECORD.
	MOVE "RECORD APPROVED - RELEASED FOR DISPLAY" TO MSGLINEO.

*>  Same ordering as PENDMNT's cancel: the PCAN write goes before the
*>  DELETE, so a failure in between shows up as a double on HELLOCNF
*>  instead of a rejection that vanished without a history record.
3000-REJECT.
	EXEC CICS READ
		DATASET ('PENDGRTG')
		INTO    (PENDING-GREETING-RECORD)
		RIDFLD  (WS-RIDFLD)
		UPDATE
	END-EXEC.
	PERFORM 2900-CHECK-AWAITING.
	MOVE PENDING-GREETING-RECORD TO PMTA-BEFORE-IMAGE.
	PERFORM 8200-GET-DATE-TIME.
	MOVE PENDING-SEQUENCE-NO     TO PROC-SEQUENCE-NO.
	MOVE PENDING-GREETING-TEXT   TO PROC-GREETING-TEXT.
	MOVE PENDING-LANGUAGE-CODE   TO PROC-LANGUAGE-CODE.
	MOVE PENDING-EFFECTIVE-DATE  TO PROC-EFFECTIVE-DATE.
	MOVE PENDING-ACTIVE-FLAG     TO PROC-ACTIVE-FLAG.
	MOVE PENDING-DEPARTMENT-CODE TO PROC-DEPARTMENT-CODE.
	MOVE PMTA-AUDIT-DATE         TO PROC-PROCESSED-DATE.
	MOVE PMTA-AUDIT-TIME         TO PROC-PROCESSED-TIME.
	MOVE "R"                     TO PROC-DISPOSITION-CODE.
	EXEC CICS WRITEQ TD
		QUEUE  ('PCAN')
		FROM   (PROCESSED-HISTORY-RECORD)
		LENGTH (WS-REJECT-LENGTH)
	END-EXEC.
	EXEC CICS DELETE
		DATASET ('PENDGRTG')
	END-EXEC.
	MOVE SPACES TO PMTA-AFTER-IMAGE.
	MOVE "5" TO PMTA-FUNCTION-CODE.
	PERFORM 8000-WRITE-MAINT-AUDIT.
	PERFORM 8500-SHOW-RECORD.
	MOVE "RECORD REJECTED - MOVED TO HISTORY" TO MSGLINEO.

*>  Only a "P" entry can be approved or rejected; anything already
*>  released (or queued before the approval step) is left alone and
*>  the update lock given back, so a double keystroke cannot reject
*>  an announcement another supervisor has just released.
2900-CHECK-AWAITING.
	IF NOT PENDING-AWAITING-APPROVAL
		EXEC CICS UNLOCK
			DATASET ('PENDGRTG')
		END-EXEC
		PERFORM 8500-SHOW-RECORD
		MOVE "RECORD IS NOT AWAITING APPROVAL - NO ACTION TAKEN"
			TO MSGLINEO
		PERFORM 9000-SEND-MAP
		EXEC CICS RETURN TRANSID ('PAPR') END-EXEC
	END-IF.

0900-NOT-FOUND.
	MOVE "SEQUENCE NUMBER NOT ON PENDING QUEUE" TO MSGLINEO.
	PERFORM 9000-SEND-MAP.
	EXEC CICS RETURN TRANSID ('PAPR') END-EXEC.

*>  The queue change has already succeeded when this runs (NOTFND
*>  branches away before the PERFORM), so every audited record
*>  reflects an action that really happened.
8000-WRITE-MAINT-AUDIT.
	EXEC CICS ASSIGN
		USERID (PMTA-OPERATOR-ID)
	END-EXEC.
	MOVE EIBTRMID TO PMTA-TERMINAL-ID.
	MOVE WS-RIDFLD TO PMTA-SEQUENCE-NO.
	EXEC CICS WRITEQ TD
		QUEUE  ('PMTA')
		FROM   (PEND-MAINT-AUDIT-RECORD)
		LENGTH (WS-PEND-AUDIT-LENGTH)
	END-EXEC.

8200-GET-DATE-TIME.
	EXEC CICS ASKTIME
		ABSTIME (WS-ABSTIME)
	END-EXEC.
	EXEC CICS FORMATTIME
		ABSTIME  (WS-ABSTIME)
		YYYYMMDD (PMTA-AUDIT-DATE)
		TIME     (WS-MAINT-HHMMSS)
	END-EXEC.
	MOVE WS-MAINT-TIME-BUILD TO PMTA-AUDIT-TIME.

8500-SHOW-RECORD.
	MOVE PENDING-EFFECTIVE-DATE  TO EFFDATEO.
	MOVE PENDING-LANGUAGE-CODE   TO LANGCDO.
	MOVE PENDING-ACTIVE-FLAG     TO ACTFLAGO.
	MOVE PENDING-DEPARTMENT-CODE TO DEPTCDO.
	IF PENDING-FOR-ALL-SITES
		MOVE "ALL " TO TGTSITEO
	ELSE
		MOVE PENDING-TARGET-SITE TO TGTSITEO
	END-IF.
	MOVE PENDING-GREETING-TEXT   TO GREETTXTO.
	IF PENDING-AWAITING-APPROVAL
		MOVE "AWAITING APPROVAL" TO APPRSTAO
	ELSE
		MOVE "APPROVED" TO APPRSTAO
	END-IF.

9000-SEND-MAP.
	EXEC CICS SEND
		MAP    ('APPRMAP')
		MAPSET ('APPRSET')
		FROM   (APPRMAPO)
		DATAONLY
	END-EXEC.
