*>  LDGRREC.cpy
*>  Record layout for the HELLOJOB step ledger STEPLDGR, an indexed
*>  file keyed by business date and step. Each step of the stream
*>  writes its own record when it starts and rewrites it when it
*>  ends: start and end date/time, the return code, how many times
*>  it has run and how many times a resubmission found it already
*>  completed and bypassed it. Steps are keyed by their HELLOJOB
*>  step name (STEP005, STEP010 ...), which is what operations
*>  restarts from. One extra record, business date zeros and step
*>  CURRENT, holds the business date STEPCTL set at the top of the
*>  stream and when that stream began, so a step running after
*>  midnight, or on a resubmission the next morning, still records
*>  against the night it belongs to. A status of "R" is a forced
*>  rerun operations requested through STEPCTL: the step runs again
*>  next time as if it had never completed.
01  STEP-LEDGER-RECORD.
	05  LDGR-KEY.
		10  LDGR-BUSINESS-DATE  PIC 9(08).
		10  LDGR-STEP-ID        PIC X(08).
	05  LDGR-STEP-BODY.
		10  LDGR-STATUS         PIC X(01).
			88  LDGR-STEP-STARTED   VALUE "S".
			88  LDGR-STEP-COMPLETED VALUE "C".
			88  LDGR-STEP-FAILED    VALUE "F".
			88  LDGR-STEP-FORCED    VALUE "R".
		10  LDGR-START-DATE     PIC 9(08).
		10  LDGR-START-TIME     PIC 9(08).
		10  LDGR-END-DATE       PIC 9(08).
		10  LDGR-END-TIME       PIC 9(08).
		10  LDGR-RETURN-CODE    PIC 9(02).
		10  LDGR-RUN-COUNT      PIC 9(03).
		10  LDGR-BYPASS-COUNT   PIC 9(03).
	05  LDGR-CURRENT-BODY REDEFINES LDGR-STEP-BODY.
		10  LDGR-CURRENT-DATE   PIC 9(08).
		10  LDGR-BEGIN-DATE     PIC 9(08).
		10  LDGR-BEGIN-TIME     PIC 9(08).
		10  FILLER              PIC X(17).
