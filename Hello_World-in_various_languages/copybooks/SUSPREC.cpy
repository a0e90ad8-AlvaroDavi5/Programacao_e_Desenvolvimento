*>  PENDING-GREETINGS record that hit a record-level error overnight,
*>  carrying the file status and reason alongside the full original
*>  record image so the entry can be corrected and resubmitted the
*>  next day instead of killing the whole run. "AUDIT PARTIAL
*>  FANOUT" is an audit write that failed after some of the entry's
*>  sites had already shown and audited it; it is held, not
*>  requeued, so those sites do not get it twice.
01  SUSPENSE-RECORD.
	05  SUSP-RUN-DATE           PIC 9(08).
	05  SUSP-FILE-ID            PIC X(08).
	05  SUSP-REASON             PIC X(20).
		88  SUSP-REASON-TRANSIENT VALUE "LANGUAGE READ FAILED"
		                              "AUDIT WRITE FAILED".
	05  SUSP-PENDING-IMAGE      PIC X(67).
