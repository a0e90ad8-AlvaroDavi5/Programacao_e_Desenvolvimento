*>  PMTAREC.cpy
*>  Record layout for the PENDMNT maintenance-audit trail: one
*>  record per online cancel, effective-date correction or
*>  priority change of a PENDING-GREETINGS record, and per
*>  supervisor approval or rejection from PENDAPPR, carrying who
*>  (operator and terminal), when, which function, which sequence
*>  number, and the full before and after images of the 67-byte
*>  PENDING-GREETING-RECORD (the after image is spaces on a cancel
*>  or a rejection). Written by PENDMNT and PENDAPPR to the PMTA
*>  transient-data queue (routed to the PMNTAUDIT dataset), the
*>  same arrangement GREETMNT has with GMTA and MNTAUDIT; this is
*>  what internal change-control review looks at when a 4pm phone
*>  call pulls an announcement.
01  PEND-MAINT-AUDIT-RECORD.
	05  PMTA-AUDIT-DATE         PIC 9(08).
	05  PMTA-AUDIT-TIME         PIC 9(08).
	05  PMTA-FUNCTION-CODE      PIC X(01).
		88  PMTA-FUNCTION-CANCEL VALUE "2".
		88  PMTA-FUNCTION-CORRECT VALUE "3".
		88  PMTA-FUNCTION-APPROVE VALUE "4".
		88  PMTA-FUNCTION-REJECT VALUE "5".
		88  PMTA-FUNCTION-PRIORITY VALUE "6".
	05  PMTA-SEQUENCE-NO        PIC 9(06).
	05  PMTA-BEFORE-IMAGE       PIC X(67).
	05  PMTA-AFTER-IMAGE        PIC X(67).
