*>  Record layout for the GREETMNT maintenance-audit trail: one
*>  record per online add/update/deactivate of a GREETING-FILE
*>  record, carrying who (operator and terminal), when, which
*>  function, and the full before and after images of the 59-byte
*>  GREETING-RECORD. Scheduling a future version writes two records
*>  in the same task: the new version (function 5, no before image)
*>  and the end-dating of the version it takes over from (function
*>  6), which is also what an operator's own end-dating logs.
*>  Written by GREETMNT to the GMTA transient-data queue (routed to
*>  the MNTAUDIT dataset) and reported daily by MNTRPT; this is what
*>  internal change-control review looks at.
01  MAINT-AUDIT-RECORD.
	05  MNTA-AUDIT-DATE         PIC 9(08).
	05  MNTA-AUDIT-TIME         PIC 9(08).
		88  MNTA-FUNCTION-ADD   VALUE "2".
		88  MNTA-FUNCTION-UPDATE VALUE "3".
		88  MNTA-FUNCTION-DEACT VALUE "4".
		88  MNTA-FUNCTION-SCHED VALUE "5".
		88  MNTA-FUNCTION-ENDDT VALUE "6".
	05  MNTA-LANGUAGE-CODE      PIC X(02).
	05  MNTA-BEFORE-IMAGE       PIC X(59).
	05  MNTA-AFTER-IMAGE        PIC X(59).
