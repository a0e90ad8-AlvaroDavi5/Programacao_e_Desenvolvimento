*>  DMSTREC.cpy
*>  Record layout for the department master DEPTMAST, keyed by the
*>  four-byte department code the offices put on every submission
*>  and standing order. PENDLOAD and STNDEXP look each code up here:
*>  a code not on file or flagged inactive is turned away, and
*>  DMST-NIGHTLY-QUOTA caps how many announcements one department
*>  can have queued for a single night (zero means no cap). The
*>  name and contact are there so the EDTRPT/STNDRPT reader knows
*>  whom to ring. Maintained from a sequential transaction file by
*>  DEPTLOAD (see DTRNREC.cpy), never by hand.
01  DEPARTMENT-MASTER-RECORD.
	05  DMST-DEPARTMENT-CODE    PIC X(04).
	05  DMST-DEPARTMENT-NAME    PIC X(30).
	05  DMST-CONTACT-NAME       PIC X(30).
	05  DMST-ACTIVE-FLAG        PIC X(01).
		88  DMST-IS-ACTIVE      VALUE "Y".
	05  DMST-NIGHTLY-QUOTA      PIC 9(03).
