*>  SECVREC.cpy
*>  Record layout for the online security-violation log: one record
*>  per request GREETMNT or PENDMNT refused because it fell outside
*>  the operator's profile on OPERAUTH (OPAUREC.cpy) -- who, from
*>  which terminal, when, through which transaction, the function
*>  keyed, why it was refused, what it was aimed at, and the message
*>  the operator was shown. Written to the SECV transient-data queue
*>  (routed to the SECVIOL dataset) and reported daily by SECRPT
*>  next to MNTRPT for the change-control reviewers.
01  SECURITY-VIOLATION-RECORD.
	05  SECV-VIOLATION-DATE     PIC 9(08).
	05  SECV-VIOLATION-TIME     PIC 9(08).
	05  SECV-OPERATOR-ID        PIC X(08).
	05  SECV-TERMINAL-ID        PIC X(04).
	05  SECV-TRANSACTION-ID     PIC X(04).
	05  SECV-FUNCTION-CODE      PIC X(01).
	05  SECV-REASON-CODE        PIC X(01).
		88  SECV-NO-PROFILE     VALUE "P".
		88  SECV-FUNCTION-DENIED VALUE "F".
		88  SECV-LANGUAGE-DENIED VALUE "L".
		88  SECV-DEPARTMENT-DENIED VALUE "D".
	05  SECV-LANGUAGE-CODE      PIC X(02).
	05  SECV-SEQUENCE-NO        PIC 9(06).
	05  SECV-DEPARTMENT-CODE    PIC X(04).
	05  SECV-MESSAGE-TEXT       PIC X(60).
