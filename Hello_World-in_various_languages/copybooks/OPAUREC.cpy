*>  OPAUREC.cpy
*>  Record layout for the operator authorization file OPERAUTH, one
*>  record per operator, keyed by the CICS user id GREETMNT and
*>  PENDMNT pick up with ASSIGN USERID. It says what the operator may
*>  do online: one Y/N flag per function (browse, add, update,
*>  deactivate, cancel, correct date, set priority), the language
*>  codes whose GREETING-FILE versions they may change through GRMT,
*>  and the department codes whose queue entries they may change
*>  through PMNT. A language code of "**" or a department code of
*>  "****" grants every code. An operator not on file, or flagged
*>  inactive, may do nothing at all; every refusal is logged to the
*>  SECV violation queue (SECVREC.cpy). Maintained from a sequential
*>  transaction file by OPERLOAD (see OTRNREC.cpy), never by hand,
*>  and listed nightly for the change-control reviewers by SECRPT.
01  OPERATOR-AUTH-RECORD.
	05  OPAU-OPERATOR-ID        PIC X(08).
	05  OPAU-OPERATOR-NAME      PIC X(30).
	05  OPAU-ACTIVE-FLAG        PIC X(01).
		88  OPAU-IS-ACTIVE      VALUE "Y".
	05  OPAU-FUNCTION-RIGHTS.
		10  OPAU-BROWSE-FLAG    PIC X(01).
			88  OPAU-MAY-BROWSE     VALUE "Y".
		10  OPAU-ADD-FLAG       PIC X(01).
			88  OPAU-MAY-ADD        VALUE "Y".
		10  OPAU-UPDATE-FLAG    PIC X(01).
			88  OPAU-MAY-UPDATE     VALUE "Y".
		10  OPAU-DEACT-FLAG     PIC X(01).
			88  OPAU-MAY-DEACTIVATE VALUE "Y".
		10  OPAU-CANCEL-FLAG    PIC X(01).
			88  OPAU-MAY-CANCEL     VALUE "Y".
		10  OPAU-CORRECT-FLAG   PIC X(01).
			88  OPAU-MAY-CORRECT-DATE VALUE "Y".
		10  OPAU-PRIORITY-FLAG  PIC X(01).
			88  OPAU-MAY-SET-PRIORITY VALUE "Y".
	05  OPAU-FUNCTION-TABLE REDEFINES OPAU-FUNCTION-RIGHTS.
		10  OPAU-FUNCTION-FLAG  PIC X(01)   OCCURS 7 TIMES.
	05  OPAU-LANGUAGE-LIST.
		10  OPAU-LANGUAGE-CODE  PIC X(02)   OCCURS 10 TIMES.
	05  OPAU-DEPARTMENT-LIST.
		10  OPAU-DEPARTMENT-CODE PIC X(04)  OCCURS 10 TIMES.
	05  OPAU-LAST-CHANGE-DATE   PIC 9(08).
