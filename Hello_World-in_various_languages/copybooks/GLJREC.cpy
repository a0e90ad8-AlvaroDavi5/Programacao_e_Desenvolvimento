*>  GLJREC.cpy
*>  Record layout for the chargeback general-ledger journal GLJFILE
*>  written by CHGBACK for the GL feed, the same header/detail/
*>  trailer shape as the EXTFILE interface: a header carrying the
*>  source system and the accounting period, one debit detail per
*>  department charged (the expense account, with the department
*>  code as cost centre) and one credit detail to the service's
*>  income account for the month's total, and a trailer carrying the
*>  detail count and the debit and credit totals so the ledger can
*>  prove the journal complete and in balance before posting it.
01  GL-JOURNAL-RECORD.
	05  GLJ-RECORD-TYPE         PIC X(01).
		88  GLJ-HEADER-RECORD   VALUE "H".
		88  GLJ-DETAIL-RECORD   VALUE "D".
		88  GLJ-TRAILER-RECORD  VALUE "T".
	05  GLJ-RECORD-BODY         PIC X(79).
	05  GLJ-HEADER-BODY REDEFINES GLJ-RECORD-BODY.
		10  GLJ-SOURCE-SYSTEM   PIC X(08).
		10  GLJ-PERIOD          PIC 9(06).
		10  GLJ-CREATED-DATE    PIC 9(08).
		10  FILLER              PIC X(57).
	05  GLJ-DETAIL-BODY REDEFINES GLJ-RECORD-BODY.
		10  GLJ-ACCOUNT         PIC X(10).
		10  GLJ-COST-CENTRE     PIC X(04).
		10  GLJ-DEBIT-CREDIT    PIC X(01).
			88  GLJ-IS-DEBIT    VALUE "D".
			88  GLJ-IS-CREDIT   VALUE "C".
		10  GLJ-AMOUNT          PIC 9(09)V99.
		10  GLJ-LINE-COUNT      PIC 9(07).
		10  GLJ-DESCRIPTION     PIC X(30).
		10  FILLER              PIC X(16).
	05  GLJ-TRAILER-BODY REDEFINES GLJ-RECORD-BODY.
		10  GLJ-DETAIL-COUNT    PIC 9(07).
		10  GLJ-TOTAL-DEBITS    PIC 9(11)V99.
		10  GLJ-TOTAL-CREDITS   PIC 9(11)V99.
		10  FILLER              PIC X(46).
