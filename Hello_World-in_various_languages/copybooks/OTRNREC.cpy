*>  OTRNREC.cpy
*>  Record layout for the operator authorization transaction file
*>  read by OPERLOAD: one add, change or delete per line against
*>  OPERAUTH, laid out like OPAUREC so the security administrator
*>  can grant or withdraw an operator's rights as a data change.
*>  A change replaces the whole profile, so key every right the
*>  operator is to keep, not only the one being altered.
01  OPERATOR-TRANSACTION-RECORD.
	05  OTRN-ACTION-CODE        PIC X(01).
		88  OTRN-ACTION-ADD     VALUE "A".
		88  OTRN-ACTION-CHANGE  VALUE "C".
		88  OTRN-ACTION-DELETE  VALUE "D".
	05  OTRN-OPERATOR-ID        PIC X(08).
	05  OTRN-OPERATOR-NAME      PIC X(30).
	05  OTRN-ACTIVE-FLAG        PIC X(01).
	05  OTRN-FUNCTION-RIGHTS.
		10  OTRN-FUNCTION-FLAG  PIC X(01)   OCCURS 7 TIMES.
	05  OTRN-LANGUAGE-LIST.
		10  OTRN-LANGUAGE-CODE  PIC X(02)   OCCURS 10 TIMES.
	05  OTRN-DEPARTMENT-LIST.
		10  OTRN-DEPARTMENT-CODE PIC X(04)  OCCURS 10 TIMES.
