*>  DTRNREC.cpy
*>  Record layout for the department master transaction file read by
*>  DEPTLOAD: one add, change or delete per line against DEPTMAST,
*>  keyed and laid out like DMSTREC so operations can key a new
*>  office, retire one or change its nightly quota as a data change
*>  instead of a recompile. The quota arrives as characters so a
*>  mistyped value is rejected by DEPTLOAD instead of abending it.
01  DEPARTMENT-TRANSACTION-RECORD.
	05  DTRN-ACTION-CODE        PIC X(01).
		88  DTRN-ACTION-ADD     VALUE "A".
		88  DTRN-ACTION-CHANGE  VALUE "C".
		88  DTRN-ACTION-DELETE  VALUE "D".
	05  DTRN-DEPARTMENT-CODE    PIC X(04).
	05  DTRN-DEPARTMENT-NAME    PIC X(30).
	05  DTRN-CONTACT-NAME       PIC X(30).
	05  DTRN-ACTIVE-FLAG        PIC X(01).
	05  DTRN-NIGHTLY-QUOTA      PIC X(03).
	05  DTRN-NIGHTLY-QUOTA-NUM REDEFINES DTRN-NIGHTLY-QUOTA
	                            PIC 9(03).
