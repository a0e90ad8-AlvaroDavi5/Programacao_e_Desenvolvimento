*>  here at end of run -- the original record fields plus when it was
*>  processed and how it was disposed -- so the pending queue stays
*>  small and there is a permanent record of what was announced.
*>  Disposition "R" is an entry a supervisor rejected online before
*>  it was ever released for display. Disposition "U" is an urgent
*>  entry displayed and audited by the intraday URGBCST run rather
*>  than the overnight one; it counts as displayed everywhere "D"
*>  does.
01  PROCESSED-HISTORY-RECORD.
	05  PROC-SEQUENCE-NO        PIC 9(06).
	05  PROC-GREETING-TEXT      PIC X(40).
		88  PROC-WAS-DISPLAYED  VALUE "D".
		88  PROC-WAS-EXPIRED    VALUE "E".
		88  PROC-WAS-CANCELLED  VALUE "C".
		88  PROC-WAS-REJECTED   VALUE "R".
		88  PROC-WAS-URGENT     VALUE "U".
	05  PROC-DEPARTMENT-CODE    PIC X(04).
