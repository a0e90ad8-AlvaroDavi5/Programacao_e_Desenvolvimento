*>  SCRNREC.cpy
*>  Record layout for the content-screening table SCRNFIL read by
*>  PENDLOAD, kept as data like HOLIFIL so compliance can add or
*>  retire a term without a program change. "T" rows are prohibited
*>  terms: a submission whose text contains an active term anywhere
*>  (compared in upper case) is held for review instead of queued.
*>  The optional "C" control row says how many days back the
*>  PROCESSED-HISTORY duplicate check looks; without one it is
*>  seven days.
01  SCREEN-TABLE-RECORD.
	05  SCRN-RECORD-TYPE        PIC X(01).
		88  SCRN-IS-CONTROL     VALUE "C".
		88  SCRN-IS-TERM        VALUE "T".
	05  SCRN-RECORD-BODY        PIC X(39).
	05  SCRN-CONTROL-BODY REDEFINES SCRN-RECORD-BODY.
		10  SCRN-HISTORY-DAYS   PIC 9(03).
		10  FILLER              PIC X(36).
	05  SCRN-TERM-BODY REDEFINES SCRN-RECORD-BODY.
		10  SCRN-TERM           PIC X(20).
		10  SCRN-ACTIVE-FLAG    PIC X(01).
			88  SCRN-TERM-IS-ACTIVE VALUE "Y".
		10  FILLER              PIC X(18).
