*>  RATEREC.cpy
*>  Record layout for the chargeback rate table RATEFIL read by
*>  CHGBACK, kept as data so Finance can change a rate without a
*>  recompile. One control record (type "C") names the base language
*>  -- a history record in any other language was a translated
*>  greeting and attracts its rate row's surcharge -- and the two
*>  general-ledger accounts the journal posts to. Every other record
*>  (type "R") prices one PROCESSED-HISTORY disposition code (D, E,
*>  C or R, see PROCREC.cpy), either for one language or, with the
*>  language left blank, for every language that has no row of its
*>  own. An urgent broadcast (U) counts as a display and is priced
*>  from the D rows; a U row is never read. Amounts are per history
*>  record, two decimals.
01  RATE-TABLE-RECORD.
	05  RATE-RECORD-TYPE        PIC X(01).
		88  RATE-IS-CONTROL     VALUE "C".
		88  RATE-IS-RATE-ROW    VALUE "R".
	05  RATE-RECORD-BODY        PIC X(39).
	05  RATE-CONTROL-BODY REDEFINES RATE-RECORD-BODY.
		10  RATE-BASE-LANGUAGE  PIC X(02).
		10  RATE-GL-EXPENSE-ACCOUNT
		                        PIC X(10).
		10  RATE-GL-INCOME-ACCOUNT
		                        PIC X(10).
		10  FILLER              PIC X(17).
	05  RATE-ROW-BODY REDEFINES RATE-RECORD-BODY.
		10  RATE-DISPOSITION-CODE
		                        PIC X(01).
		10  RATE-LANGUAGE-CODE  PIC X(02).
		10  RATE-LINE-AMOUNT    PIC 9(03)V99.
		10  RATE-TRANSLATED-SURCHARGE
		                        PIC 9(03)V99.
		10  FILLER              PIC X(26).
