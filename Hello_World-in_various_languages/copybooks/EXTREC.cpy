*>  written by GREETEXT for the downstream signage and intranet
*>  systems: a header carrying the extract date, one detail per
*>  audit-log record for that date (plus the language code used and
*>  the originating queue sequence number and the display site it
*>  was shown at), and a trailer carrying the detail count so the
*>  receivers can validate control totals. The signage team loads
*>  each screen from the details carrying that screen's site.
01  EXTRACT-RECORD.
	05  EXT-RECORD-TYPE         PIC X(01).
		88  EXT-HEADER-RECORD   VALUE "H".
		88  EXT-DETAIL-RECORD   VALUE "D".
		88  EXT-TRAILER-RECORD  VALUE "T".
	05  EXT-RECORD-BODY         PIC X(80).
	05  EXT-HEADER-BODY REDEFINES EXT-RECORD-BODY.
		10  EXT-HEADER-DATE     PIC 9(08).
		10  FILLER              PIC X(72).
	05  EXT-DETAIL-BODY REDEFINES EXT-RECORD-BODY.
		10  EXT-RUN-DATE        PIC 9(08).
		10  EXT-RUN-TIME        PIC 9(08).
		10  EXT-COMPLETION-CODE PIC X(04).
		10  EXT-LANGUAGE-CODE   PIC X(02).
		10  EXT-SEQUENCE-NO     PIC 9(06).
		10  EXT-SITE-CODE       PIC X(04).
	05  EXT-TRAILER-BODY REDEFINES EXT-RECORD-BODY.
		10  EXT-RECORD-COUNT    PIC 9(09).
		10  FILLER              PIC X(71).
