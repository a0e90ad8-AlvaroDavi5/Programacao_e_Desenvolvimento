*>  records written before these fields existed are shorter and read
*>  back with spaces here, which is how GREETEXT and HELLOCNF know
*>  to fall back to the old text match for them.
*>  AUDIT-SITE-CODE is the display site the record was shown at --
*>  HELLOWLD writes one audit record per site an announcement went
*>  to, so "what ran at site X" is a filter on this field. Records
*>  from before site targeting read back spaces: shown everywhere.
*>  Records the intraday URGBCST run writes carry operator URGENT;
*>  every other record is from a scheduled HELLOWLD run.
01  AUDIT-LOG-RECORD.
	05  AUDIT-RUN-DATE          PIC 9(08).
	05  AUDIT-RUN-TIME          PIC 9(08).
	05  AUDIT-OPERATOR-ID       PIC X(08).
		88  AUDIT-URGENT-RUN    VALUE "URGENT".
	05  AUDIT-MESSAGE-TEXT      PIC X(40).
	05  AUDIT-COMPLETION-CODE   PIC X(04).
		88  AUDIT-NORMAL-DISPLAY VALUE "0000".
		88  AUDIT-DEFAULT-DISPLAY VALUE "0008".
	05  AUDIT-SEQUENCE-NO       PIC 9(06).
	05  AUDIT-LANGUAGE-CODE     PIC X(02).
	05  AUDIT-SITE-CODE         PIC X(04).
