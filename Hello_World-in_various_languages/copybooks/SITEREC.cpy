*>  SITEREC.cpy
*>  Record layout for the site master file SITEFIL: one record per
*>  display site -- the plant, the warehouse, head office -- kept as
*>  data so opening or closing a site is an operations change, not a
*>  recompile. A site may belong to up to three site groups (a group
*>  is just a code several sites share, e.g. all the production
*>  floors), so an announcement can target one site, a group, or
*>  "ALL". SITE-DISPLAY-SLOT names which of HELLOWLD's display files
*>  (DD SITEDS01 through SITEDS08) carries the site's screen feed.
*>  Only sites flagged active are targeted or displayed to; "ALL" is
*>  reserved and may not be used as a site or group code.
01  SITE-MASTER-RECORD.
	05  SITE-CODE               PIC X(04).
	05  SITE-NAME               PIC X(30).
	05  SITE-GROUP-CODES.
		10  SITE-GROUP-CODE OCCURS 3 TIMES
		                        PIC X(04).
	05  SITE-DISPLAY-SLOT       PIC X(02).
	05  SITE-DISPLAY-SLOT-NUM REDEFINES SITE-DISPLAY-SLOT
	                            PIC 9(02).
	05  SITE-ACTIVE-FLAG        PIC X(01).
		88  SITE-IS-ACTIVE      VALUE "Y".
