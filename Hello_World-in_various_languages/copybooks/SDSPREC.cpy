*>  SDSPREC.cpy
*>  Record layout for HELLOWLD's per-site display files (DD SITEDS01
*>  through SITEDS08, one per SITE-DISPLAY-SLOT on SITEFIL): one line
*>  per announcement shown at the site, carrying the site, the run
*>  date, the originating queue sequence number (zeros on the
*>  no-queue default path), the language code in play and the text
*>  as displayed, so each site's signage loads only its own screens.
01  SITE-DISPLAY-RECORD.
	05  SDSP-SITE-CODE          PIC X(04).
	05  SDSP-RUN-DATE           PIC 9(08).
	05  SDSP-SEQUENCE-NO        PIC 9(06).
	05  SDSP-LANGUAGE-CODE      PIC X(02).
	05  SDSP-MESSAGE-TEXT       PIC X(40).
