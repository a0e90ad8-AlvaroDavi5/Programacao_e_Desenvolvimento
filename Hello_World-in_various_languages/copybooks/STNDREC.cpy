*>  weekdays flagged Y in STND-WEEKDAY-FLAGS (Monday first), M = the
*>  STND-DAY-OF-MONTH day of each month; nothing expands outside the
*>  start/end window, on a HOLIFIL holiday, or while the order is
*>  flagged inactive. STND-TARGET-SITE is carried onto each expanded
*>  entry: a site code or site group on SITEFIL, or "ALL" (blank
*>  means "ALL").
01  STANDING-ORDER-RECORD.
	05  STND-ORDER-ID           PIC 9(04).
	05  STND-GREETING-TEXT      PIC X(40).
	05  STND-ACTIVE-FLAG        PIC X(01).
		88  STND-IS-ACTIVE      VALUE "Y".
	05  STND-DEPARTMENT-CODE    PIC X(04).
	05  STND-TARGET-SITE        PIC X(04).
