*>  Record layout for PENDING-GREETINGS, an indexed queue of greetings
*>  waiting to be displayed/logged -- shift-change banners, multiple
*>  site announcements, etc -- all processed in one HELLO-WORLD run.
*>  PENDING-APPROVAL-FLAG is "P" while a submission waits for a
*>  supervisor to release it online (PENDAPPR) and "A" once released;
*>  space is an entry queued before the approval step existed, and
*>  counts as released. PENDING-TARGET-SITE is the site code, site
*>  group (see SITEREC.cpy) or "ALL" the entry is shown at; spaces
*>  is an entry queued before site targeting, shown everywhere.
*>  PENDING-PRIORITY-FLAG "U" marks an urgent entry -- a building
*>  closure, a weather warning -- that the intraday URGBCST run
*>  displays as soon as it is approved and due instead of waiting
*>  for the night; space is routine, left for HELLOWLD. Set by the
*>  urgent drop-off (PENDLOAD with URGENT on SYSIN) or online
*>  through PENDMNT.
01  PENDING-GREETING-RECORD.
	05  PENDING-SEQUENCE-NO     PIC 9(06).
	05  PENDING-GREETING-TEXT   PIC X(40).
	05  PENDING-ACTIVE-FLAG     PIC X(01).
		88  PENDING-IS-ACTIVE   VALUE "Y".
	05  PENDING-DEPARTMENT-CODE PIC X(04).
	05  PENDING-APPROVAL-FLAG   PIC X(01).
		88  PENDING-IS-APPROVED VALUE "A" " ".
		88  PENDING-AWAITING-APPROVAL VALUE "P".
	05  PENDING-TARGET-SITE     PIC X(04).
		88  PENDING-FOR-ALL-SITES VALUE "ALL " SPACES.
	05  PENDING-PRIORITY-FLAG   PIC X(01).
		88  PENDING-IS-URGENT   VALUE "U".
		88  PENDING-IS-ROUTINE  VALUE " ".
