*>  at the drop-off and carried through the queue and the history so
*>  "whose announcement" is answerable from the data; PENDLOAD
*>  rejects a submission without one.
*>  SUBM-TARGET-SITE says where the announcement is shown: a site
*>  code or site group on SITEFIL (see SITEREC.cpy), or "ALL"; left
*>  blank it means "ALL".
01  SUBMISSION-RECORD.
	05  SUBM-GREETING-TEXT      PIC X(40).
	05  SUBM-LANGUAGE-CODE      PIC X(02).
	                            PIC 9(08).
	05  SUBM-ACTIVE-FLAG        PIC X(01).
	05  SUBM-DEPARTMENT-CODE    PIC X(04).
	05  SUBM-TARGET-SITE        PIC X(04).
