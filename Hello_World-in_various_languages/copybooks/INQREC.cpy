	05  INQ-COMPLETION-CODE     PIC X(04).
	05  INQ-SEQUENCE-NO         PIC 9(06).
	05  INQ-LANGUAGE-CODE       PIC X(02).
	05  INQ-SITE-CODE           PIC X(04).
