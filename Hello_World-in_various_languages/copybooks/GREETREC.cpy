*>  GREETREC.cpy
*>  Record layout for GREETING-FILE, read by HELLOWLD in place of the
*>  old hardcoded "Hello World!" literal. Indexed by
*>  GREETING-VERSION-KEY -- language code then effective date -- so
*>  a language can carry several dated versions of its greeting: the
*>  one in force today, ones that have ended, and ones scheduled to
*>  take over on a future date. A version is in force from its
*>  EFFECTIVE-DATE through its GREETING-END-DATE inclusive; an end
*>  date of all nines means it runs until a later version is
*>  scheduled over it. The same dataset is both the batch fallback
*>  lookup and the file GREETMNT maintains online.
01  GREETING-RECORD.
	05  GREETING-TEXT           PIC X(40).
	05  ACTIVE-FLAG             PIC X(01).
		88  GREETING-IS-ACTIVE  VALUE "Y".
		88  GREETING-IS-INACTIVE VALUE "N".
	05  GREETING-VERSION-KEY.
		10  GREETING-LANGUAGE-CODE  PIC X(02).
		10  EFFECTIVE-DATE      PIC 9(08).
	05  GREETING-END-DATE       PIC 9(08).
		88  GREETING-OPEN-ENDED VALUE 99999999.
