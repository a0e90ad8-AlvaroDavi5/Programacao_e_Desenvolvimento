*>  SCRVREC.cpy
*>  Record layout for the screening review file SCRNRVW: one record
*>  per submission PENDLOAD held back from the queue, with why --
*>  a prohibited term (the term that matched) or duplicate text for
*>  the same effective date (where the earlier copy is: Q = on the
*>  pending queue or accepted earlier in the same drop-off, S = a
*>  standing order that expands that night, H = recent history) --
*>  and the submission exactly as it was dropped off, so the
*>  reviewer sees what the department keyed.
01  SCREEN-REVIEW-RECORD.
	05  SCRV-RUN-DATE           PIC 9(08).
	05  SCRV-REASON-CODE        PIC X(01).
		88  SCRV-PROHIBITED-TERM VALUE "T".
		88  SCRV-DUPLICATE-TEXT VALUE "D".
	05  SCRV-REASON             PIC X(30).
	05  SCRV-MATCHED-TERM       PIC X(20).
	05  SCRV-MATCHED-SOURCE     PIC X(01).
		88  SCRV-MATCHED-QUEUE  VALUE "Q".
		88  SCRV-MATCHED-STANDING VALUE "S".
		88  SCRV-MATCHED-HISTORY VALUE "H".
	05  SCRV-MATCHED-ID         PIC 9(06).
	05  SCRV-MATCHED-TEXT       PIC X(40).
	05  SCRV-SUBMISSION-IMAGE   PIC X(59).
