	05  FILLER REDEFINES DATEFLTF.
		10  DATEFLTA            PIC X.
	05  DATEFLTI                PIC X(8).
	05  SITEFLTL                PIC S9(4) COMP.
	05  SITEFLTF                PIC X.
	05  FILLER REDEFINES SITEFLTF.
		10  SITEFLTA            PIC X.
	05  SITEFLTI                PIC X(4).
	05  LINED OCCURS 10 TIMES.
		10  LINEL               PIC S9(4) COMP.
		10  LINEF               PIC X.
	05  FUNCTIONO               PIC X(1).
	05  FILLER                  PIC X(3).
	05  DATEFLTO                PIC X(8).
	05  FILLER                  PIC X(3).
	05  SITEFLTO                PIC X(4).
	05  LINEDO OCCURS 10 TIMES.
		10  FILLER              PIC X(3).
		10  LINEO               PIC X(79).
