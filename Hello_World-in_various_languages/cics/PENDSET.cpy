	05  FILLER REDEFINES ACTFLAGF.
		10  ACTFLAGA            PIC X.
	05  ACTFLAGI                PIC X(1).
	05  PRIORL                  PIC S9(4) COMP.
	05  PRIORF                  PIC X.
	05  FILLER REDEFINES PRIORF.
		10  PRIORA              PIC X.
	05  PRIORI                  PIC X(1).
	05  DEPTCDL                 PIC S9(4) COMP.
	05  DEPTCDF                 PIC X.
	05  FILLER REDEFINES DEPTCDF.
		10  DEPTCDA             PIC X.
	05  DEPTCDI                 PIC X(4).
	05  TGTSITEL                PIC S9(4) COMP.
	05  TGTSITEF                PIC X.
	05  FILLER REDEFINES TGTSITEF.
		10  TGTSITEA            PIC X.
	05  TGTSITEI                PIC X(4).
	05  GREETTXTL               PIC S9(4) COMP.
	05  GREETTXTF               PIC X.
	05  FILLER REDEFINES GREETTXTF.
	05  FILLER                  PIC X(3).
	05  ACTFLAGO                PIC X(1).
	05  FILLER                  PIC X(3).
	05  PRIORO                  PIC X(1).
	05  FILLER                  PIC X(3).
	05  DEPTCDO                 PIC X(4).
	05  FILLER                  PIC X(3).
	05  TGTSITEO                PIC X(4).
	05  FILLER                  PIC X(3).
	05  GREETTXTO               PIC X(40).
	05  FILLER                  PIC X(3).
	05  MSGLINEO                PIC X(79).
