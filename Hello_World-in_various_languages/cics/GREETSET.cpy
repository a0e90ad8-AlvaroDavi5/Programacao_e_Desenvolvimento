*>  GREETSET.cpy
*>  Symbolic map for the GREETMAP BMS map (cics/GREETMNT.bms), in the
*>  layout the BMS translator would generate for GREETMNT.cbl. The
*>  eight version-timeline lines come from OCCURS=8 on TLINE.
01  GREETMAPI.
	05  FILLER                  PIC X(12).
	05  FUNCTIONL               PIC S9(4) COMP.
	05  FILLER REDEFINES ACTFLAGF.
		10  ACTFLAGA            PIC X.
	05  ACTFLAGI                PIC X(1).
	05  ENDDATEL                PIC S9(4) COMP.
	05  ENDDATEF                PIC X.
	05  FILLER REDEFINES ENDDATEF.
		10  ENDDATEA            PIC X.
	05  ENDDATEI                PIC X(8).
	05  GREETTXTL               PIC S9(4) COMP.
	05  GREETTXTF               PIC X.
	05  FILLER REDEFINES GREETTXTF.
		10  GREETTXTA           PIC X.
	05  GREETTXTI               PIC X(40).
	05  TLINED OCCURS 8 TIMES.
		10  TLINEL              PIC S9(4) COMP.
		10  TLINEF              PIC X.
		10  TLINEI              PIC X(79).
	05  MSGLINEL                PIC S9(4) COMP.
	05  MSGLINEF                PIC X.
	05  FILLER REDEFINES MSGLINEF.
	05  FILLER                  PIC X(3).
	05  ACTFLAGO                PIC X(1).
	05  FILLER                  PIC X(3).
	05  ENDDATEO                PIC X(8).
	05  FILLER                  PIC X(3).
	05  GREETTXTO               PIC X(40).
	05  TLINEDO OCCURS 8 TIMES.
		10  FILLER              PIC X(3).
		10  TLINEO              PIC X(79).
	05  FILLER                  PIC X(3).
	05  MSGLINEO                PIC X(79).
