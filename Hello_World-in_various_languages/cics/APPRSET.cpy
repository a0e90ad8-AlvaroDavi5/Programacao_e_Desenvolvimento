*>  APPRSET.cpy
*>  Symbolic map for the APPRMAP BMS map (cics/PENDAPPR.bms), in the
*>  layout the BMS translator would generate for PENDAPPR.cbl.
01  APPRMAPI.
	05  FILLER                  PIC X(12).
	05  FUNCTIONL               PIC S9(4) COMP.
	05  FUNCTIONF               PIC X.
	05  FILLER REDEFINES FUNCTIONF.
		10  FUNCTIONA           PIC X.
	05  FUNCTIONI               PIC X(1).
	05  SEQNOL                  PIC S9(4) COMP.
	05  SEQNOF                  PIC X.
	05  FILLER REDEFINES SEQNOF.
		10  SEQNOA              PIC X.
	05  SEQNOI                  PIC X(6).
	05  EFFDATEL                PIC S9(4) COMP.
	05  EFFDATEF                PIC X.
	05  FILLER REDEFINES EFFDATEF.
		10  EFFDATEA            PIC X.
	05  EFFDATEI                PIC X(8).
	05  LANGCDL                 PIC S9(4) COMP.
	05  LANGCDF                 PIC X.
	05  FILLER REDEFINES LANGCDF.
		10  LANGCDA             PIC X.
	05  LANGCDI                 PIC X(2).
	05  ACTFLAGL                PIC S9(4) COMP.
	05  ACTFLAGF                PIC X.
	05  FILLER REDEFINES ACTFLAGF.
		10  ACTFLAGA            PIC X.
	05  ACTFLAGI                PIC X(1).
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
	05  APPRSTAL                PIC S9(4) COMP.
	05  APPRSTAF                PIC X.
	05  FILLER REDEFINES APPRSTAF.
		10  APPRSTAA            PIC X.
	05  APPRSTAI                PIC X(20).
	05  GREETTXTL               PIC S9(4) COMP.
	05  GREETTXTF               PIC X.
	05  FILLER REDEFINES GREETTXTF.
		10  GREETTXTA           PIC X.
	05  GREETTXTI               PIC X(40).
	05  MSGLINEL                PIC S9(4) COMP.
	05  MSGLINEF                PIC X.
	05  FILLER REDEFINES MSGLINEF.
		10  MSGLINEA            PIC X.
	05  MSGLINEI                PIC X(79).

01  APPRMAPO REDEFINES APPRMAPI.
	05  FILLER                  PIC X(12).
	05  FILLER                  PIC X(3).
	05  FUNCTIONO               PIC X(1).
	05  FILLER                  PIC X(3).
	05  SEQNOO                  PIC X(6).
	05  FILLER                  PIC X(3).
	05  EFFDATEO                PIC X(8).
	05  FILLER                  PIC X(3).
	05  LANGCDO                 PIC X(2).
	05  FILLER                  PIC X(3).
	05  ACTFLAGO                PIC X(1).
	05  FILLER                  PIC X(3).
	05  DEPTCDO                 PIC X(4).
	05  FILLER                  PIC X(3).
	05  TGTSITEO                PIC X(4).
	05  FILLER                  PIC X(3).
	05  APPRSTAO                PIC X(20).
	05  FILLER                  PIC X(3).
	05  GREETTXTO               PIC X(40).
	05  FILLER                  PIC X(3).
	05  MSGLINEO                PIC X(79).
