*>  name collision is avoided by reading the live log into the same
*>  AUDIT-LOG-RECORD via a separate 01 under its own FD.
FD  AUDIT-LOG-FILE.
01  LIVE-AUDIT-RECORD           PIC X(80).

FD  RESEARCH-REPORT-FILE.
01  RSCH-RPT-LINE               PIC X(120).
