*>  RSLTREC.cpy
*>  Record layout for the per-department results work file RSLTWORK:
*>  PENDLOAD appends one intake record ("I") per submission it
*>  accepts or rejects (STNDEXP likewise for each standing order it
*>  holds back), and HELLOCNF appends one verdict record ("V")
*>  per queue and history entry it judges, each stamped with the
*>  submitting department and the run date. DEPTRSLT reads the file
*>  back and cuts the departmental answer file DEPTFILE from it, so
