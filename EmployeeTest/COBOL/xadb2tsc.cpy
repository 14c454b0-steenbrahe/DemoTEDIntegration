000210*    Key half for the pend-queue functions: together with the
000220*    rident, the entry timestamp identifies one pending row
000230     03 XADB2TST-IMP-ENTTSTMP    PIC X(26).
000231*    DELETE (and a scheduled DELETE): the termination date, blank
000232*    for today, and the leaving reason from XaTermReason. REHIRE
000233*    takes the new period's hire date from IMP-HIREDATE
000234     03 XADB2TST-IMP-TERMDATE    PIC X(10).
000235     03 XADB2TST-IMP-TERMREASON  PIC X(04).
000236*    'C' when the caller owns the unit of work (a CICS caller
000237*    syncpoints itself); blank lets XADB2TST commit or roll back
000238     03 XADB2TST-IMP-SYNCMODE    PIC X(01).
000240
000250 01  XADB2TST-EXPORT.
000260     03 XADB2TST-EXP-ERRORCODE   PIC S9(9)  COMP.
000530*       effective date; EXP-TSTMP carries the entry timestamp
000540        05 XADB2TST-EXP-FUNCTIONCODE PIC X(08).
000550        05 XADB2TST-EXP-EFFDATE     PIC X(10).
000560*    Filled by GET and HISTORY: the employment periods of the
000570*    rident, newest first, and the length of service summed over
000580*    all of them up to today (an open period counts to today)
000590     03 XADB2TST-EXP-PERIODCOUNT  PIC S9(4)  COMP.
000600     03 XADB2TST-EXP-SERVICEDAYS  PIC S9(9)  COMP.
000610     03 XADB2TST-EXP-SERVICEYEARS PIC S9(4)  COMP.
000620     03 XADB2TST-EXP-SERVICEMONTHS PIC S9(4) COMP.
000630     03 XADB2TST-EXP-PERIOD OCCURS 7 TIMES.
000640        05 XADB2TST-EXP-PERIODNR     PIC S9(4)  COMP.
000650        05 XADB2TST-EXP-PER-HIREDATE PIC X(10).
000660        05 XADB2TST-EXP-PER-TERMDATE PIC X(10).
000670        05 XADB2TST-EXP-PER-TERMREASON PIC X(04).
