000030*            Future-dated transactions parked by the SCHEDULE    *
000040*            function until XAPND01 releases them on or after    *
000050*            their effective date                                *
000052*            A scheduled DELETE carries its leaving reason in    *
000054*            TERMREASON; the effective date is the termination   *
000056*            date. Blank on the other functions                  *
000060* Xact Consulting A/S                                            *
000070******************************************************************
000080     EXEC SQL DECLARE XAEMPLOYEEPEND TABLE
000140       USERID         CHAR(8)       NOT NULL,
000150       EFFDATE        DATE          NOT NULL,
000160       ENTTSTMP       TIMESTAMP     NOT NULL,
000170       STATUSCODE     CHAR(1)       NOT NULL,
000175       TERMREASON     CHAR(4)       NOT NULL
000180     ) END-EXEC.
000190*    STATUSCODE: P = pending, A = applied, F = failed,
000195*                C = cancelled before the effective date
000270     10 EFFDATE                PIC X(10).
000280     10 ENTTSTMP               PIC X(26).
000290     10 STATUSCODE             PIC X(01).
000300     10 TERMREASON             PIC X(04).
