000070*            is already closed; XADB2BAT closes it ('C') with    *
000080*            the accepted/rejected counts, so the register       *
000090*            doubles as a submission log per origin.             *
000092*            A resubmission batch released by XASUS01 names the  *
000094*            batch its transactions were suspended from in       *
000096*            PARENTORIGIN/PARENTCREDATE (blank otherwise).       *
000100* Xact Consulting A/S                                            *
000110******************************************************************
000120     EXEC SQL DECLARE XABATCHREG TABLE
000160       ACCEPTED       INTEGER       NOT NULL,
000170       REJECTED       INTEGER       NOT NULL,
000180       REGTSTMP       TIMESTAMP     NOT NULL,
000190       ENDTSTMP       TIMESTAMP     NOT NULL,
000193       PARENTORIGIN   CHAR(8)       NOT NULL,
000196       PARENTCREDATE  CHAR(10)      NOT NULL
000200     ) END-EXEC.
000210*    STATUSCODE: O = open (pre-edit accepted the header),
000220*                C = closed (driver run completed)
000280     10 REJECTED               PIC S9(9)  COMP.
000290     10 REGTSTMP               PIC X(26).
000300     10 ENDTSTMP               PIC X(26).
000310     10 PARENTORIGIN           PIC X(08).
000320     10 PARENTCREDATE          PIC X(10).
