000010******************************************************************
000020* XAEMPPRD - Host variable layout for table XaEmployPeriod       *
000030*            One row per employment period of a rident: INSERT   *
000040*            opens period 1, DELETE closes the open period with  *
000050*            the termination date and leaving reason, REVOKE     *
000060*            reopens the last period and REHIRE opens the next   *
000070*            one with its own hire date under the same rident.   *
000080*            An open period carries TERMDATE 9999-12-31 and a    *
000090*            blank TERMREASON                                    *
000100* Xact Consulting A/S                                            *
000110******************************************************************
000120     EXEC SQL DECLARE XAEMPLOYPERIOD TABLE
000130     ( RIDENT         INTEGER       NOT NULL,
000140       PERIODNR       SMALLINT      NOT NULL,
000150       HIREDATE       DATE          NOT NULL,
000160       TERMDATE       DATE          NOT NULL,
000170       TERMREASON     CHAR(4)       NOT NULL,
000180       USERID         CHAR(8)       NOT NULL,
000190       UPDTSTMP       TIMESTAMP     NOT NULL
000200     ) END-EXEC.
000210 01  DCLXAEMPLOYPERIOD.
000220     10 RIDENT                 PIC S9(9)  COMP.
000230     10 PERIODNR               PIC S9(4)  COMP.
000240     10 HIREDATE               PIC X(10).
000250     10 TERMDATE               PIC X(10).
000260     10 TERMREASON             PIC X(04).
000270     10 USERID                 PIC X(08).
000280     10 UPDTSTMP               PIC X(26).
