000010******************************************************************
000020* XAUSRAU  - Host variable layout for table XaUserAuth           *
000030*            One row grants one userid one XADB2TST maintenance  *
000040*            function; FUNCTIONCODE '*' grants every function.   *
000050*            Maintained by the system owners only                *
000060* Xact Consulting A/S                                            *
000070******************************************************************
000080     EXEC SQL DECLARE XAUSERAUTH TABLE
000090     ( USERID         CHAR(8)       NOT NULL,
000100       FUNCTIONCODE   CHAR(8)       NOT NULL,
000110       GRANTUSER      CHAR(8)       NOT NULL,
000120       GRANTTSTMP     TIMESTAMP     NOT NULL
000130     ) END-EXEC.
000140 01  DCLXAUSERAUTH.
000150     10 USERID                 PIC X(08).
000160     10 FUNCTIONCODE           PIC X(08).
000170     10 GRANTUSER              PIC X(08).
000180     10 GRANTTSTMP             PIC X(26).
