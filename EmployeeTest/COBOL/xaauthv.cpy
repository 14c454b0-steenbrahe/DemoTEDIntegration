000010******************************************************************
000020* XAAUTHV  - Host variable layout for table XaAuthViol           *
000030*            One row per XADB2TST call refused because the       *
000040*            userid holds no XaUserAuth grant for the function   *
000050* Xact Consulting A/S                                            *
000060******************************************************************
000070     EXEC SQL DECLARE XAAUTHVIOL TABLE
000080     ( USERID         CHAR(8)       NOT NULL,
000090       FUNCTIONCODE   CHAR(8)       NOT NULL,
000100       RIDENT         INTEGER       NOT NULL,
000110       VIOLTSTMP      TIMESTAMP     NOT NULL
000120     ) END-EXEC.
000130 01  DCLXAAUTHVIOL.
000140     10 USERID                 PIC X(08).
000150     10 FUNCTIONCODE           PIC X(08).
000160     10 RIDENT                 PIC S9(9)  COMP.
000170     10 VIOLTSTMP              PIC X(26).
