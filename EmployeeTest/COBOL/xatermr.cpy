000010******************************************************************
000020* XATERMR  - Host variable layout for table XaTermReason         *
000030*            Reference list of valid leaving reasons for DELETE  *
000040* Xact Consulting A/S                                            *
000050******************************************************************
000060     EXEC SQL DECLARE XATERMREASON TABLE
000070     ( TERMREASON     CHAR(4)       NOT NULL,
000080       REASONDESC     CHAR(30)      NOT NULL
000090     ) END-EXEC.
000100 01  DCLXATERMREASON.
000110     10 TERMREASON             PIC X(04).
000120     10 REASONDESC             PIC X(30).
