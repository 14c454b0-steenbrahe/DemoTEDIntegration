000010******************************************************************
000020* XASUSP   - Host variable layout for table XaSuspense           *
000030*            Suspense store for rejected batch transactions:     *
000040*            one row per record XAPRE01 rejected in the pre-edit *
000050*            or XADB2TST refused under XADB2BAT, keyed on the    *
000060*            register entry (origin, creation date) of the batch *
000070*            it came in, the step and the record's position in   *
000080*            that step's input file. TRANSDATA holds the record  *
000090*            in the XABATREC layout. XASUS01 corrects, withdraws *
000100*            and releases entries; XASUS02 reports their age.    *
000110* Xact Consulting A/S                                            *
000120******************************************************************
000130     EXEC SQL DECLARE XASUSPENSE TABLE
000140     ( ORIGIN         CHAR(8)       NOT NULL,
000150       CREDATE        CHAR(10)      NOT NULL,
000160       STEPNAME       CHAR(8)       NOT NULL,
000170       SEQNR          INTEGER       NOT NULL,
000180       REASON         CHAR(8)       NOT NULL,
000190       REASONTEXT     CHAR(80)      NOT NULL,
000200       TRANSDATA      CHAR(155)     NOT NULL,
000210       SUSPTSTMP      TIMESTAMP     NOT NULL,
000220       STATUSCODE     CHAR(1)       NOT NULL,
000230       USERID         CHAR(8)       NOT NULL,
000240       UPDTSTMP       TIMESTAMP     NOT NULL,
000250       RESUBORIGIN    CHAR(8)       NOT NULL,
000260       RESUBCREDATE   CHAR(10)      NOT NULL
000270     ) END-EXEC.
000280*    Unique key: ORIGIN, CREDATE, STEPNAME, SEQNR
000290*    REASON:     the XAPRE01 reason code, or RCnnnn with the
000300*                XADB2TST return code for a refusal
000310*    STATUSCODE: S = suspended, C = corrected (ready to release),
000320*                R = released in the resubmission batch named by
000330*                    RESUBORIGIN/RESUBCREDATE,
000340*                W = withdrawn (will not be resubmitted)
000350*    USERID:     the submitting userid, then the operator who
000360*                last corrected, withdrew or released the entry
000370 01  DCLXASUSPENSE.
000380     10 ORIGIN                 PIC X(08).
000390     10 CREDATE                PIC X(10).
000400     10 STEPNAME               PIC X(08).
000410     10 SEQNR                  PIC S9(9)  COMP.
000420     10 REASON                 PIC X(08).
000430     10 REASONTEXT             PIC X(80).
000440     10 TRANSDATA              PIC X(155).
000450     10 SUSPTSTMP              PIC X(26).
000460     10 STATUSCODE             PIC X(01).
000470     10 USERID                 PIC X(08).
000480     10 UPDTSTMP               PIC X(26).
000490     10 RESUBORIGIN            PIC X(08).
000500     10 RESUBCREDATE           PIC X(10).
