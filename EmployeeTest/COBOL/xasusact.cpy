000010******************************************************************
000020* XASUSACT - Suspense action record read by XASUS01              *
000030*            One operator action against a XaSuspense entry:     *
000040*            CORRECT  replaces the suspended transaction with    *
000050*                     the corrected one (blank keeps it as it    *
000060*                     is, e.g. when only reference data was      *
000070*                     missing) and marks it ready for release,   *
000080*            WITHDRAW takes it out of the cycle for good,        *
000090*            RELEASE  writes every corrected entry of the batch  *
000100*                     named by ORIGIN/CREDATE to a new           *
000110*                     resubmission batch (STEPNAME/SEQNR blank). *
000120* Xact Consulting A/S                                            *
000130******************************************************************
000140 01  XASUSACT-RECORD.
000150     03 XASUSACT-ACTION        PIC X(08).
000160     03 XASUSACT-ORIGIN        PIC X(08).
000170     03 XASUSACT-CREDATE       PIC X(10).
000180     03 XASUSACT-STEPNAME      PIC X(08).
000190     03 XASUSACT-SEQNR         PIC 9(09).
000200     03 XASUSACT-OPERATOR      PIC X(08).
000210     03 FILLER                 PIC X(29).
000220     03 XASUSACT-TRANSDATA     PIC X(155).
