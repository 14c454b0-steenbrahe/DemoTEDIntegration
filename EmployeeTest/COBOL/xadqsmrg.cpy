000010******************************************************************
000020* XADQSMRG - Merge-candidate record written by the XADQS01       *
000030*            data-quality sweep: one record per pair of live     *
000040*            ridents sharing a CPRNR, lower rident first, for    *
000050*            the MERGE review team (XADQSMRG)                    *
000060* Xact Consulting A/S                                            *
000070******************************************************************
000080 01  XADQSMRG-RECORD.
000090     03 XADQSMRG-CPRNR        PIC X(10).
000100     03 XADQSMRG-RIDENT-A     PIC 9(09).
000110     03 XADQSMRG-FIRSTNAME-A  PIC X(30).
000120     03 XADQSMRG-LASTNAME-A   PIC X(30).
000130     03 XADQSMRG-STATUS-A     PIC X(01).
000140     03 XADQSMRG-TSTMP-A      PIC X(26).
000150     03 XADQSMRG-RIDENT-B     PIC 9(09).
000160     03 XADQSMRG-FIRSTNAME-B  PIC X(30).
000170     03 XADQSMRG-LASTNAME-B   PIC X(30).
000180     03 XADQSMRG-STATUS-B     PIC X(01).
000190     03 XADQSMRG-TSTMP-B      PIC X(26).
