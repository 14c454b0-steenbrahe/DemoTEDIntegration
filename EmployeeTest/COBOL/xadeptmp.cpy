000010******************************************************************
000020* XADEPTMP - Department reorganisation mapping record            *
000030*            One retired department code and the code its live   *
000040*            employees move to; read by XADLD01 and XAREO01      *
000050* Xact Consulting A/S                                            *
000060******************************************************************
000070 01  XADEPTMP-RECORD.
000080     03 XADEPTMP-OLD-DEPTCODE PIC X(04).
000090     03 FILLER                PIC X(01).
000100     03 XADEPTMP-NEW-DEPTCODE PIC X(04).
000110     03 FILLER                PIC X(71).
