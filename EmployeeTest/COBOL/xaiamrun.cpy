000010******************************************************************
000020* XAIAMRUN - Host variable layout for table XaIamRun             *
000030*            Run control and run log for the XAIAM01 access-     *
000040*            management feed, kept apart from XaExtractRun so    *
000050*            the two interfaces run their windows independently: *
000060*            one row per run with the window, the record counts  *
000070*            per action, the return code and a flag for reruns   *
000080*            driven by the XAIAMPRM override card. The next      *
000090*            automatic window starts at the highest TOTSTMP of   *
000100*            a clean, non-rerun row.                             *
000110* Xact Consulting A/S                                            *
000120******************************************************************
000130     EXEC SQL DECLARE XAIAMRUN TABLE
000140     ( RUNTSTMP       TIMESTAMP     NOT NULL,
000150       FROMTSTMP      TIMESTAMP     NOT NULL,
000160       TOTSTMP        TIMESTAMP     NOT NULL,
000170       JOINERS        INTEGER       NOT NULL,
000180       MOVERS         INTEGER       NOT NULL,
000190       LEAVERS        INTEGER       NOT NULL,
000200       REJOINERS      INTEGER       NOT NULL,
000210       MERGES         INTEGER       NOT NULL,
000220       TOTAL          INTEGER       NOT NULL,
000230       RETCODE        INTEGER       NOT NULL,
000240       RERUNFLAG      CHAR(1)       NOT NULL
000250     ) END-EXEC.
000260 01  DCLXAIAMRUN.
000270     10 RUNTSTMP               PIC X(26).
000280     10 FROMTSTMP              PIC X(26).
000290     10 TOTSTMP                PIC X(26).
000300     10 JOINERS                PIC S9(9)  COMP.
000310     10 MOVERS                 PIC S9(9)  COMP.
000320     10 LEAVERS                PIC S9(9)  COMP.
000330     10 REJOINERS              PIC S9(9)  COMP.
000340     10 MERGES                 PIC S9(9)  COMP.
000350     10 TOTAL                  PIC S9(9)  COMP.
000360     10 RETCODE                PIC S9(9)  COMP.
000370     10 RERUNFLAG              PIC X(01).
