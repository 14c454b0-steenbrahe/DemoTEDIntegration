000010******************************************************************
000020* XAIAMREC - Interface record layout for the XAIAM01 joiner/     *
000030*            mover/leaver feed to IT access management (XAIAMOUT)*
000040* Xact Consulting A/S                                            *
000050******************************************************************
000060 01  XAIAM-RECORD.
000070     03 XAIAM-RECTYPE         PIC X(01).
000080*    ACTION: J = joiner (INSERT), M = mover (department or job
000090*            title changed), L = leaver (DELETE),
000100*            R = rejoiner (REVOKE or REHIRE of a leaver),
000110*            X = merged away - drop the identity, the person
000120*                continues under XAIAM-SURVIVOR-RIDENT
000130     03 XAIAM-ACTION          PIC X(01).
000140     03 XAIAM-RIDENT          PIC 9(09).
000150     03 XAIAM-FIRSTNAME       PIC X(30).
000160     03 XAIAM-LASTNAME        PIC X(30).
000170*    Department and job title as they stood after the event
000180     03 XAIAM-DEPTCODE        PIC X(04).
000190     03 XAIAM-JOBTITLE        PIC X(30).
000200*    Mover only: department and job title before the move
000210     03 XAIAM-OLD-DEPTCODE    PIC X(04).
000220     03 XAIAM-OLD-JOBTITLE    PIC X(30).
000230*    Merged away only: the rident the person continues under
000240     03 XAIAM-SURVIVOR-RIDENT PIC 9(09).
000250     03 XAIAM-EVENT-TSTMP     PIC X(26).
000260 01  XAIAM-TRAILER.
000270     03 XAIAM-TRL-RECTYPE     PIC X(01).
000280     03 XAIAM-TRL-JOINERS     PIC 9(09).
000290     03 XAIAM-TRL-MOVERS      PIC 9(09).
000300     03 XAIAM-TRL-LEAVERS     PIC 9(09).
000310     03 XAIAM-TRL-REJOINERS   PIC 9(09).
000320     03 XAIAM-TRL-MERGES      PIC 9(09).
000330     03 XAIAM-TRL-TOTAL       PIC 9(09).
000340     03 FILLER                PIC X(119).
