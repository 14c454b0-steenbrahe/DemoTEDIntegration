000040*            range, holding the last value handed out. The       *
000050*            'RIDENT' row feeds DoInsert when the caller sends   *
000060*            a zero rident.                                      *
000063*            The 'RESUB' row numbers the resubmission batches    *
000066*            XASUS01 releases from the suspense store.           *
000070* Xact Consulting A/S                                            *
000080******************************************************************
000090     EXEC SQL DECLARE XANUMBERRANGE TABLE
