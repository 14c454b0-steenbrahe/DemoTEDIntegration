000260* or the trailer count does not balance, so the driver step     *
000270* never runs on a broken file; RC=4 when only single records    *
000280* were rejected.                                                *
000281* Every rejected record is also kept in the suspense store      *
000282* XaSuspense under the batch's register entry, with its reason  *
000283* code, until an operator corrects and releases it (XASUS01) or *
000284* withdraws it. A resubmission batch names its original batch   *
000285* in the header and the register entry carries that link.       *
000286* A DELETE must carry a leaving reason and may carry a          *
000287* termination date, both only on DELETE; a REHIRE's hire date   *
000288* is date-checked too. XaTermReason and the employment periods  *
000289* are XADB2TST's to check.                                      *
000290* Xact Consulting A/S                                           *
000300* Arnold Nielsens Boulevard 68A                                 *
000310* DK-2650 Hvidovre, Denmark                                     *
000570
000580 FD  XABATCLN
000590     label records are standard.
000600 01  XABATCLN-RECORD             pic x(155).
000610
000620 FD  XABATREJ
000630     label records are standard.
000640 01  XABATREJ-RECORD.
000650     03 XABATREJ-DATA            pic x(155).
000660     03 XABATREJ-REASON          pic x(08).
000670
000680 working-storage section.
001020     03 ws-return-code           pic s9(9) value zero comp.
001030     03 ws-bad-char-flag         pic x(01) value 'N'.
001040     03 ws-reg-status            pic x(01) value space.
001045     03 ws-reject-message        pic x(80) value space.
001046     03 ws-date-check            pic x(10) value space.
001047     03 ws-date-flag             pic x(01) value 'N'.
001050
001060     exec sql include sqlca   end-exec.
001070     exec sql include xabatrg end-exec.
001075     exec sql include xasusp  end-exec.
001080
001090 procedure division.
001100 xapre01-main Section.
002530
002540     move XABATHDR-ORIGIN  to origin  in dclxabatchreg.
002550     move XABATHDR-CREDATE to credate in dclxabatchreg.
002552     move XABATHDR-PAR-ORIGIN
002554       to parentorigin  in dclxabatchreg.
002556     move XABATHDR-PAR-CREDATE
002558       to parentcredate in dclxabatchreg.
002560
002570     exec sql select statuscode
002580          into :ws-reg-status
002960             ,0
002970             ,0
002980             ,current timestamp
002990             ,current timestamp
002993             ,:dclxabatchreg.parentorigin
002996             ,:dclxabatchreg.parentcredate)
003000              end-exec.
003010
003020     if sqlcode not = zero
003700     if XABATIN-FUNCTION not = 'INSERT' and not = 'MODIFY'
003710                         and not = 'DELETE' and not = 'REVOKE'
003720                         and not = 'CORRECT'
003725                         and not = 'REHIRE'
003730        move 'BADFUNC' to ws-reject-reason
003740     else
003750*       A zero rident is only valid on INSERT, where it asks
003970     if ws-reject-reason = space
003980        perform CheckRefCodes
003990     end-if.
003992
003994     if ws-reject-reason = space
003996        perform CheckTermFields
003998     end-if.
004000
004010     if ws-reject-reason = space
004020        perform WriteClean
004740     end-if.
004750
004760     add +1 to ws-rejected-count.
004763
004766     perform SuspendReject.
004770
004780******************************************************************
004790*    CloseAndAbort - close the files, then stop with RC=16      *
004830     close XABATIN.
004840     close XABATCLN.
004850     close XABATREJ.
004851
004852*    Suspense rows of a file that is not accepted are not kept
004853     move 'Rollback'   to db2-funk.
004854     move 'XaSuspense' to db2-tablename.
004855     move 06           to db2-kald-nr.
004856
004857     exec sql rollback end-exec.
004858
004859     if sqlcode not = zero
004860        perform dsntiar-log
004861     end-if.
004862
004863     perform AbortRun.
004870
004880******************************************************************
004890*    Afslutning
004930     close XABATIN.
004940     close XABATCLN.
004950     close XABATREJ.
004953
004956     perform CommitSuspense.
004960
004970     display 'XAPRE01 Records read    : ' ws-data-count.
004980     display 'XAPRE01 Records accepted: ' ws-accepted-count.
005050     display 'XAPRE01 Ended with return-code: ' ws-return-code.
005060     move ws-return-code to return-code.
005070
005390******************************************************************
005400*    SuspendReject - keep the rejected record in the suspense   *
005410*                    store under the batch's register entry;    *
005420*                    on a restart the entry is already there    *
005430******************************************************************
005440 SuspendReject section.
005450
005460     evaluate ws-reject-reason
005470        when 'BADFUNC'
005480           move 'Function is not a batch function'
005490             to ws-reject-message
005500        when 'BADRIDNT'
005510           move 'Rident is missing or not numeric'
005520             to ws-reject-message
005530        when 'BADCPRNR'
005540           move 'CPR number is missing or not numeric'
005550             to ws-reject-message
005560        when 'NOUSERID'
005570           move 'Userid is missing'
005580             to ws-reject-message
005590        when 'BADDEPT'
005600           move 'Department code has an invalid format'
005610             to ws-reject-message
005620        when 'BADGRADE'
005630           move 'Pay grade code has an invalid format'
005640             to ws-reject-message
005642        when 'BADTDATE'
005644           move 'Termination date is not a valid YYYY-MM-DD date'
005646             to ws-reject-message
005648        when 'NOREASON'
005650           move 'Leaving reason is missing on DELETE'
005652             to ws-reject-message
005654        when 'BADREASN'
005656           move 'Leaving reason has an invalid format'
005658             to ws-reject-message
005661        when 'BADTERM'
005663           move 'Termination fields are only valid on DELETE'
005665             to ws-reject-message
005667        when 'BADHDATE'
005669           move 'Rehire date is not a valid YYYY-MM-DD date'
005671             to ws-reject-message
005673        when other
005675           move space to ws-reject-message
005677     end-evaluate.
005680
005690     move origin  in dclxabatchreg to origin   in dclxasuspense.
005700     move credate in dclxabatchreg to credate  in dclxasuspense.
005710     move 'XAPRE01'                to stepname in dclxasuspense.
005720     move ws-data-count            to seqnr    in dclxasuspense.
005730     move ws-reject-reason         to reason   in dclxasuspense.
005740     move ws-reject-message        to reasontext
005750                                      in dclxasuspense.
005760     move XABATIN-RECORD           to transdata
005770                                      in dclxasuspense.
005780     move XABATIN-USERID           to userid   in dclxasuspense.
005790
005800     move 'Insert'     to db2-funk.
005810     move 'XaSuspense' to db2-tablename.
005820     move 04           to db2-kald-nr.
005830
005840     exec sql insert into XaSuspense values (
005850              :dclxasuspense.origin
005860             ,:dclxasuspense.credate
005870             ,:dclxasuspense.stepname
005880             ,:dclxasuspense.seqnr
005890             ,:dclxasuspense.reason
005900             ,:dclxasuspense.reasontext
005910             ,:dclxasuspense.transdata
005920             ,current timestamp
005930             ,'S'
005940             ,:dclxasuspense.userid
005950             ,current timestamp
005960             ,' '
005970             ,' ')
005980              end-exec.
005990
006000     if sqlcode not = zero and sqlcode not = -803
006010        perform dsntiar-log
006020        perform CloseAndAbort
006030     end-if.
006040
006050******************************************************************
006060*    CommitSuspense - the suspense rows of an accepted file     *
006070******************************************************************
006080 CommitSuspense section.
006090
006100     move 'Commit'     to db2-funk.
006110     move 05           to db2-kald-nr.
006120
006130     exec sql commit end-exec.
006140
006150     if sqlcode not = zero
006160        perform dsntiar-log
006170        perform AbortRun
006180     end-if.
006190
006200******************************************************************
006210*    CheckTermFields - termination date and leaving reason only *
006220*                      on DELETE, where the reason is required; *
006230*                      a REHIRE's hire date must be a date,     *
006240*                      when supplied (blank means today)        *
006250******************************************************************
006260 CheckTermFields section.
006270
006280     if XABATIN-FUNCTION not = 'DELETE'
006290        if XABATIN-TERMDATE not = space
006300           or XABATIN-TERMREASON not = space
006310           move 'BADTERM' to ws-reject-reason
006320        end-if
006330     end-if.
006340
006350     if ws-reject-reason = space
006360        and XABATIN-FUNCTION = 'DELETE'
006370        if XABATIN-TERMREASON = space
006380           move 'NOREASON' to ws-reject-reason
006390        else
006400           move 'N' to ws-bad-char-flag
006410           perform varying tally from 1 by 1 until tally > 4
006420              if XABATIN-TERMREASON(tally:1) = space
006430                 or (XABATIN-TERMREASON(tally:1)
006435                                   not alphabetic-upper
006440                     and XABATIN-TERMREASON(tally:1) not numeric)
006450                 move 'Y' to ws-bad-char-flag
006460              end-if
006470           end-perform
006480           if ws-bad-char-flag = 'Y'
006490              move 'BADREASN' to ws-reject-reason
006500           end-if
006510        end-if
006520     end-if.
006530
006540     if ws-reject-reason = space
006550        and XABATIN-FUNCTION = 'DELETE'
006560        and XABATIN-TERMDATE not = space
006570        move XABATIN-TERMDATE to ws-date-check
006580        perform CheckDateFormat
006590        if ws-date-flag not = 'Y'
006600           move 'BADTDATE' to ws-reject-reason
006610        end-if
006620     end-if.
006630
006640     if ws-reject-reason = space
006650        and XABATIN-FUNCTION = 'REHIRE'
006660        and XABATIN-HIREDATE not = space
006670        move XABATIN-HIREDATE to ws-date-check
006680        perform CheckDateFormat
006690        if ws-date-flag not = 'Y'
006700           move 'BADHDATE' to ws-reject-reason
006710        end-if
006720     end-if.
006730
006740******************************************************************
006750*    CheckDateFormat - ws-date-check as an ISO date YYYY-MM-DD, *
006760*                      month 01-12 and day 01-31; the calendar  *
006770*                      itself is DB2's                          *
006780******************************************************************
006790 CheckDateFormat section.
006800
006810     move 'N' to ws-date-flag.
006820
006830     if ws-date-check(1:4) is numeric
006840        and ws-date-check(5:1) = '-'
006850        and ws-date-check(6:2) is numeric
006860        and ws-date-check(8:1) = '-'
006870        and ws-date-check(9:2) is numeric
006880        if ws-date-check(6:2) >= '01' and <= '12'
006890           and ws-date-check(9:2) >= '01' and <= '31'
006900           move 'Y' to ws-date-flag
006910        end-if
006920     end-if.
006930
006940******************************************************************
006950*    Log sqlca error messages
006960******************************************************************
006970 dsntiar-log section.
006980
006990     move +78   to db2-logical-msgl.
007000     move +780  to db2-message-length.
007010     move space to db2-tiar-msg-table.
007020
007030     Display 'Statement:' db2-kald-nr
007040             ' Function:' db2-funk
007050             ' Table:'    db2-tablename.
007060
007070     Call 'dsntiar' using sqlca
007080                        db2-message-areal
007090                        db2-logical-msgl
007100          on exception
007110             move sqlcode to dsntiar-sqlcode
007120             display 'XAPRE01 Error: Unable to call DSNTIAR'
007130             display 'Sqlcode: ' dsntiar-sqlcode
007140             display 'Sqlca  :'
007150             display sqlca
007160             end-call
007170
007180     perform varying tally from +1 by +1 until tally > +10
007190        if db2-tiar-msgs (tally) not = space
007200           Display db2-tiar-msgs (tally)
007210           end-if
007220        end-perform
007230     .
