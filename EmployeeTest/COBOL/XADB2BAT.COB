000120* register entry, which is closed with the accepted/rejected   *
000130* counts when the run completes, so the register doubles as a  *
000140* submission log per origin.                                   *
000142* Every transaction XADB2TST refuses is kept in the suspense    *
000144* store XaSuspense under the register entry, with reason RCnnnn *
000146* (the XADB2TST return code) and the XADB2TST message, so it    *
000148* can be corrected and resubmitted through XASUS01.             *
000150* Xact Consulting A/S                                          *
000160* Arnold Nielsens Boulevard 68A                                *
000170* DK-2650 Hvidovre, Denmark                                    *
000920     03 ws-return-code-disp      pic z(8)9.
000930     03 ws-header-flag           pic x(01) value 'N'.
000940     03 ws-assigned-disp         pic z(8)9.
000943     03 ws-suspense-rc           pic 9(04).
000946     03 ws-suspense-errors       pic s9(9) value zero comp.
000950
000960     exec sql include sqlca   end-exec.
000970     exec sql include xabatrg end-exec.
000975     exec sql include xasusp  end-exec.
000980
000990 procedure division.
001000 xadb2bat-main Section.
002650     move XABATIN-FIRSTNAME to xadb2tst-imp-firstname.
002660     move XABATIN-LASTNAME  to xadb2tst-imp-lastname.
002670     move XABATIN-CPRNR     to xadb2tst-imp-cprnr.
002675*    XADB2TST checks the transaction's userid against XaUserAuth.
002680     move XABATIN-USERID    to xadb2tst-imp-userid.
002690     move XABATIN-DEPTCODE  to xadb2tst-imp-deptcode.
002700     move XABATIN-JOBTITLE  to xadb2tst-imp-jobtitle.
002710     move XABATIN-HIREDATE  to xadb2tst-imp-hiredate.
002720     move XABATIN-PAYGRADE  to xadb2tst-imp-paygrade.
002721     move XABATIN-TERMDATE  to xadb2tst-imp-termdate.
002722     move XABATIN-TERMREASON to xadb2tst-imp-termreason.
002730     move zero              to xadb2tst-imp-skip.
002740*    Spaces keep last-writer-wins for batch; online callers
002750*    pass the TSTMP they read to get conflict protection. The
002800     move space             to xadb2tst-imp-effdate.
002810     move zero              to xadb2tst-imp-rident-dup.
002820     move space             to xadb2tst-imp-enttstmp.
002825     move space             to xadb2tst-imp-syncmode.
002830
002840     call 'XADB2TST' using xadb2tst-import xadb2tst-export.
002850
003090                ' returncc=' ws-return-code-disp
003100                ' message=' xadb2tst-exp-message
003110                delimited by size into ws-report-line
003115        perform SuspendTransaction
003120     end-if.
003130
003140     write XABATRPT-RECORD from ws-report-line.
003690     if ws-return-code = zero and ws-rejected-count > zero
003700        move +4 to ws-return-code
003710     end-if.
003712
003714     if ws-suspense-errors > zero
003716        move +12 to ws-return-code
003718     end-if.
003720
003730     display 'XADB2BAT Ended with return-code: ' ws-return-code.
003740     move ws-return-code to return-code.
004380 CloseRegister-Exit.
004390     Exit.
004400
004720******************************************************************
004730*    SuspendTransaction - keep the refused record in the        *
004740*                         suspense store under the register     *
004750*                         entry; the key is the record's        *
004760*                         position on the file, so a restart    *
004770*                         finds the entry already there         *
004780******************************************************************
004790 SuspendTransaction section.
004800
004810     if ws-header-flag not = 'Y'
004820        display 'XADB2BAT Warning: no header record - rident '
004830                XABATIN-RIDENT ' not suspended'
004840        go to SuspendTransaction-Exit
004850     end-if.
004860
004870     move ws-return-code to ws-suspense-rc.
004880
004890     move origin  in dclxabatchreg to origin   in dclxasuspense.
004900     move credate in dclxabatchreg to credate  in dclxasuspense.
004910     move 'XADB2BAT'               to stepname in dclxasuspense.
004920     compute seqnr in dclxasuspense = ws-total-consumed + 1.
004930     move space                    to reason   in dclxasuspense.
004940     string 'RC' ws-suspense-rc
004950            delimited by size into reason in dclxasuspense.
004960     move xadb2tst-exp-message     to reasontext
004970                                      in dclxasuspense.
004980     move XABATIN-RECORD           to transdata
004990                                      in dclxasuspense.
005000     move XABATIN-USERID           to userid   in dclxasuspense.
005010
005020     move 'Insert'     to db2-funk.
005030     move 'XaSuspense' to db2-tablename.
005040     move 03           to db2-kald-nr.
005050
005060     exec sql insert into XaSuspense values (
005070              :dclxasuspense.origin
005080             ,:dclxasuspense.credate
005090             ,:dclxasuspense.stepname
005100             ,:dclxasuspense.seqnr
005110             ,:dclxasuspense.reason
005120             ,:dclxasuspense.reasontext
005130             ,:dclxasuspense.transdata
005140             ,current timestamp
005150             ,'S'
005160             ,:dclxasuspense.userid
005170             ,current timestamp
005180             ,' '
005190             ,' ')
005200              end-exec.
005210
005220     if sqlcode not = zero and sqlcode not = -803
005230        perform dsntiar-log
005240        display 'XADB2BAT Error: rident ' XABATIN-RIDENT
005250                ' not suspended'
005260        add +1 to ws-suspense-errors
005270        go to SuspendTransaction-Exit
005280     end-if.
005290
005300     move 'Commit'     to db2-funk.
005310     move 04           to db2-kald-nr.
005320
005330     exec sql commit end-exec.
005340
005350     if sqlcode not = zero
005360        perform dsntiar-log
005370        add +1 to ws-suspense-errors
005380     end-if.
005390
005400 SuspendTransaction-Exit.
005410     Exit.
005420
005430******************************************************************
005440*    Log sqlca error messages
005450******************************************************************
005460 dsntiar-log section.
005470
005480     move +78   to db2-logical-msgl.
005490     move +780  to db2-message-length.
005500     move space to db2-tiar-msg-table.
005510
005520     Display 'Statement:' db2-kald-nr
005530             ' Function:' db2-funk
005540             ' Table:'    db2-tablename.
005550
005560     Call 'dsntiar' using sqlca
005570                        db2-message-areal
005580                        db2-logical-msgl
005590          on exception
005600             move sqlcode to dsntiar-sqlcode
005610             display 'XADB2BAT Error: Unable to call DSNTIAR'
005620             display 'Sqlcode: ' dsntiar-sqlcode
005630             display 'Sqlca  :'
005640             display sqlca
005650             end-call
005660
005670     perform varying tally from +1 by +1 until tally > +10
005680        if db2-tiar-msgs (tally) not = space
005690           Display db2-tiar-msgs (tally)
005700           end-if
005710        end-perform
005720     .
