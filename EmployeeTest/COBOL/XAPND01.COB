000830        05 ws-bat-userid      pic x(08).
000840        05 ws-bat-effdate     pic x(10).
000850        05 ws-bat-enttstmp    pic x(26).
000855        05 ws-bat-termreason  pic x(04).
000860
000870     exec sql include sqlca  end-exec.
000880     exec sql include xaemplp end-exec.
001590                ,userid
001600                ,char(effdate, iso)
001610                ,enttstmp
001615                ,termreason
001620            from xaemployeepend
001630            where statuscode = 'P'
001640              and effdate <= current date
001950                  to ws-bat-effdate   (ws-batch-count)
001960        move enttstmp     in dclxaemployeepend
001970                  to ws-bat-enttstmp  (ws-batch-count)
001972        move termreason   in dclxaemployeepend
001974                  to ws-bat-termreason(ws-batch-count)
001980        perform FetchC1
001990        end-perform.
002000
002240                                 to xadb2tst-imp-lastname.
002250     move ws-bat-cprnr    (ws-batch-index)
002260                                 to xadb2tst-imp-cprnr.
002263*    The parked row's userid is the one XADB2TST checks against
002266*    XaUserAuth for the released function.
002270     move ws-bat-userid   (ws-batch-index)
002280                                 to xadb2tst-imp-userid.
002290     move zero                   to xadb2tst-imp-skip.
002291     move space                  to xadb2tst-imp-termdate.
002292     move space                  to xadb2tst-imp-termreason.
002293*    A parked DELETE terminates on its effective date.
002294     if ws-bat-function (ws-batch-index) = 'DELETE'
002295        move ws-bat-effdate    (ws-batch-index)
002296                                 to xadb2tst-imp-termdate
002297        move ws-bat-termreason (ws-batch-index)
002298                                 to xadb2tst-imp-termreason
002299     end-if.
002300*    Spaces keep last-writer-wins, as for XADB2BAT.
002310     move space                  to xadb2tst-imp-tstmp.
002320     move space                  to xadb2tst-imp-schedfunc.
002339     move space                  to xadb2tst-imp-paygrade.
002340     move zero                   to xadb2tst-imp-rident-dup.
002342     move space                  to xadb2tst-imp-enttstmp.
002343     move space                  to xadb2tst-imp-syncmode.
002345
002350     call 'XADB2TST' using xadb2tst-import xadb2tst-export.
002360
003590         ,:dclxaemployeepend.userid
003600         ,:dclxaemployeepend.effdate
003610         ,:dclxaemployeepend.enttstmp
003615         ,:dclxaemployeepend.termreason
003620         end-exec.
003630
003640     if not (sqlcode = zero or +100)
