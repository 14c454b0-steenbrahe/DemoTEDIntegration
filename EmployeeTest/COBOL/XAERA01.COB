000060* XAERA01 - Person-level data-protection erasure                 *
000070* Driven by a card file of cprnr values from legal (XAERAPRM),   *
000080* removes that person's rows from XaEmployee, XaEmployeeHist,    *
000090* XaEmployeePend, XaEmployeeXref, XaEmployeeDetail and the       *
000095* department/job title history XaEmployeeDetHist and the         *
000096* employment periods XaEmployPeriod, the suspended batch         *
000097* transactions in XaSuspense that carry the person's cprnr or    *
000098* one of the person's ridents, rewrites                          *
000100* the archive generations concatenated on XAARCHIV to XAARCHVO   *
000110* without their rows, and writes a signed-off erasure log to     *
000120* XAERALOG - who requested it, when it ran, and the rows         *
001250        05 ws-per-pend-count  pic s9(9)  comp.
001260        05 ws-per-xref-count  pic s9(9)  comp.
001270        05 ws-per-det-count   pic s9(9)  comp.
001275        05 ws-per-dhist-count pic s9(9)  comp.
001277        05 ws-per-prd-count   pic s9(9)  comp.
001278        05 ws-per-susp-count  pic s9(9)  comp.
001280        05 ws-per-arc-count   pic s9(9)  comp.
001290*       The person's ridents, captured before the XaEmployee
001300*       rows are deleted; the archive rewrite matches on them
001360     03 ws-era-cprnr          pic x(10)  value space.
001370     03 ws-per-rident-max     pic s9(4)  value +20  comp.
001380     03 ws-rident-ix          pic s9(4)  value zero comp.
001382*    TRANSDATA holds the rident as nine display digits
001384     03 ws-susp-rident        pic 9(09)  value zero.
001386     03 ws-susp-rident-x      redefines ws-susp-rident
001388                              pic x(09).
001390     03 ws-arc-match-flag     pic x(01)  value 'N'.
001400     03 ws-active-count       pic s9(9)  value zero comp.
001410     03 ws-erased-persons     pic s9(9)  value zero comp.
002730                  ws-per-pend-count (ws-person-count)
002740                  ws-per-xref-count (ws-person-count)
002750                  ws-per-det-count  (ws-person-count)
002755                  ws-per-dhist-count (ws-person-count)
002757                  ws-per-prd-count   (ws-person-count)
002758                  ws-per-susp-count  (ws-person-count)
002760                  ws-per-arc-count  (ws-person-count)
002770                  ws-per-rident-count (ws-person-count).
002780
003860     if returncc not < +12
003870        perform RollbackPerson
003880        go to ErasePerson-Exit.
003881
003882     perform DeleteDetHist.
003883     if returncc not < +12
003884        perform RollbackPerson
003885        go to ErasePerson-Exit.
003890
003891     perform DeleteEmployPeriod.
003892     if returncc not < +12
003893        perform RollbackPerson
003894        go to ErasePerson-Exit.
003895
003896     perform DeleteSuspense.
003897     if returncc not < +12
003898        perform RollbackPerson
003899        go to ErasePerson-Exit.
003900
003901     perform DeleteHist.
003910     if returncc not < +12
003920        perform RollbackPerson
003930        go to ErasePerson-Exit.
005270                  ws-per-hist-count (ws-person-index)
005280                  ws-per-pend-count (ws-person-index)
005290                  ws-per-xref-count (ws-person-index)
005300                  ws-per-det-count  (ws-person-index)
005305                  ws-per-dhist-count (ws-person-index)
005307                  ws-per-prd-count   (ws-person-index)
005308                  ws-per-susp-count  (ws-person-index).
005310
005320     display 'XAERA01 Rolled back: cprnr ' ws-era-cprnr
005330             ' left untouched after the failure'.
008650             ws-count-disp
008660             delimited by size into ws-report-line.
008670     perform WriteLogLine.
008671
008672     move ws-per-dhist-count (ws-person-index) to ws-count-disp.
008673     move space to ws-report-line.
008674     string '         XaEmployeeDetHist rows removed: '
008675             ws-count-disp
008676             delimited by size into ws-report-line.
008677     perform WriteLogLine.
008680
008681     move ws-per-prd-count (ws-person-index) to ws-count-disp.
008682     move space to ws-report-line.
008683     string '         XaEmployPeriod   rows removed: '
008684             ws-count-disp
008685             delimited by size into ws-report-line.
008686     perform WriteLogLine.
008687
008690     move ws-per-arc-count (ws-person-index) to ws-count-disp.
008700     move space to ws-report-line.
008710     string '         XAARCHIV         rows removed: '
008720             ws-count-disp
008730             delimited by size into ws-report-line.
008740     perform WriteLogLine.
008741
008742     move ws-per-susp-count (ws-person-index) to ws-count-disp.
008743     move space to ws-report-line.
008744     string '         XaSuspense       rows removed: '
008745             ws-count-disp
008746             delimited by size into ws-report-line.
008747     perform WriteLogLine.
008750
008760 WritePersonLog-Exit.
008770     Exit.
009120     display 'XAERA01 Ended with return-code: ' returncc.
009130     move returncc to return-code.
009140
009460******************************************************************
009470*    DeleteDetHist - the before images of the person's           *
009480*                    department and job title                    *
009490******************************************************************
009500 DeleteDetHist section.
009510
009520     move 'Delete'            to db2-funk.
009530     move 'XaEmployeeDetHist' to db2-tablename.
009540     move 11                  to db2-kald-nr.
009550
009560     exec sql delete from xaemployeedethist
009570          where rident in
009580                (select rident from xaemployee
009590                  where cprnr = :ws-era-cprnr)
009600          end-exec.
009610
009620     evaluate sqlcode
009630        when zero
009640           move sqlerrd (3)
009650             to ws-per-dhist-count (ws-person-index)
009660        when +100
009670           continue
009680        when other
009690           perform dsntiar-log
009700           move +12 to returncc
009710     end-evaluate.
009720
009730******************************************************************
009740*    DeleteEmployPeriod - the person's employment periods        *
009750******************************************************************
009760 DeleteEmployPeriod section.
009770
009780     move 'Delete'         to db2-funk.
009790     move 'XaEmployPeriod' to db2-tablename.
009800     move 12               to db2-kald-nr.
009810
009820     exec sql delete from xaemployperiod
009830          where rident in
009840                (select rident from xaemployee
009850                  where cprnr = :ws-era-cprnr)
009860          end-exec.
009870
009880     evaluate sqlcode
009890        when zero
009900           move sqlerrd (3)
009910             to ws-per-prd-count (ws-person-index)
009920        when +100
009930           continue
009940        when other
009950           perform dsntiar-log
009960           move +12 to returncc
009970     end-evaluate.
009975
009980******************************************************************
009990*    DeleteSuspense - suspended batch transactions carrying the  *
010000*                     person's cprnr, then those carrying one of *
010010*                     the person's captured ridents              *
010020******************************************************************
010030 DeleteSuspense section.
010040
010050     move 'Delete'     to db2-funk.
010060     move 'XaSuspense' to db2-tablename.
010070     move 13           to db2-kald-nr.
010080
010090     exec sql delete from xasuspense
010100          where substr(transdata, 78, 10) = :ws-era-cprnr
010110          end-exec.
010120
010130     evaluate sqlcode
010140        when zero
010150           move sqlerrd (3)
010160             to ws-per-susp-count (ws-person-index)
010170        when +100
010180           continue
010190        when other
010200           perform dsntiar-log
010210           move +12 to returncc
010220           go to DeleteSuspense-Exit
010230     end-evaluate.
010240
010250     perform varying ws-rident-ix from +1 by +1
010260             until ws-rident-ix
010270                   > ws-per-rident-count (ws-person-index)
010280                or returncc not < +12
010290        perform DeleteSuspenseRident
010300        end-perform.
010310
010320 DeleteSuspense-Exit.
010330     Exit.
010340
010350******************************************************************
010360*    DeleteSuspenseRident - suspended transactions carrying one  *
010370*                           of the person's ridents              *
010380******************************************************************
010390 DeleteSuspenseRident section.
010400
010410     move ws-per-rident (ws-person-index ws-rident-ix)
010420       to ws-susp-rident.
010430
010440     move 'Delete'     to db2-funk.
010450     move 'XaSuspense' to db2-tablename.
010460     move 14           to db2-kald-nr.
010470
010480     exec sql delete from xasuspense
010490          where substr(transdata, 9, 9) = :ws-susp-rident-x
010500          end-exec.
010510
010520     evaluate sqlcode
010530        when zero
010540           add sqlerrd (3)
010550            to ws-per-susp-count (ws-person-index)
010560        when +100
010570           continue
010580        when other
010590           perform dsntiar-log
010600           move +12 to returncc
010610     end-evaluate.
010620
010630******************************************************************
010640*    Log sqlca error messages
010650******************************************************************
010660 dsntiar-log section.
010670
010680     move +78   to db2-logical-msgl.
010690     move +780  to db2-message-length.
010700     move space to db2-tiar-msg-table.
010710
010720     Display 'Statement:' db2-kald-nr
010730             ' Function:' db2-funk
010740             ' Table:'    db2-tablename.
010750
010760     Call 'dsntiar' using sqlca
010770                        db2-message-areal
010780                        db2-logical-msgl
010790          on exception
010800             move sqlcode to dsntiar-sqlcode
010810             display 'XAERA01 Error: Unable to call DSNTIAR'
010820             display 'Sqlcode: ' dsntiar-sqlcode
010830             display 'Sqlca  :'
010840             display sqlca
010850             end-call
010860
010870     perform varying tally from +1 by +1 until tally > +10
010880        if db2-tiar-msgs (tally) not = space
010890           Display db2-tiar-msgs (tally)
010900           end-if
010910        end-perform
010920     .
