000700 01  ws-detail-data.
000710     03 ws-det-sqlcode        pic s9(9) value zero comp-5.
000720     03 ws-det-hiredate       pic x(10) value space.
000725     03 ws-upd-hiredate       pic x(10) value space.
000730     03 ws-ref-count          pic s9(9) value zero comp.
000740
000750 01  ws-merge-data.
000770     03 ws-surv-status        pic x(01) value space.
000780     03 ws-dup-cprnr          pic x(10) value space.
000790     03 ws-dup-status         pic x(01) value space.
000792     03 ws-dup-hiredate       pic x(10) value space.
000794     03 ws-merge-maxperiod    pic s9(4) value zero comp.
000800
000810 01  ws-pend-data.
000820     03 ws-pend-status        pic x(01) value space.
000821
000822 01  ws-period-data.
000823     03 ws-per-hiredate       pic x(10) value space.
000824     03 ws-per-termdate       pic x(10) value space.
000825     03 ws-per-lastterm       pic x(10) value space.
000826     03 ws-per-status         pic x(01) value space.
000827     03 ws-per-months         pic s9(9) value zero comp.
000828     03 ws-per-sqlcode        pic s9(9) value zero comp-5.
000830
000832 01  ws-auth-data.
000834     03 ws-auth-count         pic s9(9) value zero comp.
000836     03 ws-auth-refused       pic x(01) value 'N'.
000838
000840     exec sql include sqlca  end-exec.
000850     exec sql include xaempl end-exec.
000860     exec sql include xaemplh end-exec.
000900     exec sql include xadept  end-exec.
000910     exec sql include xapaygr end-exec.
000920     exec sql include xanumrng end-exec.
000923     exec sql include xausrau end-exec.
000926     exec sql include xaauthv end-exec.
000928     exec sql include xaempldh end-exec.
000929     exec sql include xaempprd end-exec.
000930     exec sql include xatermr  end-exec.
000935
000940 linkage section.
000950
000960     copy xadb2tsc.
001300     move zero  to xadb2tst-exp-rident.
001310     move zero  to returncc.
001320     move zero  to sqlcode.
001325     move 'N'   to ws-auth-refused.
001330
001340     evaluate xadb2tst-imp-function
001350        when 'INSERT'   perform DoInsert
001480        when 'RESCHED'  perform DoResched
001490        when 'COMMIT'   perform DoCommit
001500        when 'ROLLBACK' perform DoRollback
001505        when 'REHIRE'   perform DoRehire
001510        when other    move +4 to returncc
001520                      String 'Unknown function:'
001530                              xadb2tst-imp-function
001650     Display 'XADB2TST ' xadb2tst-imp-function
001660             ' ended with sqlcode: '  dsntiar-sqlcode.
001670
001672*    Under CICS the caller syncpoints: SQL COMMIT and ROLLBACK
001674*    are not allowed there.
001680     if xadb2tst-imp-syncmode not = 'C'
001685        and (xadb2tst-imp-function = 'INSERT' or 'DELETE'
001690                                 or 'MODIFY' or 'REVOKE'
001700                                 or 'SCHEDULE' or 'MERGE'
001710                                 or 'CANCEL' or 'RESCHED'
001720                                 or 'CORRECT' or 'REHIRE')
001730        if returncc = zero
001740           move 'Commit'   to db2-funk
001750           move 03         to db2-kald-nr
001850        end-if
001860     end-if.
001870
001871*    A refused call is logged after the rollback above, so the
001872*    violation row is not rolled back with the transaction.
001873     if ws-auth-refused = 'Y'
001874        perform LogViolation
001875     end-if.
001876
001880******************************************************************
001890*    Afslutning
001900******************************************************************
002750        string 'Calling userid is required for this function'
002760                delimited by size
002770                into xadb2tst-exp-message
002773     else
002776        perform CheckAuthority
002780     end-if.
002790*****************************************************************
002800*    ValidateCpr - 10-digit format plus modulus-11 check digit  *
006040     if returncc = zero
006050        perform InsertDetail
006060     end-if.
006061
006062     if returncc = zero
006063        perform OpenPeriod
006064     end-if.
006070
006080******************************************************************
006090*    DoDelete
006210        perform CheckConflict
006220     end-if.
006230
006231     if returncc = zero
006232        perform CheckTermination
006233     end-if.
006234
006240     if returncc = zero
006250        move xadb2tst-imp-rident to rident in dclxaemployee
006260        perform CaptureHistory
006420
006430        perform CheckUpdateConflict
006440     end-if.
006441
006442     if returncc = zero and sqlcode = zero
006443        perform ClosePeriod
006444     end-if.
006450******************************************************************
006460*    DoModify
006470******************************************************************
006940     end-if.
006950
006960     if returncc = zero
006965        move xadb2tst-imp-hiredate to ws-upd-hiredate
006970        perform UpdateDetail
006980     end-if.
006990******************************************************************
007860
007870        perform CheckUpdateConflict
007880     end-if.
007881
007882     if returncc = zero and sqlcode = zero
007883        perform ReopenPeriod
007884     end-if.
007890
007900******************************************************************
007910*    DoCommit
008630                        to xadb2tst-exp-statuscode(tally)
008640        perform GetDetail
008650        move tally      to xadb2tst-exp-count.
008651
008652     if sqlcode = zero and returncc = zero
008653        move rident in dclxaemployee
008654          to rident in dclxaemployperiod
008655        perform GetPeriods
008656     end-if.
008660
008670******************************************************************
008680*    DoSearch - find rows by cprnr (exact) or lastname (prefix)  *
011440     Move sqlcode   to wsSqlCode.
011450     Exec sql close c3 end-exec.
011460     Move WsSqlCode to SqlCode.
011461
011462     if returncc = zero
011463        move xadb2tst-imp-rident to rident in dclxaemployperiod
011464        perform GetPeriods
011465     end-if.
011470
011480 DoHistory-Exit.
011490     Exit.
012460        and xadb2tst-imp-schedfunc = 'INSERT'
012470        perform ValidateCpr
012480     end-if.
012481
012482     if returncc = zero
012483        and xadb2tst-imp-schedfunc = 'DELETE'
012484        perform ValidateTermreason
012485     end-if.
012490
012500     if returncc = zero
012510        move xadb2tst-imp-rident    to rident
012620                                    in dclxaemployeepend
012630        move xadb2tst-imp-effdate   to effdate
012640                                    in dclxaemployeepend
012641        if xadb2tst-imp-schedfunc = 'DELETE'
012642           move xadb2tst-imp-termreason to termreason
012643                                       in dclxaemployeepend
012644        else
012645           move space to termreason in dclxaemployeepend
012646        end-if
012650
012660        exec sql insert into XaEmployeePend values (
012670                 :dclxaemployeepend.rident
012720                ,:dclxaemployeepend.userid
012730                ,:dclxaemployeepend.effdate
012740                ,current timestamp
012750                ,'P'
012755                ,:dclxaemployeepend.termreason)
012760                 end-exec
012770
012780        move sqlcode to xadb2tst-exp-errorcode
013970
013980******************************************************************
013990*    UpdateDetail - carry the detail segment along with a       *
014000*                   MODIFY or REHIRE, hire date taken from      *
014005*                   ws-upd-hiredate; a blank hire date leaves   *
014010*                   the stored one untouched, and a row that    *
014020*                   never had a segment gets one                *
014030******************************************************************
014040 UpdateDetail Section.
014050
014070*    stored segment.
014080     if xadb2tst-imp-deptcode = space
014090        and xadb2tst-imp-jobtitle = space
014100        and ws-upd-hiredate = space
014110        and xadb2tst-imp-paygrade = space
014120        go to UpdateDetail-Exit.
014121
014122*    IT access hangs on the department and job title, so the
014123*    stored ones are kept as a before image when they change.
014124     perform CaptureDetailHistory.
014125     if returncc not = zero
014126        go to UpdateDetail-Exit.
014127
014130     move 'Update'           to db2-funk.
014140     move 'XaEmployeeDetail' to db2-tablename.
014150     move 13                 to db2-kald-nr.
014230     move xadb2tst-imp-paygrade to paygrade
014240                                in dclxaemployeedetail.
014250
014260     if ws-upd-hiredate = space
014270        exec sql update XaEmployeeDetail
014280             set deptcode = :dclxaemployeedetail.deptcode
014290                ,jobtitle = :dclxaemployeedetail.jobtitle
014310             where rident = :dclxaemployeedetail.rident
014320             end-exec
014330     else
014340        move ws-upd-hiredate to hiredate
014350                                   in dclxaemployeedetail
014360        exec sql update XaEmployeeDetail
014370             set deptcode = :dclxaemployeedetail.deptcode
015250*    DoMerge - consolidate a duplicate rident into a surviving  *
015260*              one: both rows must exist and share the cprnr,   *
015270*              both before-images are captured, the duplicate   *
015280*              is marked merged-away, the pair is recorded on   *
015290*              XaEmployeeXref and the duplicate's periods on    *
015295*              XaEmployPeriod move to the survivor              *
015300******************************************************************
015310 DoMerge Section.
015320
016940           move +12 to returncc
016950        end-if
016960     end-if.
016962
016964     if returncc = zero
016966        perform MergePeriods
016968     end-if.
016970
016980******************************************************************
016990*    CheckUpdateConflict - common outcome handling for the      *
019790           move +12 to returncc
019800        end-if
019810     end-if.
019820
019830******************************************************************
019840*    CheckAuthority - the calling userid must hold a XaUserAuth  *
019850*                     grant for the function, or the '*' grant;  *
019860*                     batch callers pass the transaction's or    *
019870*                     the parked row's userid, so XADB2BAT and   *
019880*                     XAPND01 are checked the same way           *
019890******************************************************************
019900 CheckAuthority Section.
019910
019920     move 'Select'     to db2-funk.
019930     move 'XaUserAuth' to db2-tablename.
019940     move 28           to db2-kald-nr.
019950
019960     move xadb2tst-imp-userid   to userid       in dclxauserauth.
019970     move xadb2tst-imp-function to functioncode in dclxauserauth.
019980
019990     move zero to ws-auth-count.
020000
020010     exec sql select count(*)
020020          into :ws-auth-count
020030          from xauserauth
020040          where userid = :dclxauserauth.userid
020050            and (functioncode = :dclxauserauth.functioncode
020060                 or functioncode = '*')
020070          end-exec.
020080
020090     if sqlcode not = zero
020100        perform dsntiar-log
020110        move +12 to returncc
020120     else
020130        if ws-auth-count = zero
020140           move 'Y' to ws-auth-refused
020150           move +44 to returncc
020160           string 'User ' xadb2tst-imp-userid
020170                  ' is not authorised for function '
020180                  xadb2tst-imp-function
020190                  delimited by size
020200                  into xadb2tst-exp-message
020210        end-if
020220     end-if.
020225
020230******************************************************************
020240*    LogViolation - record a refused call on XaAuthViol for the  *
020250*                   access audit and commit it on its own; the   *
020260*                   refusal stands whatever happens to the log   *
020270******************************************************************
020280 LogViolation Section.
020290
020300     move 'Insert'     to db2-funk.
020310     move 'XaAuthViol' to db2-tablename.
020320     move 29           to db2-kald-nr.
020330
020340     move xadb2tst-imp-userid   to userid       in dclxaauthviol.
020350     move xadb2tst-imp-function to functioncode in dclxaauthviol.
020360     move xadb2tst-imp-rident   to rident       in dclxaauthviol.
020370
020380     exec sql insert into XaAuthViol values (
020390              :dclxaauthviol.userid
020400             ,:dclxaauthviol.functioncode
020410             ,:dclxaauthviol.rident
020420             ,current timestamp)
020430              end-exec.
020440
020450     if sqlcode = zero
020455        and xadb2tst-imp-syncmode not = 'C'
020460        move 'Commit' to db2-funk
020470        move 30       to db2-kald-nr
020480        exec sql commit end-exec
020490     end-if.
020500
020510     if sqlcode not = zero
020520        display 'XADB2TST Error: violation not logged for userid '
020530                xadb2tst-imp-userid
020540        perform dsntiar-log
020550     end-if.
020560
020570******************************************************************
020580*    CaptureDetailHistory - before image of the department and  *
020590*                           job title when the MODIFY changes   *
020600*                           either; no segment or no change     *
020610*                           inserts nothing                     *
020620******************************************************************
020630 CaptureDetailHistory Section.
020640
020650     move 'Insert'            to db2-funk.
020660     move 'XaEmployeeDetHist' to db2-tablename.
020670     move 31                  to db2-kald-nr.
020680
020690     move xadb2tst-imp-rident   to rident
020700                                in dclxaemployeedethist.
020710     move xadb2tst-imp-deptcode to deptcode
020720                                in dclxaemployeedethist.
020730     move xadb2tst-imp-jobtitle to jobtitle
020740                                in dclxaemployeedethist.
020750     move xadb2tst-imp-userid   to userid
020760                                in dclxaemployeedethist.
020770
020780     exec sql insert into XaEmployeeDetHist
020790          select d.rident
020800                ,d.deptcode
020810                ,d.jobtitle
020820                ,:dclxaemployeedethist.userid
020830                ,current timestamp
020840            from xaemployeedetail d
020850            where d.rident = :dclxaemployeedethist.rident
020860              and (d.deptcode <> :dclxaemployeedethist.deptcode
020870                or d.jobtitle <> :dclxaemployeedethist.jobtitle)
020880          end-exec.
020890
020900     if sqlcode not = zero and sqlcode not = +100
020910        move sqlcode to xadb2tst-exp-errorcode
020920        perform dsntiar-log
020930        move +12 to returncc
020940     end-if.
020950
020960******************************************************************
020970*    CheckTermination - DELETE edits: the leaving reason must be *
020980*                       on XaTermReason, a blank termination     *
020990*                       date means today, and the date may not   *
021000*                       lie before the hire date of the period   *
021010*                       it closes                                *
021020******************************************************************
021030 CheckTermination Section.
021040
021050     perform ValidateTermreason.
021060
021070     if returncc not = zero
021080        go to CheckTermination-Exit.
021090
021100     if xadb2tst-imp-termdate = space
021110        move 'Select'    to db2-funk
021120        move 'Sysdummy1' to db2-tablename
021130        move 33          to db2-kald-nr
021140        exec sql select char(current date, iso)
021150             into :ws-per-termdate
021160             from sysibm.sysdummy1
021170             end-exec
021180        if sqlcode not = zero
021190           perform dsntiar-log
021200           move +12 to returncc
021210           go to CheckTermination-Exit
021220        end-if
021230     else
021240        move xadb2tst-imp-termdate to ws-per-termdate
021250     end-if.
021260
021270     perform GetOpenHiredate.
021280
021290     if returncc not = zero
021300        go to CheckTermination-Exit.
021310
021320     if ws-per-hiredate not = space
021330        and ws-per-termdate < ws-per-hiredate
021340        move +48 to returncc
021350        string 'Termination date ' ws-per-termdate
021360               ' is before the hire date ' ws-per-hiredate
021370               delimited by size
021380               into xadb2tst-exp-message
021390     end-if.
021400
021410 CheckTermination-Exit.
021420     Exit.
021430
021440*****************************************************************
021450*    ValidateTermreason - a leaving reason must be on the       *
021460*                        XaTermReason reference list; spaces    *
021470*                        mean "not supplied" and pass           *
021480*****************************************************************
021490 ValidateTermreason Section.
021500
021510     if xadb2tst-imp-termreason = space
021520        go to ValidateTermreason-Exit.
021530
021540     move 'Select'       to db2-funk.
021550     move 'XaTermReason' to db2-tablename.
021560     move 32             to db2-kald-nr.
021570
021580     move xadb2tst-imp-termreason
021585                          to termreason in dclxatermreason.
021590
021600     move zero to ws-ref-count.
021610
021620     exec sql select count(*)
021630          into :ws-ref-count
021640          from xatermreason
021650          where termreason = :dclxatermreason.termreason
021660          end-exec.
021670
021680     if sqlcode not = zero
021690        perform dsntiar-log
021700        move +12 to returncc
021710     else
021720        if ws-ref-count = zero
021730           move +8 to returncc
021740           string 'Invalid termreason: not on XaTermReason: '
021750                   xadb2tst-imp-termreason
021760                   delimited by size
021770                   into xadb2tst-exp-message
021780        end-if
021790     end-if.
021800
021810 ValidateTermreason-Exit.
021820     Exit.
021830
021840******************************************************************
021850*    GetOpenHiredate - hire date of the open period; a row       *
021860*                      stored before periods were kept falls     *
021870*                      back on its detail segment, and blank     *
021880*                      when it has neither                       *
021890******************************************************************
021900 GetOpenHiredate Section.
021910
021920     move space to ws-per-hiredate.
021930
021940     move 'Select'         to db2-funk.
021950     move 'XaEmployPeriod' to db2-tablename.
021960     move 34               to db2-kald-nr.
021970
021980     move xadb2tst-imp-rident to rident in dclxaemployperiod.
021990
022000     exec sql select char(hiredate, iso)
022010          into :ws-per-hiredate
022020          from xaemployperiod
022030          where rident   = :dclxaemployperiod.rident
022040            and termdate = '9999-12-31'
022050          end-exec.
022060
022070     evaluate sqlcode
022080        when zero
022090           go to GetOpenHiredate-Exit
022100        when +100
022110           continue
022120        when other
022130           perform dsntiar-log
022140           move +12 to returncc
022150           go to GetOpenHiredate-Exit
022160     end-evaluate.
022170
022180     move 'XaEmployeeDetail' to db2-tablename.
022190     move 35                 to db2-kald-nr.
022200
022210     move xadb2tst-imp-rident to rident in dclxaemployeedetail.
022220
022230     exec sql select char(hiredate, iso)
022240          into :ws-per-hiredate
022250          from xaemployeedetail
022260          where rident = :dclxaemployeedetail.rident
022270          end-exec.
022280
022290     evaluate sqlcode
022300        when zero
022310           continue
022320        when +100
022330           move space to ws-per-hiredate
022340           move zero  to sqlcode
022350        when other
022360           perform dsntiar-log
022370           move +12 to returncc
022380     end-evaluate.
022390
022400 GetOpenHiredate-Exit.
022410     Exit.
022420
022430******************************************************************
022440*    ClosePeriod - close the open period with the termination    *
022450*                  date and leaving reason; a row stored before  *
022460*                  periods were kept gets its period now, closed *
022470*                  at once                                       *
022480******************************************************************
022490 ClosePeriod Section.
022500
022510     move 'Update'         to db2-funk.
022520     move 'XaEmployPeriod' to db2-tablename.
022530     move 36               to db2-kald-nr.
022540
022550     move xadb2tst-imp-rident     to rident
022560                                  in dclxaemployperiod.
022570     move ws-per-termdate         to termdate
022580                                  in dclxaemployperiod.
022590     move xadb2tst-imp-termreason to termreason
022600                                  in dclxaemployperiod.
022610
022620     exec sql update XaEmployPeriod
022630          set termdate   = :dclxaemployperiod.termdate
022640             ,termreason = :dclxaemployperiod.termreason
022650             ,userid     = :xadb2tst-imp-userid
022660             ,updtstmp   = current timestamp
022670          where rident   = :dclxaemployperiod.rident
022680            and termdate = '9999-12-31'
022690          end-exec.
022700
022710     evaluate sqlcode
022720        when zero
022730           go to ClosePeriod-Exit
022740        when +100
022750           continue
022760        when other
022770           move sqlcode to xadb2tst-exp-errorcode
022780           perform dsntiar-log
022790           move +12 to returncc
022800           go to ClosePeriod-Exit
022810     end-evaluate.
022820
022830     if ws-per-hiredate = space
022840        move ws-per-termdate to ws-per-hiredate
022850     end-if.
022860
022870     move ws-per-hiredate to hiredate in dclxaemployperiod.
022880
022890     perform InsertPeriod.
022900
022910 ClosePeriod-Exit.
022920     Exit.
022930
022940******************************************************************
022950*    OpenPeriod - a new open period from the hire date of the    *
022960*                 INSERT or REHIRE just made                     *
022970******************************************************************
022980 OpenPeriod Section.
022990
023000     move xadb2tst-imp-rident to rident      in dclxaemployperiod.
023010     move ws-det-hiredate     to hiredate    in dclxaemployperiod.
023020     move '9999-12-31'        to termdate    in dclxaemployperiod.
023030     move space               to termreason  in dclxaemployperiod.
023040
023050     perform InsertPeriod.
023060
023070******************************************************************
023080*    InsertPeriod - store the period in dclxaemployperiod as the *
023090*                   rident's next period number                  *
023100******************************************************************
023110 InsertPeriod Section.
023120
023130     move 'Insert'         to db2-funk.
023140     move 'XaEmployPeriod' to db2-tablename.
023150     move 37               to db2-kald-nr.
023160
023170     exec sql insert into XaEmployPeriod
023180          select :dclxaemployperiod.rident
023190                ,coalesce(max(p.periodnr), 0) + 1
023200                ,:dclxaemployperiod.hiredate
023210                ,:dclxaemployperiod.termdate
023220                ,:dclxaemployperiod.termreason
023230                ,:xadb2tst-imp-userid
023240                ,current timestamp
023250            from xaemployperiod p
023260            where p.rident = :dclxaemployperiod.rident
023270          end-exec.
023280
023290     move sqlcode to xadb2tst-exp-errorcode.
023300
023310     if sqlcode not = zero
023320        perform dsntiar-log
023330        move +12 to returncc
023340     end-if.
023350
023360******************************************************************
023370*    ReopenPeriod - REVOKE takes back the termination: the last  *
023380*                   period is open again. A row stored before    *
023390*                   periods were kept has none to reopen         *
023400******************************************************************
023410 ReopenPeriod Section.
023420
023430     move 'Update'         to db2-funk.
023440     move 'XaEmployPeriod' to db2-tablename.
023450     move 38               to db2-kald-nr.
023460
023470     move xadb2tst-imp-rident to rident in dclxaemployperiod.
023480
023490     exec sql update XaEmployPeriod
023500          set termdate   = '9999-12-31'
023510             ,termreason = ' '
023520             ,userid     = :xadb2tst-imp-userid
023530             ,updtstmp   = current timestamp
023540          where rident   = :dclxaemployperiod.rident
023550            and periodnr =
023560                (select max(q.periodnr)
023570                   from xaemployperiod q
023580                   where q.rident = :dclxaemployperiod.rident)
023590          end-exec.
023600
023610     evaluate sqlcode
023620        when zero
023630           continue
023640        when +100
023650           move zero to sqlcode
023660        when other
023670           move sqlcode to xadb2tst-exp-errorcode
023680           perform dsntiar-log
023690           move +12 to returncc
023700     end-evaluate.
023710
023720******************************************************************
023730*    DoRehire - a leaver comes back under the same rident: the   *
023740*               row is live again ('O'), the detail segment is   *
023750*               set from the import as for a new hire, and a new *
023760*               period opens with its own hire date (blank for   *
023770*               today), which must lie after the last            *
023780*               termination date                                 *
023790******************************************************************
023800 DoRehire Section.
023810
023820     move 'Update'     to db2-funk.
023830     move 'XaEmployee' to db2-tablename.
023840     move 41           to db2-kald-nr.
023850
023860     perform ValidateUserid.
023870
023880     if returncc = zero
023890        move xadb2tst-imp-rident to rident in dclxaemployee
023900        perform CheckConflict
023910     end-if.
023920
023930     if returncc = zero
023940        perform CheckRehire
023950     end-if.
023960
023970     if returncc = zero
023980        perform ValidateDeptcode
023990     end-if.
024000
024010     if returncc = zero
024020        perform ValidatePaygrade
024030     end-if.
024040
024050*    The detail segment goes first, so its before image is
024060*    older than the rehire itself.
024070     if returncc = zero
024080        move ws-det-hiredate to ws-upd-hiredate
024090        perform UpdateDetail
024100     end-if.
024110
024120     if returncc = zero
024130        move xadb2tst-imp-rident to rident in dclxaemployee
024140        perform CaptureHistory
024150     end-if.
024160
024170     if returncc = zero
024180        move 'Update'     to db2-funk
024190        move 'XaEmployee' to db2-tablename
024200        move 41           to db2-kald-nr
024210        exec sql update XaEmployee
024220                 set statuscode = 'O'
024230                    ,tstmp      = current timestamp
024240                    ,userid     = :xadb2tst-imp-userid
024250                 where rident   = :dclxaemployee.rident
024260                   and statuscode = 'D'
024270                   and (:xadb2tst-imp-tstmp = ' '
024280                        or tstmp = :xadb2tst-imp-tstmp)
024290                 end-exec
024300
024310        perform CheckUpdateConflict
024320     end-if.
024330
024340     if returncc = zero and sqlcode = zero
024350        perform OpenPeriod
024360     end-if.
024370
024380******************************************************************
024390*    CheckRehire - only a leaver can be rehired, and the new     *
024400*                  hire date must follow the last termination    *
024410******************************************************************
024420 CheckRehire Section.
024430
024440     move 'Select'     to db2-funk.
024450     move 'XaEmployee' to db2-tablename.
024460     move 39           to db2-kald-nr.
024470
024480     exec sql select statuscode
024490          into :ws-per-status
024500          from xaemployee
024510          where rident = :dclxaemployee.rident
024520          end-exec.
024530
024540     evaluate sqlcode
024550        when zero
024560           if ws-per-status not = 'D'
024570              move +48 to returncc
024580              string 'Rehire rejected: employee is not a leaver,'
024590                     ' status ' ws-per-status
024600                     delimited by size
024610                     into xadb2tst-exp-message
024620              go to CheckRehire-Exit
024630           end-if
024640        when +100
024650           move xadb2tst-imp-rident to ws-rident-disp
024660           move +28 to returncc
024670           string 'Employee not found for rident '
024680                   ws-rident-disp
024690                   delimited by size
024700                   into xadb2tst-exp-message
024710           move zero to sqlcode
024720           go to CheckRehire-Exit
024730        when other
024740           perform dsntiar-log
024750           move +12 to returncc
024760           go to CheckRehire-Exit
024770     end-evaluate.
024780
024790     perform DefaultHiredate.
024800
024810     if returncc not = zero
024820        go to CheckRehire-Exit.
024830
024840     move 'Select'         to db2-funk.
024850     move 'XaEmployPeriod' to db2-tablename.
024860     move 40               to db2-kald-nr.
024870
024880     move xadb2tst-imp-rident to rident in dclxaemployperiod.
024890
024900     exec sql select coalesce(char(max(termdate), iso), ' ')
024910          into :ws-per-lastterm
024920          from xaemployperiod
024930          where rident = :dclxaemployperiod.rident
024940          end-exec.
024950
024960     if sqlcode not = zero
024970        perform dsntiar-log
024980        move +12 to returncc
024990        go to CheckRehire-Exit
025000     end-if.
025010
025020     if ws-per-lastterm not = space
025030        and ws-det-hiredate not > ws-per-lastterm
025040        move +48 to returncc
025050        string 'Rehire date ' ws-det-hiredate
025060               ' is not after the last termination '
025070               ws-per-lastterm
025080               delimited by size
025090               into xadb2tst-exp-message
025100     end-if.
025110
025120 CheckRehire-Exit.
025130     Exit.
025140
025150******************************************************************
025160*    GetPeriods - the periods of the rident in dclxaemployperiod,*
025170*                 newest first, into the export, and the length  *
025180*                 of service summed over all of them: days, and  *
025190*                 whole years and months for jubilees and        *
025200*                 notice periods. An open period counts up to    *
025210*                 today, a period hired in the future not yet    *
025220******************************************************************
025230 GetPeriods Section.
025240
025250     move sqlcode to ws-per-sqlcode.
025260
025270     move 'Select'         to db2-funk.
025280     move 'XaEmployPeriod' to db2-tablename.
025290     move 42               to db2-kald-nr.
025300
025310     move zero to xadb2tst-exp-periodcount
025320                  xadb2tst-exp-servicedays
025330                  xadb2tst-exp-serviceyears
025340                  xadb2tst-exp-servicemonths
025350                  ws-per-months.
025360
025370     exec sql select count(*)
025380                    ,coalesce(sum(
025390                     case when p.hiredate > current date then 0
025400                          when p.termdate < current date
025410                          then days(p.termdate)
025420                             - days(p.hiredate) + 1
025430                          else days(current date)
025440                             - days(p.hiredate) + 1
025450                     end), 0)
025460                    ,coalesce(sum(
025470                     case when p.hiredate > current date then 0
025480                          when p.termdate < current date
025490                          then year(p.termdate + 1 day
025500                                    - p.hiredate) * 12
025510                             + month(p.termdate + 1 day
025520                                     - p.hiredate)
025530                          else year(current date + 1 day
025540                                    - p.hiredate) * 12
025550                             + month(current date + 1 day
025560                                     - p.hiredate)
025570                     end), 0)
025580          into :xadb2tst-exp-periodcount
025590              ,:xadb2tst-exp-servicedays
025600              ,:ws-per-months
025610          from xaemployperiod p
025620          where p.rident = :dclxaemployperiod.rident
025630          end-exec.
025640
025650     if sqlcode not = zero
025660        perform dsntiar-log
025670        move +12 to returncc
025680        go to GetPeriods-Exit
025690     end-if.
025700
025710     divide ws-per-months by 12
025720        giving xadb2tst-exp-serviceyears
025730        remainder xadb2tst-exp-servicemonths.
025740
025750     move 'Open'           to db2-funk.
025760     move 43               to db2-kald-nr.
025770
025780     Exec sql declare c5 cursor for
025790          select periodnr
025800                ,char(hiredate, iso)
025810                ,char(termdate, iso)
025820                ,termreason
025830            from xaemployperiod
025840            where rident = :dclxaemployperiod.rident
025850            order by periodnr desc
025860            end-exec.
025870
025880     Exec sql open c5 end-exec.
025890
025900     if sqlcode not = zero
025910        perform dsntiar-log
025920        move +12 to returncc
025930        go to GetPeriods-Exit
025940     end-if.
025950
025960     perform FetchC5.
025970
025980     perform varying tally from +1 by +1 until tally > +7
025990                                       or sqlcode not = zero
026000        move periodnr   in dclxaemployperiod
026010                        to xadb2tst-exp-periodnr (tally)
026020        move hiredate   in dclxaemployperiod
026030                        to xadb2tst-exp-per-hiredate (tally)
026040        move termdate   in dclxaemployperiod
026050                        to xadb2tst-exp-per-termdate (tally)
026060        move termreason in dclxaemployperiod
026070                        to xadb2tst-exp-per-termreason (tally)
026080        perform FetchC5
026090        end-perform.
026100
026110     Exec sql close c5 end-exec.
026120
026130     if returncc = zero
026140        move ws-per-sqlcode to sqlcode
026150     end-if.
026160
026170 GetPeriods-Exit.
026180     Exit.
026190
026200******************************************************************
026210*    fetch a period for GetPeriods' cursor                       *
026220******************************************************************
026230 FetchC5 Section.
026240
026250     Exec sql fetch c5 into
026260          :dclxaemployperiod.periodnr
026270         ,:dclxaemployperiod.hiredate
026280         ,:dclxaemployperiod.termdate
026290         ,:dclxaemployperiod.termreason
026300         end-exec.
026310
026320     if not (sqlcode = zero or +100)
026330        move sqlcode to xadb2tst-exp-errorcode
026340        perform dsntiar-log
026350        move +12 to returncc.
026360
026370******************************************************************
026380*    MergePeriods - the duplicate's employment periods move to   *
026390*                   the survivor and all of them are renumbered  *
026400*                   1..n in hire date order, so the current      *
026410*                   period keeps the highest periodnr. When both *
026420*                   have an open period, a duplicate one         *
026430*                   starting on or after the survivor's is the   *
026440*                   same employment and is deleted; an earlier   *
026442*                   one is closed the day before the survivor's  *
026444*                   hire date                                    *
026450******************************************************************
026460 MergePeriods Section.
026470
026480     move 'Select'         to db2-funk.
026490     move 'XaEmployPeriod' to db2-tablename.
026500     move 44               to db2-kald-nr.
026510
026520     move space to ws-per-hiredate
026530                   ws-dup-hiredate.
026540
026550     exec sql select char(hiredate, iso)
026560          into :ws-per-hiredate
026570          from xaemployperiod
026580          where rident   = :xadb2tst-imp-rident
026590            and termdate = '9999-12-31'
026600          end-exec.
026610
026620     evaluate sqlcode
026630        when zero
026640           continue
026650        when +100
026660           move zero to sqlcode
026670        when other
026680           move sqlcode to xadb2tst-exp-errorcode
026690           perform dsntiar-log
026700           move +12 to returncc
026710           go to MergePeriods-Exit
026720     end-evaluate.
026730
026740     if ws-per-hiredate not = space
026750        move 45 to db2-kald-nr
026760        exec sql select char(hiredate, iso)
026770             into :ws-dup-hiredate
026780             from xaemployperiod
026790             where rident   = :xadb2tst-imp-rident-dup
026800               and termdate = '9999-12-31'
026810             end-exec
026820        evaluate sqlcode
026830           when zero
026840              continue
026850           when +100
026860              move zero to sqlcode
026870           when other
026880              move sqlcode to xadb2tst-exp-errorcode
026890              perform dsntiar-log
026900              move +12 to returncc
026910              go to MergePeriods-Exit
026920        end-evaluate
026930     end-if.
026940
026950     if ws-dup-hiredate not = space
026960        if ws-dup-hiredate not < ws-per-hiredate
026970           move 'Delete' to db2-funk
026980           move 47       to db2-kald-nr
026990           exec sql delete from XaEmployPeriod
027000                where rident   = :xadb2tst-imp-rident-dup
027010                  and termdate = '9999-12-31'
027020                end-exec
027030        else
027040           move 'Update' to db2-funk
027050           move 46       to db2-kald-nr
027060           exec sql update XaEmployPeriod
027070                set termdate = date(:ws-per-hiredate) - 1 day
027080                   ,userid   = :xadb2tst-imp-userid
027090                   ,updtstmp = current timestamp
027100                where rident   = :xadb2tst-imp-rident-dup
027110                  and termdate = '9999-12-31'
027120                end-exec
027130        end-if
027140        if sqlcode not = zero
027150           move sqlcode to xadb2tst-exp-errorcode
027160           perform dsntiar-log
027170           move +12 to returncc
027180           go to MergePeriods-Exit
027190        end-if
027200     end-if.
027210
027220     move 'Select' to db2-funk.
027230     move 48       to db2-kald-nr.
027240
027250     exec sql select coalesce(max(periodnr), 0)
027260          into :ws-merge-maxperiod
027270          from xaemployperiod
027280          where rident in (:xadb2tst-imp-rident,
027290                           :xadb2tst-imp-rident-dup)
027300          end-exec.
027310
027320     if sqlcode not = zero
027330        move sqlcode to xadb2tst-exp-errorcode
027340        perform dsntiar-log
027350        move +12 to returncc
027360        go to MergePeriods-Exit
027370     end-if.
027380
027390*    Both sets of periods are first lifted clear of 1..n, the
027400*    survivor's by twice and the duplicate's by three times the
027410*    highest periodnr, so the renumbering below never meets a
027420*    periodnr that is still in use
027430     move 'Update' to db2-funk.
027440     move 49       to db2-kald-nr.
027450
027460     exec sql update XaEmployPeriod
027470          set periodnr = periodnr + :ws-merge-maxperiod *
027480                         case rident
027490                            when :xadb2tst-imp-rident then 2
027500                            else 3
027510                         end
027520             ,rident   = :xadb2tst-imp-rident
027530             ,userid   = :xadb2tst-imp-userid
027540             ,updtstmp = current timestamp
027550          where rident in (:xadb2tst-imp-rident,
027560                           :xadb2tst-imp-rident-dup)
027570          end-exec.
027580
027590     evaluate sqlcode
027600        when zero
027610           continue
027620        when +100
027630           move zero to sqlcode
027640           go to MergePeriods-Exit
027650        when other
027660           move sqlcode to xadb2tst-exp-errorcode
027670           perform dsntiar-log
027680           move +12 to returncc
027690           go to MergePeriods-Exit
027700     end-evaluate.
027710
027720*    Renumber the survivor's periods 1..n in hire date order, so
027730*    the current period keeps the highest periodnr
027740     move 50 to db2-kald-nr.
027750
027760     exec sql update XaEmployPeriod p
027770          set periodnr =
027780              (select count(*)
027790                 from xaemployperiod q
027800                 where q.rident = p.rident
027810                   and (q.hiredate < p.hiredate
027820                        or (q.hiredate = p.hiredate
027830                            and q.periodnr <= p.periodnr)))
027840          where p.rident = :xadb2tst-imp-rident
027850          end-exec.
027860
027870     if sqlcode not = zero
027880        move sqlcode to xadb2tst-exp-errorcode
027890        perform dsntiar-log
027900        move +12 to returncc
027910     end-if.
027920
027930 MergePeriods-Exit.
027940     Exit.
