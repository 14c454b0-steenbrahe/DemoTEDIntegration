000010 process sql, nodynam, noseq, test
000020 identification division.
000030 program-id.    XADQS01.
000040 author.        Xact Consulting A/S.
000050******************************************************************
000060* XADQS01 - Monthly internal data-quality sweep                  *
000070* The modulus-11 edit, the reference tables and the duplicate    *
000080* pre-check only protect new input; this sweep checks the rows   *
000090* already on the tables. One exception line per finding is       *
000100* written to XADQSRPT under its category:                        *
000110*   BADCPR   XaEmployee CPRNR failing the modulus-11 check       *
000120*   NODETAIL live row without an XaEmployeeDetail segment        *
000130*   ORPHDET  XaEmployeeDetail segment without an XaEmployee row  *
000140*   BADDEPT  live DEPTCODE no longer on XaDeptCode               *
000150*   BADGRADE live PAYGRADE no longer on XaPayGrade               *
000160*   PENDGONE pending XaEmployeePend row for a rident that was    *
000170*            deleted, merged away or erased                      *
000180*   DUPCPR   the same CPRNR on more than one live rident         *
000190* Live means a statuscode other than D and X. Every DUPCPR pair  *
000200* is also written to XADQSMRG for the MERGE review team. The     *
000210* report ends with a count per category, and the job ends with   *
000220* a non-zero return code when anything was found.                *
000230* Xact Consulting A/S                                            *
000240* Arnold Nielsens Boulevard 68A                                  *
000250* DK-2650 Hvidovre, Denmark                                      *
000260******************************************************************
000270 environment    division.
000280 configuration  section.
000290 special-names.
000300 input-output   section.
000310 file-control.
000320
000330     select XADQSRPT assign to XADQSRPT
000340            organization is sequential
000350            file status  is ws-dqsrpt-status.
000360
000370     select XADQSMRG assign to XADQSMRG
000380            organization is sequential
000390            file status  is ws-dqsmrg-status.
000400
000410 data division.
000420 file section.
000430
000440 FD  XADQSRPT
000450     label records are standard.
000460 01  XADQSRPT-RECORD             pic x(160).
000470
000480 FD  XADQSMRG
000490     label records are standard.
000500     copy xadqsmrg.
000510
000520 working-storage section.
000530
000540 01  Dsntiar-areal.
000550     03 dsntiar               pic x(08)      value 'DSNTIAR'.
000560     03 dsntiar-sqlcode       pic ++++9      value zero.
000570     03 db2-logical-msgl      pic s9(8) comp value +78.
000580
000590 01  db2-message-areal.
000600     03 db2-message-length    pic s9(4) comp value +780.
000610     03 db2-tiar-msg-table.
000620        05 db2-tiar-msgs      pic x(78) occurs 10.
000630
000640 01  db2-log-data.
000650     03 db2-abend             pic ++++9  value zero.
000660     03 db2-funk              pic x(08)  value space.
000670     03 db2-kald-nr           pic x(02)  value space.
000680     03 db2-tablename         pic x(32)  value space.
000690     03 returncc              pic s9(4)  value zero comp.
000700     03 wsSqlCode             pic s9(9)  value zero comp-5.
000710     03 debug-data            pic x(256) value space.
000720
000730 01  ws-file-status.
000740     03 ws-dqsrpt-status      pic x(02)  value space.
000750     03 ws-dqsmrg-status      pic x(02)  value space.
000760
000770 01  ws-control-data.
000780     03 ws-report-line        pic x(160) value space.
000790     03 ws-rident-disp        pic z(8)9.
000800     03 ws-rident-disp2       pic z(8)9.
000810     03 ws-cpr-reason         pic x(30)  value space.
000820     03 ws-gone-reason        pic x(30)  value space.
000830
000840 01  ws-finding-counts.
000850     03 ws-badcpr-count       pic s9(9)  value zero comp.
000860     03 ws-nodetail-count     pic s9(9)  value zero comp.
000870     03 ws-orphdet-count      pic s9(9)  value zero comp.
000880     03 ws-baddept-count      pic s9(9)  value zero comp.
000890     03 ws-badgrade-count     pic s9(9)  value zero comp.
000900     03 ws-pendgone-count     pic s9(9)  value zero comp.
000910     03 ws-dupcpr-count       pic s9(9)  value zero comp.
000920     03 ws-finding-total      pic s9(9)  value zero comp.
000930     03 ws-count-disp         pic z(8)9.
000940
000950*    Modulus-11 check as done by XADB2TST ValidateCpr
000960 01  ws-cpr-check.
000970     03 ws-cpr-d1             pic 9  value zero.
000980     03 ws-cpr-d2             pic 9  value zero.
000990     03 ws-cpr-d3             pic 9  value zero.
001000     03 ws-cpr-d4             pic 9  value zero.
001010     03 ws-cpr-d5             pic 9  value zero.
001020     03 ws-cpr-d6             pic 9  value zero.
001030     03 ws-cpr-d7             pic 9  value zero.
001040     03 ws-cpr-d8             pic 9  value zero.
001050     03 ws-cpr-d9             pic 9  value zero.
001060     03 ws-cpr-d10            pic 9  value zero.
001070     03 ws-cpr-sum            pic s9(4) value zero comp.
001080     03 ws-cpr-remainder      pic s9(4) value zero comp.
001090
001100 01  ws-pend-data.
001110     03 ws-pend-status        pic x(01)  value space.
001120     03 ws-pend-survivor      pic s9(9)  value zero comp.
001130
001140*    The two live ridents of a duplicate-CPRNR pair
001150 01  ws-dup-data.
001160     03 ws-dup-cprnr          pic x(10)  value space.
001170     03 ws-dup-a-rident       pic s9(9)  value zero comp.
001180     03 ws-dup-a-firstname    pic x(30)  value space.
001190     03 ws-dup-a-lastname     pic x(30)  value space.
001200     03 ws-dup-a-status       pic x(01)  value space.
001210     03 ws-dup-a-tstmp        pic x(26)  value space.
001220     03 ws-dup-b-rident       pic s9(9)  value zero comp.
001230     03 ws-dup-b-firstname    pic x(30)  value space.
001240     03 ws-dup-b-lastname     pic x(30)  value space.
001250     03 ws-dup-b-status       pic x(01)  value space.
001260     03 ws-dup-b-tstmp        pic x(26)  value space.
001270
001280     exec sql include sqlca   end-exec.
001290     exec sql include xaempl  end-exec.
001300     exec sql include xaempld end-exec.
001310     exec sql include xaemplp end-exec.
001320     exec sql include xadept  end-exec.
001330     exec sql include xapaygr end-exec.
001335     exec sql include xaemplx end-exec.
001340
001350 procedure division.
001360 xadqs01-main Section.
001370
001380     perform Initiering.
001390     perform Behandling.
001400     perform Afslutning.
001410     stop run.
001420
001430******************************************************************
001440*    Initiering
001450******************************************************************
001460 Initiering section.
001470
001480     display 'XADQS01 Started'.
001490
001500     open output XADQSRPT.
001510
001520     if ws-dqsrpt-status not = '00'
001530        display 'XADQS01 Error: cannot open XADQSRPT, status '
001540                ws-dqsrpt-status
001550        perform AbortRun
001560     end-if.
001570
001580     open output XADQSMRG.
001590
001600     if ws-dqsmrg-status not = '00'
001610        display 'XADQS01 Error: cannot open XADQSMRG, status '
001620                ws-dqsmrg-status
001630        close XADQSRPT
001640        perform AbortRun
001650     end-if.
001660
001670     string 'XADQS01 Data-quality sweep exception report'
001680             delimited by size into ws-report-line.
001690     perform WriteReportLine.
001700
001710******************************************************************
001720*    AbortRun - stop the job when a report file is unusable      *
001730******************************************************************
001740 AbortRun section.
001750
001760     move +16 to returncc.
001770     display 'XADQS01 Ended with return-code: ' returncc.
001780     move returncc to return-code.
001790     stop run.
001800
001810******************************************************************
001820*    Behandling
001830******************************************************************
001840 Behandling section.
001850
001860     perform CheckCprnr.
001870
001880     if returncc < +12
001890        perform CheckMissingDetail
001900     end-if.
001910
001920     if returncc < +12
001930        perform CheckOrphanDetail
001940     end-if.
001950
001960     if returncc < +12
001970        perform CheckDeptcode
001980     end-if.
001990
002000     if returncc < +12
002010        perform CheckPaygrade
002020     end-if.
002030
002040     if returncc < +12
002050        perform CheckPendGone
002060     end-if.
002070
002080     if returncc < +12
002090        perform CheckDuplicateCpr
002100     end-if.
002110
002120     perform WriteSummary.
002130
002140******************************************************************
002150*    CheckCprnr - every XaEmployee cprnr through the modulus-11  *
002160*                 check; rows loaded before the edit existed     *
002170*                 were never checked                             *
002180******************************************************************
002190 CheckCprnr section.
002200
002210     move 'Open'       to db2-funk.
002220     move 'XaEmployee' to db2-tablename.
002230     move 01           to db2-kald-nr.
002240
002250     Exec sql declare c1 cursor for
002260          select e.rident
002270                ,e.cprnr
002280                ,e.statuscode
002290            from xaemployee e
002300            order by e.rident
002310            end-exec.
002320
002330     Exec sql open c1 end-exec.
002340
002350     if sqlcode not = zero
002360        perform dsntiar-log
002370        move +12 to returncc
002380        go to CheckCprnr-Exit.
002390
002400     perform FetchC1.
002410
002420     perform until sqlcode not = zero
002430        perform ValidateCpr
002440        if ws-cpr-reason not = space
002450           add +1 to ws-badcpr-count
002460           move rident in dclxaemployee to ws-rident-disp
002470           move space to ws-report-line
002480           string 'BADCPR   rident=' ws-rident-disp
002490                  ' statuscode=' statuscode in dclxaemployee
002500                  ' cprnr=' cprnr in dclxaemployee
002510                  ' ' ws-cpr-reason
002520                  delimited by size into ws-report-line
002530           perform WriteReportLine
002540        end-if
002550        perform FetchC1
002560        end-perform.
002570
002580     Move sqlcode   to wsSqlCode.
002590     Exec sql close c1 end-exec.
002600     Move wsSqlCode to sqlcode.
002610
002620 CheckCprnr-Exit.
002630     Exit.
002640
002650******************************************************************
002660*    ValidateCpr - 10-digit format plus modulus-11 check digit;  *
002670*                  ws-cpr-reason is left blank when the cprnr    *
002680*                  passes                                        *
002690******************************************************************
002700 ValidateCpr section.
002710
002720     move space to ws-cpr-reason.
002730
002740     if cprnr in dclxaemployee is not numeric
002750        move 'not 10 numeric digits' to ws-cpr-reason
002760     else
002770        move cprnr in dclxaemployee(1:1)  to ws-cpr-d1
002780        move cprnr in dclxaemployee(2:1)  to ws-cpr-d2
002790        move cprnr in dclxaemployee(3:1)  to ws-cpr-d3
002800        move cprnr in dclxaemployee(4:1)  to ws-cpr-d4
002810        move cprnr in dclxaemployee(5:1)  to ws-cpr-d5
002820        move cprnr in dclxaemployee(6:1)  to ws-cpr-d6
002830        move cprnr in dclxaemployee(7:1)  to ws-cpr-d7
002840        move cprnr in dclxaemployee(8:1)  to ws-cpr-d8
002850        move cprnr in dclxaemployee(9:1)  to ws-cpr-d9
002860        move cprnr in dclxaemployee(10:1) to ws-cpr-d10
002870
002880        compute ws-cpr-sum =
002890                (ws-cpr-d1  * 4) + (ws-cpr-d2  * 3)
002900              + (ws-cpr-d3  * 2) + (ws-cpr-d4  * 7)
002910              + (ws-cpr-d5  * 6) + (ws-cpr-d6  * 5)
002920              + (ws-cpr-d7  * 4) + (ws-cpr-d8  * 3)
002930              + (ws-cpr-d9  * 2) + (ws-cpr-d10 * 1)
002940
002950        compute ws-cpr-remainder = function mod(ws-cpr-sum, 11)
002960
002970        if ws-cpr-remainder not = zero
002980           move 'check digit failed' to ws-cpr-reason
002990        end-if
003000     end-if.
003010
003020******************************************************************
003030*    CheckMissingDetail - live rows without a detail segment     *
003040******************************************************************
003050 CheckMissingDetail section.
003060
003070     move 'Open'       to db2-funk.
003080     move 'XaEmployee' to db2-tablename.
003090     move 02           to db2-kald-nr.
003100
003110     Exec sql declare c2 cursor for
003120          select e.rident
003130                ,e.statuscode
003140            from xaemployee e
003150            where e.statuscode not in ('D', 'X')
003160              and not exists
003170                  (select 1 from xaemployeedetail d
003180                    where d.rident = e.rident)
003190            order by e.rident
003200            end-exec.
003210
003220     Exec sql open c2 end-exec.
003230
003240     if sqlcode not = zero
003250        perform dsntiar-log
003260        move +12 to returncc
003270        go to CheckMissingDetail-Exit.
003280
003290     perform FetchC2.
003300
003310     perform until sqlcode not = zero
003320        add +1 to ws-nodetail-count
003330        move rident in dclxaemployee to ws-rident-disp
003340        move space to ws-report-line
003350        string 'NODETAIL rident=' ws-rident-disp
003360               ' statuscode=' statuscode in dclxaemployee
003370               ' live row has no detail segment'
003380               delimited by size into ws-report-line
003390        perform WriteReportLine
003400        perform FetchC2
003410        end-perform.
003420
003430     Move sqlcode   to wsSqlCode.
003440     Exec sql close c2 end-exec.
003450     Move wsSqlCode to sqlcode.
003460
003470 CheckMissingDetail-Exit.
003480     Exit.
003490
003500******************************************************************
003510*    CheckOrphanDetail - detail segments with no XaEmployee row  *
003520******************************************************************
003530 CheckOrphanDetail section.
003540
003550     move 'Open'             to db2-funk.
003560     move 'XaEmployeeDetail' to db2-tablename.
003570     move 03                 to db2-kald-nr.
003580
003590     Exec sql declare c3 cursor for
003600          select d.rident
003610            from xaemployeedetail d
003620            where not exists
003630                  (select 1 from xaemployee e
003640                    where e.rident = d.rident)
003650            order by d.rident
003660            end-exec.
003670
003680     Exec sql open c3 end-exec.
003690
003700     if sqlcode not = zero
003710        perform dsntiar-log
003720        move +12 to returncc
003730        go to CheckOrphanDetail-Exit.
003740
003750     perform FetchC3.
003760
003770     perform until sqlcode not = zero
003780        add +1 to ws-orphdet-count
003790        move rident in dclxaemployeedetail to ws-rident-disp
003800        move space to ws-report-line
003810        string 'ORPHDET  rident=' ws-rident-disp
003820               ' detail segment without an XaEmployee row'
003830               delimited by size into ws-report-line
003840        perform WriteReportLine
003850        perform FetchC3
003860        end-perform.
003870
003880     Move sqlcode   to wsSqlCode.
003890     Exec sql close c3 end-exec.
003900     Move wsSqlCode to sqlcode.
003910
003920 CheckOrphanDetail-Exit.
003930     Exit.
003940
003950******************************************************************
003960*    CheckDeptcode - live department codes that have since been  *
003970*                    dropped from XaDeptCode; spaces mean "not   *
003980*                    supplied" and pass, as in XADB2TST          *
003990******************************************************************
004000 CheckDeptcode section.
004010
004020     move 'Open'             to db2-funk.
004030     move 'XaEmployeeDetail' to db2-tablename.
004040     move 04                 to db2-kald-nr.
004050
004060     Exec sql declare c4 cursor for
004070          select d.rident
004080                ,d.deptcode
004090            from xaemployeedetail d
004100                ,xaemployee e
004110            where e.rident = d.rident
004120              and e.statuscode not in ('D', 'X')
004130              and d.deptcode <> ' '
004140              and not exists
004150                  (select 1 from xadeptcode c
004160                    where c.deptcode = d.deptcode)
004170            order by d.rident
004180            end-exec.
004190
004200     Exec sql open c4 end-exec.
004210
004220     if sqlcode not = zero
004230        perform dsntiar-log
004240        move +12 to returncc
004250        go to CheckDeptcode-Exit.
004260
004270     perform FetchC4.
004280
004290     perform until sqlcode not = zero
004300        add +1 to ws-baddept-count
004310        move rident in dclxaemployeedetail to ws-rident-disp
004320        move space to ws-report-line
004330        string 'BADDEPT  rident=' ws-rident-disp
004340               ' deptcode=' deptcode in dclxaemployeedetail
004350               ' not on XaDeptCode'
004360               delimited by size into ws-report-line
004370        perform WriteReportLine
004380        perform FetchC4
004390        end-perform.
004400
004410     Move sqlcode   to wsSqlCode.
004420     Exec sql close c4 end-exec.
004430     Move wsSqlCode to sqlcode.
004440
004450 CheckDeptcode-Exit.
004460     Exit.
004470
004480******************************************************************
004490*    CheckPaygrade - live pay grades that have since been        *
004500*                    dropped from XaPayGrade                     *
004510******************************************************************
004520 CheckPaygrade section.
004530
004540     move 'Open'             to db2-funk.
004550     move 'XaEmployeeDetail' to db2-tablename.
004560     move 05                 to db2-kald-nr.
004570
004580     Exec sql declare c5 cursor for
004590          select d.rident
004600                ,d.paygrade
004610            from xaemployeedetail d
004620                ,xaemployee e
004630            where e.rident = d.rident
004640              and e.statuscode not in ('D', 'X')
004650              and d.paygrade <> ' '
004660              and not exists
004670                  (select 1 from xapaygrade g
004680                    where g.paygrade = d.paygrade)
004690            order by d.rident
004700            end-exec.
004710
004720     Exec sql open c5 end-exec.
004730
004740     if sqlcode not = zero
004750        perform dsntiar-log
004760        move +12 to returncc
004770        go to CheckPaygrade-Exit.
004780
004790     perform FetchC5.
004800
004810     perform until sqlcode not = zero
004820        add +1 to ws-badgrade-count
004830        move rident in dclxaemployeedetail to ws-rident-disp
004840        move space to ws-report-line
004850        string 'BADGRADE rident=' ws-rident-disp
004860               ' paygrade=' paygrade in dclxaemployeedetail
004870               ' not on XaPayGrade'
004880               delimited by size into ws-report-line
004890        perform WriteReportLine
004900        perform FetchC5
004910        end-perform.
004920
004930     Move sqlcode   to wsSqlCode.
004940     Exec sql close c5 end-exec.
004950     Move wsSqlCode to sqlcode.
004960
004970 CheckPaygrade-Exit.
004980     Exit.
004990
005000******************************************************************
005010*    CheckPendGone - pending rows that XAPND01 can only fail:    *
005020*                    the rident was deleted, merged away (the    *
005030*                    survivor is shown) or erased. A scheduled   *
005040*                    INSERT has no row yet and is left alone     *
005050******************************************************************
005060 CheckPendGone section.
005070
005080     move 'Open'           to db2-funk.
005090     move 'XaEmployeePend' to db2-tablename.
005100     move 06               to db2-kald-nr.
005110
005120     Exec sql declare c6 cursor for
005130          select p.rident
005140                ,p.functioncode
005150                ,char(p.effdate, iso)
005160                ,coalesce(e.statuscode, ' ')
005170                ,coalesce(x.newrident, 0)
005180            from xaemployeepend p
005190            left outer join xaemployee e
005200              on e.rident = p.rident
005210            left outer join xaemployeexref x
005220              on x.oldrident = p.rident
005230            where p.statuscode    = 'P'
005240              and p.functioncode <> 'INSERT'
005250              and (e.rident is null
005260                   or e.statuscode in ('D', 'X'))
005270            order by p.rident, p.effdate
005280            end-exec.
005290
005300     Exec sql open c6 end-exec.
005310
005320     if sqlcode not = zero
005330        perform dsntiar-log
005340        move +12 to returncc
005350        go to CheckPendGone-Exit.
005360
005370     perform FetchC6.
005380
005390     perform until sqlcode not = zero
005400        add +1 to ws-pendgone-count
005410        evaluate ws-pend-status
005420           when 'D'
005430              move 'rident was deleted' to ws-gone-reason
005440           when 'X'
005450              move 'rident was merged into' to ws-gone-reason
005460           when other
005470              move 'rident no longer exists' to ws-gone-reason
005480        end-evaluate
005490        move rident in dclxaemployeepend to ws-rident-disp
005500        move space to ws-report-line
005510        if ws-pend-status = 'X'
005520           move ws-pend-survivor to ws-rident-disp2
005530           string 'PENDGONE rident=' ws-rident-disp
005540                  ' function=' functioncode in dclxaemployeepend
005550                  ' effdate=' effdate in dclxaemployeepend
005560                  ' ' delimited by size
005565                  ws-gone-reason delimited by '  '
005570                  ' ' ws-rident-disp2 delimited by size
005580                  into ws-report-line
005590        else
005600           string 'PENDGONE rident=' ws-rident-disp
005610                  ' function=' functioncode in dclxaemployeepend
005620                  ' effdate=' effdate in dclxaemployeepend
005630                  ' ' ws-gone-reason
005640                  delimited by size into ws-report-line
005650        end-if
005660        perform WriteReportLine
005670        perform FetchC6
005680        end-perform.
005690
005700     Move sqlcode   to wsSqlCode.
005710     Exec sql close c6 end-exec.
005720     Move wsSqlCode to sqlcode.
005730
005740 CheckPendGone-Exit.
005750     Exit.
005760
005770******************************************************************
005780*    CheckDuplicateCpr - every pair of live ridents sharing a    *
005790*                        cprnr, lower rident first; each pair    *
005800*                        also goes to the merge-candidate file   *
005810******************************************************************
005820 CheckDuplicateCpr section.
005830
005840     move 'Open'       to db2-funk.
005850     move 'XaEmployee' to db2-tablename.
005860     move 07           to db2-kald-nr.
005870
005880     Exec sql declare c7 cursor for
005890          select a.cprnr
005900                ,a.rident
005910                ,a.firstname
005920                ,a.lastname
005930                ,a.statuscode
005940                ,a.tstmp
005950                ,b.rident
005960                ,b.firstname
005970                ,b.lastname
005980                ,b.statuscode
005990                ,b.tstmp
006000            from xaemployee a
006010                ,xaemployee b
006020            where b.cprnr  = a.cprnr
006030              and b.rident > a.rident
006040              and a.statuscode not in ('D', 'X')
006050              and b.statuscode not in ('D', 'X')
006060            order by a.cprnr, a.rident, b.rident
006070            end-exec.
006080
006090     Exec sql open c7 end-exec.
006100
006110     if sqlcode not = zero
006120        perform dsntiar-log
006130        move +12 to returncc
006140        go to CheckDuplicateCpr-Exit.
006150
006160     perform FetchC7.
006170
006180     perform until sqlcode not = zero
006190        add +1 to ws-dupcpr-count
006200        move ws-dup-a-rident to ws-rident-disp
006210        move ws-dup-b-rident to ws-rident-disp2
006220        move space to ws-report-line
006230        string 'DUPCPR   cprnr=' ws-dup-cprnr
006240               ' rident=' ws-rident-disp
006250               ' and rident=' ws-rident-disp2
006260               ' are both live'
006270               delimited by size into ws-report-line
006280        perform WriteReportLine
006290        perform WriteMergeCandidate
006300        perform FetchC7
006310        end-perform.
006320
006330     Move sqlcode   to wsSqlCode.
006340     Exec sql close c7 end-exec.
006350     Move wsSqlCode to sqlcode.
006360
006370 CheckDuplicateCpr-Exit.
006380     Exit.
006390
006400******************************************************************
006410*    WriteMergeCandidate - one pair to the merge-candidate file  *
006420******************************************************************
006430 WriteMergeCandidate section.
006440
006450     move ws-dup-cprnr       to XADQSMRG-CPRNR.
006460     move ws-dup-a-rident    to XADQSMRG-RIDENT-A.
006470     move ws-dup-a-firstname to XADQSMRG-FIRSTNAME-A.
006480     move ws-dup-a-lastname  to XADQSMRG-LASTNAME-A.
006490     move ws-dup-a-status    to XADQSMRG-STATUS-A.
006500     move ws-dup-a-tstmp     to XADQSMRG-TSTMP-A.
006510     move ws-dup-b-rident    to XADQSMRG-RIDENT-B.
006520     move ws-dup-b-firstname to XADQSMRG-FIRSTNAME-B.
006530     move ws-dup-b-lastname  to XADQSMRG-LASTNAME-B.
006540     move ws-dup-b-status    to XADQSMRG-STATUS-B.
006550     move ws-dup-b-tstmp     to XADQSMRG-TSTMP-B.
006560
006570     write XADQSMRG-RECORD.
006580
006590     if ws-dqsmrg-status not = '00'
006600        display 'XADQS01 Error: XADQSMRG write status '
006610                ws-dqsmrg-status
006620        move +16 to returncc
006630     end-if.
006640
006650******************************************************************
006660*    WriteSummary - one count per category and the overall total *
006670******************************************************************
006680 WriteSummary section.
006690
006700     compute ws-finding-total = ws-badcpr-count
006710                              + ws-nodetail-count
006720                              + ws-orphdet-count
006730                              + ws-baddept-count
006740                              + ws-badgrade-count
006750                              + ws-pendgone-count
006760                              + ws-dupcpr-count.
006770
006780     move space to ws-report-line.
006790     string 'XADQS01 Summary per category'
006800             delimited by size into ws-report-line.
006810     perform WriteReportLine.
006820
006830     move ws-badcpr-count to ws-count-disp.
006840     move space to ws-report-line.
006850     string 'BADCPR   cprnr fails modulus-11 check : '
006860             ws-count-disp
006870             delimited by size into ws-report-line.
006880     perform WriteReportLine.
006890
006900     move ws-nodetail-count to ws-count-disp.
006910     move space to ws-report-line.
006920     string 'NODETAIL live row without detail     : '
006930             ws-count-disp
006940             delimited by size into ws-report-line.
006950     perform WriteReportLine.
006960
006970     move ws-orphdet-count to ws-count-disp.
006980     move space to ws-report-line.
006990     string 'ORPHDET  detail without XaEmployee   : '
007000             ws-count-disp
007010             delimited by size into ws-report-line.
007020     perform WriteReportLine.
007030
007040     move ws-baddept-count to ws-count-disp.
007050     move space to ws-report-line.
007060     string 'BADDEPT  deptcode not on XaDeptCode  : '
007070             ws-count-disp
007080             delimited by size into ws-report-line.
007090     perform WriteReportLine.
007100
007110     move ws-badgrade-count to ws-count-disp.
007120     move space to ws-report-line.
007130     string 'BADGRADE paygrade not on XaPayGrade  : '
007140             ws-count-disp
007150             delimited by size into ws-report-line.
007160     perform WriteReportLine.
007170
007180     move ws-pendgone-count to ws-count-disp.
007190     move space to ws-report-line.
007200     string 'PENDGONE pending for a gone rident   : '
007210             ws-count-disp
007220             delimited by size into ws-report-line.
007230     perform WriteReportLine.
007240
007250     move ws-dupcpr-count to ws-count-disp.
007260     move space to ws-report-line.
007270     string 'DUPCPR   cprnr on two live ridents   : '
007280             ws-count-disp
007290             delimited by size into ws-report-line.
007300     perform WriteReportLine.
007310
007320     move ws-finding-total to ws-count-disp.
007330     move space to ws-report-line.
007340     string 'TOTAL    findings                    : '
007350             ws-count-disp
007360             delimited by size into ws-report-line.
007370     perform WriteReportLine.
007380
007390******************************************************************
007400*    WriteReportLine - one line to the exception report          *
007410******************************************************************
007420 WriteReportLine section.
007430
007440     write XADQSRPT-RECORD from ws-report-line.
007450
007460     if ws-dqsrpt-status not = '00'
007470        display 'XADQS01 Error: XADQSRPT write status '
007480                ws-dqsrpt-status
007490     end-if.
007500
007510******************************************************************
007520*    Afslutning
007530******************************************************************
007540 Afslutning section.
007550
007560     close XADQSRPT.
007570     close XADQSMRG.
007580
007590     display 'XADQS01 Findings           : ' ws-finding-total.
007600     display 'XADQS01 Merge candidates   : ' ws-dupcpr-count.
007610
007620     if returncc = zero and ws-finding-total > zero
007630        move +8 to returncc
007640     end-if.
007650
007660     display 'XADQS01 Ended with return-code: ' returncc.
007670
007680     move returncc to return-code.
007690
007700******************************************************************
007710*    fetch a row for the cprnr check
007720******************************************************************
007730 FetchC1 Section.
007740
007750     Exec sql fetch c1 into
007760          :dclxaemployee.rident
007770         ,:dclxaemployee.cprnr
007780         ,:dclxaemployee.statuscode
007790         end-exec.
007800
007810     if not (sqlcode = zero or +100)
007820        perform dsntiar-log
007830        move +12 to returncc.
007840
007850******************************************************************
007860*    fetch a live row without detail
007870******************************************************************
007880 FetchC2 Section.
007890
007900     Exec sql fetch c2 into
007910          :dclxaemployee.rident
007920         ,:dclxaemployee.statuscode
007930         end-exec.
007940
007950     if not (sqlcode = zero or +100)
007960        perform dsntiar-log
007970        move +12 to returncc.
007980
007990******************************************************************
008000*    fetch an orphan detail rident
008010******************************************************************
008020 FetchC3 Section.
008030
008040     Exec sql fetch c3 into
008050          :dclxaemployeedetail.rident
008060         end-exec.
008070
008080     if not (sqlcode = zero or +100)
008090        perform dsntiar-log
008100        move +12 to returncc.
008110
008120******************************************************************
008130*    fetch an unknown deptcode
008140******************************************************************
008150 FetchC4 Section.
008160
008170     Exec sql fetch c4 into
008180          :dclxaemployeedetail.rident
008190         ,:dclxaemployeedetail.deptcode
008200         end-exec.
008210
008220     if not (sqlcode = zero or +100)
008230        perform dsntiar-log
008240        move +12 to returncc.
008250
008260******************************************************************
008270*    fetch an unknown paygrade
008280******************************************************************
008290 FetchC5 Section.
008300
008310     Exec sql fetch c5 into
008320          :dclxaemployeedetail.rident
008330         ,:dclxaemployeedetail.paygrade
008340         end-exec.
008350
008360     if not (sqlcode = zero or +100)
008370        perform dsntiar-log
008380        move +12 to returncc.
008390
008400******************************************************************
008410*    fetch a pending row for a gone rident
008420******************************************************************
008430 FetchC6 Section.
008440
008450     Exec sql fetch c6 into
008460          :dclxaemployeepend.rident
008470         ,:dclxaemployeepend.functioncode
008480         ,:dclxaemployeepend.effdate
008490         ,:ws-pend-status
008500         ,:ws-pend-survivor
008510         end-exec.
008520
008530     if not (sqlcode = zero or +100)
008540        perform dsntiar-log
008550        move +12 to returncc.
008560
008570******************************************************************
008580*    fetch a duplicate-cprnr pair
008590******************************************************************
008600 FetchC7 Section.
008610
008620     Exec sql fetch c7 into
008630          :ws-dup-cprnr
008640         ,:ws-dup-a-rident
008650         ,:ws-dup-a-firstname
008660         ,:ws-dup-a-lastname
008670         ,:ws-dup-a-status
008680         ,:ws-dup-a-tstmp
008690         ,:ws-dup-b-rident
008700         ,:ws-dup-b-firstname
008710         ,:ws-dup-b-lastname
008720         ,:ws-dup-b-status
008730         ,:ws-dup-b-tstmp
008740         end-exec.
008750
008760     if not (sqlcode = zero or +100)
008770        perform dsntiar-log
008780        move +12 to returncc.
008790
008800******************************************************************
008810*    Log sqlca error messages
008820******************************************************************
008830 dsntiar-log section.
008840
008850     move +78   to db2-logical-msgl.
008860     move +780  to db2-message-length.
008870     move space to db2-tiar-msg-table.
008880
008890     Display 'Statement:' db2-kald-nr
008900             ' Function:' db2-funk
008910             ' Table:'    db2-tablename.
008920
008930     Call 'dsntiar' using sqlca
008940                        db2-message-areal
008950                        db2-logical-msgl
008960          on exception
008970             move sqlcode to dsntiar-sqlcode
008980             display 'XADQS01 Error: Unable to call DSNTIAR'
008990             display 'Sqlcode: ' dsntiar-sqlcode
009000             display 'Sqlca  :'
009010             display sqlca
009020             end-call
009030
009040     perform varying tally from +1 by +1 until tally > +10
009050        if db2-tiar-msgs (tally) not = space
009060           Display db2-tiar-msgs (tally)
009070           end-if
009080        end-perform
009090     .
