000010 process sql, nodynam, noseq, test
000020 identification division.
000030 program-id.    XARPT03.
000040 author.        Xact Consulting A/S.
000050******************************************************************
000060* XARPT03 - Department headcount, pay grade and tenure report    *
000070* Counts the live employees (statuscode not D or X) per          *
000080* department from XaEmployee and XaEmployeeDetail, with the      *
000090* headcount per pay grade under its GRADEDESC text from          *
000100* XaPayGrade and the department name from XaDeptCode. Tenure is  *
000110* banded from HIREDATE as at the end of the reporting period.    *
000120* Joiners (an O state created in the period) and leavers (a D    *
000130* state set in the period) are taken from XaEmployee and the     *
000140* before-images on XaEmployeeHist and placed in the department   *
000150* on the employee's detail segment. Each department closes with  *
000160* a subtotal and the report with a company total; the same       *
000170* figures are written semicolon-separated to XAHCCSV for the     *
000180* finance spreadsheet. The period is read from XAHCPRM; with no  *
000190* card it is the previous calendar month. Live employees on a    *
000200* department or pay grade missing from the reference tables are  *
000210* still counted, flagged, and end the job with RC=4.             *
000220* Xact Consulting A/S                                            *
000230* Arnold Nielsens Boulevard 68A                                  *
000240* DK-2650 Hvidovre, Denmark                                      *
000250******************************************************************
000260 environment    division.
000270 configuration  section.
000280 special-names.
000290 input-output   section.
000300 file-control.
000310
000320     select XAHCPRM  assign to XAHCPRM
000330            organization is sequential
000340            file status  is ws-hcprm-status.
000350
000360     select XAHCRPT  assign to XAHCRPT
000370            organization is sequential
000380            file status  is ws-hcrpt-status.
000390
000400     select XAHCCSV  assign to XAHCCSV
000410            organization is sequential
000420            file status  is ws-hccsv-status.
000430
000440 data division.
000450 file section.
000460
000470 FD  XAHCPRM
000480     label records are standard.
000490 01  XAHCPRM-RECORD.
000500     03 XAHCPRM-FROM-DATE        pic x(10).
000510     03 filler                   pic x(01).
000520     03 XAHCPRM-TO-DATE          pic x(10).
000530     03 filler                   pic x(59).
000540
000550 FD  XAHCRPT
000560     label records are standard.
000570 01  XAHCRPT-RECORD              pic x(160).
000580
000590 FD  XAHCCSV
000600     label records are standard.
000610 01  XAHCCSV-RECORD              pic x(120).
000620
000630 working-storage section.
000640
000650 01  Dsntiar-areal.
000660     03 dsntiar               pic x(08)      value 'DSNTIAR'.
000670     03 dsntiar-sqlcode       pic ++++9      value zero.
000680     03 db2-logical-msgl      pic s9(8) comp value +78.
000690
000700 01  db2-message-areal.
000710     03 db2-message-length    pic s9(4) comp value +780.
000720     03 db2-tiar-msg-table.
000730        05 db2-tiar-msgs      pic x(78) occurs 10.
000740
000750 01  db2-log-data.
000760     03 db2-abend             pic ++++9  value zero.
000770     03 db2-funk              pic x(08)  value space.
000780     03 db2-kald-nr           pic x(02)  value space.
000790     03 db2-tablename         pic x(32)  value space.
000800     03 returncc              pic s9(4)  value zero comp.
000810     03 wsSqlCode             pic s9(9)  value zero comp-5.
000820     03 debug-data            pic x(256) value space.
000830
000840 01  ws-file-status.
000850     03 ws-hcprm-status       pic x(02)  value space.
000860     03 ws-hcrpt-status       pic x(02)  value space.
000870     03 ws-hccsv-status       pic x(02)  value space.
000880
000890 01  ws-control-data.
000900     03 ws-prm-eof-flag       pic x(01)  value 'N'.
000910     03 ws-c1-eof-flag        pic x(01)  value 'N'.
000920     03 ws-c2-eof-flag        pic x(01)  value 'N'.
000930     03 ws-report-line        pic x(160) value space.
000940     03 ws-csv-line           pic x(120) value space.
000950     03 ws-count-disp         pic z(8)9.
000960     03 ws-dept-disp          pic z(4)9.
000970     03 ws-csv-count          pic 9(09).
000980     03 ws-unknown-ref-count  pic s9(9)  value zero comp.
000990     03 ws-no-detail-count    pic s9(9)  value zero comp.
001000
001010 01  ws-window-data.
001020     03 ws-from-date          pic x(10)  value space.
001030     03 ws-to-date            pic x(10)  value space.
001040     03 ws-from-tstmp         pic x(26)  value space.
001050     03 ws-to-tstmp           pic x(26)  value space.
001060
001070*    Current row of the live-employee cursor and of the
001080*    joiner/leaver cursor; at end of cursor the key is set to
001090*    high-values so the department merge runs the other dry
001100 01  ws-employee-row.
001110     03 ws-emp-deptcode       pic x(04)  value space.
001120     03 ws-emp-deptname       pic x(30)  value space.
001130     03 ws-emp-dept-known     pic x(01)  value space.
001140     03 ws-emp-paygrade       pic x(02)  value space.
001150     03 ws-emp-gradedesc      pic x(30)  value space.
001160     03 ws-emp-grade-known    pic x(01)  value space.
001170     03 ws-emp-tenure         pic s9(9)  value zero comp.
001180
001190 01  ws-movement-row.
001200     03 ws-mov-deptcode       pic x(04)  value space.
001210     03 ws-mov-deptname       pic x(30)  value space.
001220     03 ws-mov-joiners        pic s9(9)  value zero comp.
001230     03 ws-mov-leavers        pic s9(9)  value zero comp.
001240
001250 01  ws-break-data.
001260     03 ws-cur-deptcode       pic x(04)  value space.
001270     03 ws-cur-deptname       pic x(30)  value space.
001280     03 ws-cur-paygrade       pic x(02)  value space.
001290     03 ws-cur-gradedesc      pic x(30)  value space.
001300     03 ws-grade-count        pic s9(9)  value zero comp.
001310     03 ws-dept-headcount     pic s9(9)  value zero comp.
001320     03 ws-dept-joiners       pic s9(9)  value zero comp.
001330     03 ws-dept-leavers       pic s9(9)  value zero comp.
001340     03 ws-dept-count         pic s9(9)  value zero comp.
001350     03 ws-company-headcount  pic s9(9)  value zero comp.
001360     03 ws-company-joiners    pic s9(9)  value zero comp.
001370     03 ws-company-leavers    pic s9(9)  value zero comp.
001380
001390*    Tenure bands in whole years of service at the period end;
001400*    band 6 is a hire date after the period end
001410 01  ws-tenure-bands.
001420     03 ws-band-index         pic s9(4)  value zero comp.
001430     03 ws-band-names.
001440        05 filler             pic x(08)  value 'LT1     '.
001450        05 filler             pic x(08)  value '1-2     '.
001460        05 filler             pic x(08)  value '3-4     '.
001470        05 filler             pic x(08)  value '5-9     '.
001480        05 filler             pic x(08)  value '10+     '.
001490        05 filler             pic x(08)  value 'FUTURE  '.
001500     03 ws-band-name-tab redefines ws-band-names.
001510        05 ws-band-name       pic x(08)  occurs 6.
001520     03 ws-dept-band          pic s9(9)  comp occurs 6.
001530     03 ws-company-band       pic s9(9)  comp occurs 6.
001540
001550 01  ws-company-grades.
001560     03 ws-cgrade-max         pic s9(4)  value +100 comp.
001570     03 ws-cgrade-count       pic s9(4)  value zero comp.
001580     03 ws-cgrade-index       pic s9(4)  value zero comp.
001590     03 ws-cgrade-entry occurs 100.
001600        05 ws-cgrade-paygrade pic x(02).
001610        05 ws-cgrade-desc     pic x(30).
001620        05 ws-cgrade-count-n  pic s9(9)  comp.
001630
001640     exec sql include sqlca   end-exec.
001650     exec sql include xaempl  end-exec.
001660     exec sql include xaempld end-exec.
001670     exec sql include xaemplh end-exec.
001680     exec sql include xadept  end-exec.
001690     exec sql include xapaygr end-exec.
001700
001710 procedure division.
001720 xarpt03-main Section.
001730
001740     perform Initiering.
001750     perform Behandling.
001760     perform Afslutning.
001770     stop run.
001780
001790******************************************************************
001800*    Initiering
001810******************************************************************
001820 Initiering section.
001830
001840     display 'XARPT03 Started'.
001850
001860     perform ReadParameter.
001870
001880     open output XAHCRPT.
001890
001900     if ws-hcrpt-status not = '00'
001910        display 'XARPT03 Error: cannot open XAHCRPT, status '
001920                ws-hcrpt-status
001930        perform AbortRun
001940     end-if.
001950
001960     open output XAHCCSV.
001970
001980     if ws-hccsv-status not = '00'
001990        display 'XARPT03 Error: cannot open XAHCCSV, status '
002000                ws-hccsv-status
002010        close XAHCRPT
002020        perform AbortRun
002030     end-if.
002040
002050     move space to ws-report-line.
002060     string 'XARPT03 Department headcount, pay grade and tenure'
002070            ' - period from: ' ws-from-date ' to: ' ws-to-date
002080            delimited by size into ws-report-line.
002090     perform WriteReportLine.
002100
002110     move space to ws-csv-line.
002120     string 'RECTYPE;DEPTCODE;DEPTNAME;KEY;DESCRIPTION;COUNT;'
002130            ws-from-date ';' ws-to-date
002140            delimited by size into ws-csv-line.
002150     perform WriteCsvLine.
002160
002170     initialize ws-company-band (1) ws-company-band (2)
002180                ws-company-band (3) ws-company-band (4)
002190                ws-company-band (5) ws-company-band (6).
002200
002210******************************************************************
002220*    ReadParameter - reporting period from the XAHCPRM card;     *
002230*                    with no card the period is the previous     *
002240*                    calendar month, which suits the monthly     *
002250*                    schedule                                    *
002260******************************************************************
002270 ReadParameter section.
002280
002290     open input XAHCPRM.
002300
002310     if ws-hcprm-status not = '00'
002320        display 'XARPT03 Error: cannot open XAHCPRM, status '
002330                ws-hcprm-status
002340        perform AbortRun
002350     end-if.
002360
002370     read XAHCPRM
002380        at end move 'Y' to ws-prm-eof-flag
002390     end-read.
002400
002410     if ws-prm-eof-flag = 'N'
002420        move XAHCPRM-FROM-DATE to ws-from-date
002430        move XAHCPRM-TO-DATE   to ws-to-date
002440     end-if.
002450
002460     close XAHCPRM.
002470
002480     if ws-from-date = space and ws-to-date = space
002490        perform DefaultPeriod
002500     end-if.
002510
002520     if ws-from-date = space or ws-to-date = space
002530        display 'XARPT03 Error: both from/to dates are required'
002540        perform AbortRun
002550     end-if.
002560
002570     if ws-from-date > ws-to-date
002580        display 'XARPT03 Error: from-date is after to-date'
002590        perform AbortRun
002600     end-if.
002610
002620     string ws-from-date '-00.00.00.000000'
002630             delimited by size into ws-from-tstmp.
002640     string ws-to-date   '-24.00.00.000000'
002650             delimited by size into ws-to-tstmp.
002660
002670     display 'XARPT03 Period from: ' ws-from-date
002680             ' to: ' ws-to-date.
002690
002700******************************************************************
002710*    DefaultPeriod - first to last day of the previous month     *
002720******************************************************************
002730 DefaultPeriod section.
002740
002750     move 'Select'    to db2-funk.
002760     move 'Sysdummy1' to db2-tablename.
002770     move 01          to db2-kald-nr.
002780
002790     exec sql select char(current date
002800                        - (day(current date) - 1) days
002810                        - 1 month, iso)
002820                    ,char(current date
002830                        - day(current date) days, iso)
002840          into :ws-from-date
002850              ,:ws-to-date
002860          from sysibm.sysdummy1
002870          end-exec.
002880
002890     if sqlcode not = zero
002900        perform dsntiar-log
002910        perform AbortRun
002920     end-if.
002930
002940******************************************************************
002950*    AbortRun - stop the job when the parameters or the output   *
002960*               files are unusable                               *
002970******************************************************************
002980 AbortRun section.
002990
003000     move +16 to returncc.
003010     display 'XARPT03 Ended with return-code: ' returncc.
003020     move returncc to return-code.
003030     stop run.
003040
003050******************************************************************
003060*    Behandling - merge the live-employee cursor and the         *
003070*                 joiner/leaver cursor, both in department order *
003080******************************************************************
003090 Behandling section.
003100
003110     move 'Open'       to db2-funk.
003120     move 'XaEmployee' to db2-tablename.
003130     move 02           to db2-kald-nr.
003140
003150     Exec sql declare c1 cursor for
003160          select d.deptcode
003170                ,coalesce(c.deptname,
003180                         '*** not on XaDeptCode ***')
003190                ,case when c.deptcode is null then 'N'
003200                      else 'Y' end
003210                ,d.paygrade
003220                ,coalesce(p.gradedesc,
003230                         '*** not on XaPayGrade ***')
003240                ,case when p.paygrade is null then 'N'
003250                      else 'Y' end
003260                ,case when d.hiredate > date(:ws-to-date) then -1
003270                      else year(date(:ws-to-date) - d.hiredate)
003280                      end
003290            from xaemployee e
003300                 inner join xaemployeedetail d
003310                    on d.rident = e.rident
003320                 left outer join xadeptcode c
003330                    on c.deptcode = d.deptcode
003340                 left outer join xapaygrade p
003350                    on p.paygrade = d.paygrade
003360            where e.statuscode <> 'D'
003370              and e.statuscode <> 'X'
003380            order by d.deptcode, d.paygrade
003390            end-exec.
003400
003410     Exec sql open c1 end-exec.
003420
003430     if sqlcode not = zero
003440        perform dsntiar-log
003450        move +12 to returncc
003460        go to Behandling-Exit.
003470
003480     move 'Open'           to db2-funk.
003490     move 'XaEmployeeHist' to db2-tablename.
003500     move 04               to db2-kald-nr.
003510
003520*    A joiner is the O state created in the period, a leaver
003530*    the D state set in the period; either may be the current
003540*    row or a before-image, so both tables are read and UNION
003550*    removes the pairs seen in both
003560     Exec sql declare c2 cursor for
003570          select coalesce(d.deptcode, '    ')
003580                ,coalesce(c.deptname, '*** not on XaDeptCode ***')
003590                ,sum(case when m.movetype = 'J' then 1
003600                          else 0 end)
003610                ,sum(case when m.movetype = 'L' then 1
003620                          else 0 end)
003630            from (select rident, tstmp, 'J' as movetype
003640                    from xaemployee
003650                    where statuscode = 'O'
003660                      and tstmp between :ws-from-tstmp
003670                                    and :ws-to-tstmp
003680                  union
003690                  select rident, tstmp, 'J'
003700                    from xaemployeehist
003710                    where statuscode = 'O'
003720                      and tstmp between :ws-from-tstmp
003730                                    and :ws-to-tstmp
003740                  union
003750                  select rident, tstmp, 'L'
003760                    from xaemployee
003770                    where statuscode = 'D'
003780                      and tstmp between :ws-from-tstmp
003790                                    and :ws-to-tstmp
003800                  union
003810                  select rident, tstmp, 'L'
003820                    from xaemployeehist
003830                    where statuscode = 'D'
003840                      and tstmp between :ws-from-tstmp
003850                                    and :ws-to-tstmp) m
003860                 left outer join xaemployeedetail d
003870                    on d.rident = m.rident
003880                 left outer join xadeptcode c
003890                    on c.deptcode = d.deptcode
003900            group by coalesce(d.deptcode, '    ')
003910                    ,coalesce(c.deptname,
003920                              '*** not on XaDeptCode ***')
003930            order by 1
003940            end-exec.
003950
003960     Exec sql open c2 end-exec.
003970
003980     if sqlcode not = zero
003990        perform dsntiar-log
004000        move +12 to returncc
004010        go to Behandling-Close.
004020
004030     perform FetchC1.
004040     if returncc = zero
004050        perform FetchC2
004060     end-if.
004070
004080     perform until returncc not = zero
004090                or (ws-c1-eof-flag = 'Y' and ws-c2-eof-flag = 'Y')
004100        perform ReportDepartment
004110        end-perform.
004120
004130     Move sqlcode   to wsSqlCode.
004140     Exec sql close c2 end-exec.
004150     Move wsSqlCode to sqlcode.
004160
004170 Behandling-Close.
004180     Move sqlcode   to wsSqlCode.
004190     Exec sql close c1 end-exec.
004200     Move wsSqlCode to sqlcode.
004210
004220     if returncc = zero
004230        perform CountNoDetail
004240     end-if.
004250
004260 Behandling-Exit.
004270     Exit.
004280
004290******************************************************************
004300*    ReportDepartment - the lower of the two cursor keys is the  *
004310*                       next department; its pay grade lines,    *
004320*                       tenure bands, joiners/leavers and        *
004330*                       subtotal                                 *
004340******************************************************************
004350 ReportDepartment section.
004360
004370     if ws-emp-deptcode not > ws-mov-deptcode
004380        move ws-emp-deptcode to ws-cur-deptcode
004390        move ws-emp-deptname to ws-cur-deptname
004400     else
004410        move ws-mov-deptcode to ws-cur-deptcode
004420        move ws-mov-deptname to ws-cur-deptname
004430     end-if.
004440
004450     add +1 to ws-dept-count.
004460     move zero to ws-dept-headcount ws-dept-joiners
004470                  ws-dept-leavers.
004480     perform varying ws-band-index from +1 by +1
004490             until ws-band-index > +6
004500        move zero to ws-dept-band (ws-band-index)
004510        end-perform.
004520
004530     move space to ws-report-line.
004540     perform WriteReportLine.
004550     move space to ws-report-line.
004560     string 'DEPT     ' ws-cur-deptcode ' ' ws-cur-deptname
004570            delimited by size into ws-report-line.
004580     perform WriteReportLine.
004590
004600     perform until returncc not = zero
004610                or ws-c1-eof-flag = 'Y'
004620                or ws-emp-deptcode not = ws-cur-deptcode
004630        perform ReportPayGrade
004640        end-perform.
004650
004660     if returncc not = zero
004670        go to ReportDepartment-Exit.
004680
004690     if ws-c2-eof-flag not = 'Y'
004700        and ws-mov-deptcode = ws-cur-deptcode
004710        move ws-mov-joiners to ws-dept-joiners
004720        move ws-mov-leavers to ws-dept-leavers
004730        perform FetchC2
004740     end-if.
004750
004760     perform varying ws-band-index from +1 by +1
004770             until ws-band-index > +6
004780        move ws-dept-band (ws-band-index) to ws-count-disp
004790        move space to ws-report-line
004800        string '  TENURE ' ws-band-name (ws-band-index)
004810               '                         headcount '
004820               ws-count-disp
004830               delimited by size into ws-report-line
004840        perform WriteReportLine
004870        move ws-dept-band (ws-band-index) to ws-csv-count
004880        perform WriteDeptCsv
004890        add ws-dept-band (ws-band-index)
004900          to ws-company-band (ws-band-index)
004910        end-perform.
004920
004930     move ws-dept-joiners to ws-count-disp.
004940     move space to ws-report-line.
004950     string '  JOINERS in period                       count '
004960            ws-count-disp
004970            delimited by size into ws-report-line.
004980     perform WriteReportLine.
004990     move ws-dept-joiners to ws-csv-count.
005000     move space to ws-csv-line.
005010     string 'MOVEMENT;' ws-cur-deptcode ';'
005020            function trim(ws-cur-deptname) ';JOINERS;;'
005030            ws-csv-count
005040            delimited by size into ws-csv-line.
005050     perform WriteCsvLine.
005060
005070     move ws-dept-leavers to ws-count-disp.
005080     move space to ws-report-line.
005090     string '  LEAVERS in period                       count '
005100            ws-count-disp
005110            delimited by size into ws-report-line.
005120     perform WriteReportLine.
005130     move ws-dept-leavers to ws-csv-count.
005140     move space to ws-csv-line.
005150     string 'MOVEMENT;' ws-cur-deptcode ';'
005160            function trim(ws-cur-deptname) ';LEAVERS;;'
005170            ws-csv-count
005180            delimited by size into ws-csv-line.
005190     perform WriteCsvLine.
005200
005210     move ws-dept-headcount to ws-count-disp.
005220     move space to ws-report-line.
005230     string 'SUBTOTAL ' ws-cur-deptcode
005240            '                                headcount '
005250            ws-count-disp
005260            delimited by size into ws-report-line.
005270     perform WriteReportLine.
005280     move ws-dept-headcount to ws-csv-count.
005290     move space to ws-csv-line.
005300     string 'SUBTOTAL;' ws-cur-deptcode ';'
005310            function trim(ws-cur-deptname) ';;;'
005320            ws-csv-count
005330            delimited by size into ws-csv-line.
005340     perform WriteCsvLine.
005350
005360     add ws-dept-headcount to ws-company-headcount.
005370     add ws-dept-joiners   to ws-company-joiners.
005380     add ws-dept-leavers   to ws-company-leavers.
005390
005400 ReportDepartment-Exit.
005410     Exit.
005420
005430******************************************************************
005440*    ReportPayGrade - count the live employees of one pay grade  *
005450*                     within the current department              *
005460******************************************************************
005470 ReportPayGrade section.
005480
005490     move ws-emp-paygrade  to ws-cur-paygrade.
005500     move ws-emp-gradedesc to ws-cur-gradedesc.
005510     move zero to ws-grade-count.
005520
005530     perform until returncc not = zero
005540                or ws-c1-eof-flag = 'Y'
005550                or ws-emp-deptcode  not = ws-cur-deptcode
005560                or ws-emp-paygrade  not = ws-cur-paygrade
005570        perform CountEmployee
005580        perform FetchC1
005590        end-perform.
005600
005610     move ws-grade-count to ws-count-disp.
005620     move space to ws-report-line.
005630     string '  GRADE  ' ws-cur-paygrade ' ' ws-cur-gradedesc
005640            '    headcount ' ws-count-disp
005650            delimited by size into ws-report-line.
005660     perform WriteReportLine.
005670
005680     move space to ws-csv-line.
005690     move ws-grade-count to ws-csv-count.
005700     string 'GRADE;' ws-cur-deptcode ';'
005710            function trim(ws-cur-deptname) ';'
005720            ws-cur-paygrade ';'
005730            function trim(ws-cur-gradedesc) ';'
005740            ws-csv-count
005750            delimited by size into ws-csv-line.
005760     perform WriteCsvLine.
005770
005780     perform AddCompanyGrade.
005790
005800******************************************************************
005810*    CountEmployee - headcount, tenure band and reference check  *
005820*                    for one live employee                       *
005830******************************************************************
005840 CountEmployee section.
005850
005860     add +1 to ws-grade-count.
005870     add +1 to ws-dept-headcount.
005880
005890     evaluate true
005900        when ws-emp-tenure < 0
005910           move +6 to ws-band-index
005920        when ws-emp-tenure < 1
005930           move +1 to ws-band-index
005940        when ws-emp-tenure < 3
005950           move +2 to ws-band-index
005960        when ws-emp-tenure < 5
005970           move +3 to ws-band-index
005980        when ws-emp-tenure < 10
005990           move +4 to ws-band-index
006000        when other
006010           move +5 to ws-band-index
006020     end-evaluate.
006030
006040     add +1 to ws-dept-band (ws-band-index).
006050
006060     if ws-emp-dept-known = 'N' or ws-emp-grade-known = 'N'
006070        add +1 to ws-unknown-ref-count
006080     end-if.
006090
006100******************************************************************
006110*    AddCompanyGrade - carry the pay grade count to the company  *
006120*                      totals                                    *
006130******************************************************************
006140 AddCompanyGrade section.
006150
006160     perform varying ws-cgrade-index from +1 by +1
006170             until ws-cgrade-index > ws-cgrade-count
006180             or ws-cgrade-paygrade (ws-cgrade-index)
006190                                             = ws-cur-paygrade
006200        continue
006210        end-perform.
006220
006230     if ws-cgrade-index not > ws-cgrade-count
006240        add ws-grade-count to ws-cgrade-count-n (ws-cgrade-index)
006250     else
006260        if ws-cgrade-count < ws-cgrade-max
006270           add +1 to ws-cgrade-count
006280           move ws-cur-paygrade
006290             to ws-cgrade-paygrade (ws-cgrade-count)
006300           move ws-cur-gradedesc
006310             to ws-cgrade-desc (ws-cgrade-count)
006320           move ws-grade-count
006330             to ws-cgrade-count-n (ws-cgrade-count)
006340        else
006350           display 'XARPT03 Warning: more than ' ws-cgrade-max
006360                   ' pay grades, grade ' ws-cur-paygrade
006370                   ' left out of the company grade totals'
006380        end-if
006390     end-if.
006400
006410******************************************************************
006420*    CountNoDetail - live employees without a detail segment     *
006430*                    cannot be placed in a department            *
006440******************************************************************
006450 CountNoDetail section.
006460
006470     move 'Select'     to db2-funk.
006480     move 'XaEmployee' to db2-tablename.
006490     move 06           to db2-kald-nr.
006500
006510     Exec sql select count(*)
006520          into :ws-no-detail-count
006530          from xaemployee e
006540          where e.statuscode <> 'D'
006550            and e.statuscode <> 'X'
006560            and not exists
006570                (select 1
006580                   from xaemployeedetail d
006590                   where d.rident = e.rident)
006600          end-exec.
006610
006620     if sqlcode not = zero
006630        perform dsntiar-log
006640        move +12 to returncc
006650     end-if.
006660
006670******************************************************************
006680*    WriteDeptCsv - tenure line of the machine-readable copy     *
006690******************************************************************
006700 WriteDeptCsv section.
006710
006720     move space to ws-csv-line.
006730     string 'TENURE;' ws-cur-deptcode ';'
006740            function trim(ws-cur-deptname) ';'
006750            function trim(ws-band-name (ws-band-index)) ';;'
006760            ws-csv-count
006770            delimited by size into ws-csv-line.
006780     perform WriteCsvLine.
006790
006800******************************************************************
006810*    WriteReportLine - one line to the printed report            *
006820******************************************************************
006830 WriteReportLine section.
006840
006850     write XAHCRPT-RECORD from ws-report-line.
006860
006870     if ws-hcrpt-status not = '00'
006880        display 'XARPT03 Error: XAHCRPT write status '
006890                ws-hcrpt-status
006900        move +16 to returncc
006910     end-if.
006920
006930******************************************************************
006940*    WriteCsvLine - one line to the machine-readable copy        *
006950******************************************************************
006960 WriteCsvLine section.
006970
006980     write XAHCCSV-RECORD from ws-csv-line.
006990
007000     if ws-hccsv-status not = '00'
007010        display 'XARPT03 Error: XAHCCSV write status '
007020                ws-hccsv-status
007030        move +16 to returncc
007040     end-if.
007050
007060******************************************************************
007070*    Afslutning - company totals                                 *
007080******************************************************************
007090 Afslutning section.
007100
007110     if returncc not = zero
007120        go to Afslutning-Close.
007130
007140     move space to ws-report-line.
007150     perform WriteReportLine.
007160     move space to ws-report-line.
007170     string 'COMPANY  total'
007180            delimited by size into ws-report-line.
007190     perform WriteReportLine.
007200
007210     perform varying ws-cgrade-index from +1 by +1
007220             until ws-cgrade-index > ws-cgrade-count
007230        move ws-cgrade-count-n (ws-cgrade-index) to ws-count-disp
007240        move space to ws-report-line
007250        string '  GRADE  ' ws-cgrade-paygrade (ws-cgrade-index)
007260               ' ' ws-cgrade-desc (ws-cgrade-index)
007270               '    headcount ' ws-count-disp
007280               delimited by size into ws-report-line
007290        perform WriteReportLine
007300        move ws-cgrade-count-n (ws-cgrade-index) to ws-csv-count
007310        move space to ws-csv-line
007320        string 'GRADE;*;COMPANY;'
007330               ws-cgrade-paygrade (ws-cgrade-index) ';'
007340               function trim(ws-cgrade-desc (ws-cgrade-index))
007350               ';' ws-csv-count
007360               delimited by size into ws-csv-line
007370        perform WriteCsvLine
007380        end-perform.
007390
007400     perform varying ws-band-index from +1 by +1
007410             until ws-band-index > +6
007420        move ws-company-band (ws-band-index) to ws-count-disp
007430        move space to ws-report-line
007440        string '  TENURE ' ws-band-name (ws-band-index)
007450               '                         headcount '
007460               ws-count-disp
007470               delimited by size into ws-report-line
007480        perform WriteReportLine
007490        move ws-company-band (ws-band-index) to ws-csv-count
007500        move space to ws-csv-line
007510        string 'TENURE;*;COMPANY;'
007520               function trim(ws-band-name (ws-band-index)) ';;'
007530               ws-csv-count
007540               delimited by size into ws-csv-line
007550        perform WriteCsvLine
007560        end-perform.
007570
007580     move ws-company-joiners to ws-count-disp.
007590     move space to ws-report-line.
007600     string '  JOINERS in period                       count '
007610            ws-count-disp
007620            delimited by size into ws-report-line.
007630     perform WriteReportLine.
007640     move ws-company-joiners to ws-csv-count.
007650     move space to ws-csv-line.
007660     string 'MOVEMENT;*;COMPANY;JOINERS;;' ws-csv-count
007670            delimited by size into ws-csv-line.
007680     perform WriteCsvLine.
007690
007700     move ws-company-leavers to ws-count-disp.
007710     move space to ws-report-line.
007720     string '  LEAVERS in period                       count '
007730            ws-count-disp
007740            delimited by size into ws-report-line.
007750     perform WriteReportLine.
007760     move ws-company-leavers to ws-csv-count.
007770     move space to ws-csv-line.
007780     string 'MOVEMENT;*;COMPANY;LEAVERS;;' ws-csv-count
007790            delimited by size into ws-csv-line.
007800     perform WriteCsvLine.
007810
007820     move ws-company-headcount to ws-count-disp.
007830     move space to ws-report-line.
007840     move ws-dept-count to ws-dept-disp.
007850     string 'TOTAL    departments: ' ws-dept-disp
007860            '             headcount ' ws-count-disp
007870            delimited by size into ws-report-line.
007880     perform WriteReportLine.
007890     move ws-company-headcount to ws-csv-count.
007900     move space to ws-csv-line.
007910     string 'TOTAL;*;COMPANY;;;' ws-csv-count
007920            delimited by size into ws-csv-line.
007930     perform WriteCsvLine.
007940
007950     if ws-no-detail-count > zero
007960        move ws-no-detail-count to ws-count-disp
007970        move space to ws-report-line
007980        string 'WARNING  live employees without detail segment,'
007990               ' not counted: ' ws-count-disp
008000               delimited by size into ws-report-line
008010        perform WriteReportLine
008020        move +4 to returncc
008030     end-if.
008040
008050     if ws-unknown-ref-count > zero
008060        move ws-unknown-ref-count to ws-count-disp
008070        move space to ws-report-line
008080        string 'WARNING  live employees on a department or pay '
008090               'grade not on the reference tables: '
008100               ws-count-disp
008110               delimited by size into ws-report-line
008120        perform WriteReportLine
008130        move +4 to returncc
008140     end-if.
008150
008160 Afslutning-Close.
008170     close XAHCRPT.
008180     close XAHCCSV.
008190
008200     display 'XARPT03 Departments reported: ' ws-dept-count.
008210     display 'XARPT03 Live headcount      : '
008220             ws-company-headcount.
008230     display 'XARPT03 Ended with return-code: ' returncc.
008240
008250     move returncc to return-code.
008260
008270******************************************************************
008280*    fetch a live employee; high-values key at end of cursor
008290******************************************************************
008300 FetchC1 Section.
008310
008320     move 'Fetch' to db2-funk.
008330     move 03      to db2-kald-nr.
008340
008350     Exec sql fetch c1 into
008360          :ws-emp-deptcode
008370         ,:ws-emp-deptname
008380         ,:ws-emp-dept-known
008390         ,:ws-emp-paygrade
008400         ,:ws-emp-gradedesc
008410         ,:ws-emp-grade-known
008420         ,:ws-emp-tenure
008430         end-exec.
008440
008450     evaluate sqlcode
008460        when zero
008470           continue
008480        when +100
008490           move 'Y' to ws-c1-eof-flag
008500           move high-values to ws-emp-deptcode
008510        when other
008520           perform dsntiar-log
008530           move +12 to returncc
008540     end-evaluate.
008550
008560******************************************************************
008570*    fetch a department's joiners and leavers; high-values key
008580*    at end of cursor
008590******************************************************************
008600 FetchC2 Section.
008610
008620     move 'Fetch' to db2-funk.
008630     move 05      to db2-kald-nr.
008640
008650     Exec sql fetch c2 into
008660          :ws-mov-deptcode
008670         ,:ws-mov-deptname
008680         ,:ws-mov-joiners
008690         ,:ws-mov-leavers
008700         end-exec.
008710
008720     evaluate sqlcode
008730        when zero
008740           continue
008750        when +100
008760           move 'Y' to ws-c2-eof-flag
008770           move high-values to ws-mov-deptcode
008780        when other
008790           perform dsntiar-log
008800           move +12 to returncc
008810     end-evaluate.
008820
008830******************************************************************
008840*    Log sqlca error messages
008850******************************************************************
008860 dsntiar-log section.
008870
008880     move +78   to db2-logical-msgl.
008890     move +780  to db2-message-length.
008900     move space to db2-tiar-msg-table.
008910
008920     Display 'Statement:' db2-kald-nr
008930             ' Function:' db2-funk
008940             ' Table:'    db2-tablename.
008950
008960     Call 'dsntiar' using sqlca
008970                        db2-message-areal
008980                        db2-logical-msgl
008990          on exception
009000             move sqlcode to dsntiar-sqlcode
009010             display 'XARPT03 Error: Unable to call DSNTIAR'
009020             display 'Sqlcode: ' dsntiar-sqlcode
009030             display 'Sqlca  :'
009040             display sqlca
009050             end-call
009060
009070     perform varying tally from +1 by +1 until tally > +10
009080        if db2-tiar-msgs (tally) not = space
009090           Display db2-tiar-msgs (tally)
009100           end-if
009110        end-perform
009120     .
