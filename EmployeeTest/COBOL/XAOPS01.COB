000010 process sql, nodynam, noseq, test
000020 identification division.
000030 program-id.    XAOPS01.
000040 author.        Xact Consulting A/S.
000050******************************************************************
000060* XAOPS01 - Morning operations control report                    *
000070* One checklist on XAOPSRPT of everything that needs a look      *
000080* after the night's batch, instead of separate queries:          *
000090*   - XaBatchReg entries still open ('O') longer than the hours  *
000100*     on XAOPSPRM: stuck or abandoned XABATIN submissions        *
000110*   - nights in the look-back period with no XaExtractRun row,   *
000120*     and runs in the period with a non-zero RETCODE or flagged  *
000130*     as a rerun                                                 *
000140*   - XaEmployeePend rows failed ('F'), and pending ('P') rows   *
000150*     whose EFFDATE has passed without XAPND01 applying them     *
000160*   - the number of records waiting on the XAEXTRSD resend queue *
000170* A night runs from noon to noon, so an extract run after        *
000180* midnight counts for the evening before. Stuck batches, missing *
000190* nights, failed extracts and failed or overdue pend rows are    *
000200* alerts and end the job with RC=8 for the scheduler; reruns and *
000210* a non-empty resend queue are warnings (RC=4).                  *
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
000320     select XAOPSPRM assign to XAOPSPRM
000330            organization is sequential
000340            file status  is ws-opsprm-status.
000350
000360     select XAEXTRSD assign to XAEXTRSD
000370            organization is sequential
000380            file status  is ws-extrsd-status.
000390
000400     select XAOPSRPT assign to XAOPSRPT
000410            organization is sequential
000420            file status  is ws-opsrpt-status.
000430
000440 data division.
000450 file section.
000460
000470 FD  XAOPSPRM
000480     label records are standard.
000490 01  XAOPSPRM-RECORD.
000500     03 XAOPSPRM-OPEN-HOURS      pic x(03).
000510     03 filler                   pic x(01).
000520     03 XAOPSPRM-LOOKBACK-DAYS   pic x(03).
000530     03 filler                   pic x(73).
000540
000550 FD  XAEXTRSD
000560     label records are standard.
000570 01  XAEXTRSD-RECORD             pic x(116).
000580
000590 FD  XAOPSRPT
000600     label records are standard.
000610 01  XAOPSRPT-RECORD             pic x(160).
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
000850     03 ws-opsprm-status      pic x(02)  value space.
000860     03 ws-extrsd-status      pic x(02)  value space.
000870     03 ws-opsrpt-status      pic x(02)  value space.
000880
000890 01  ws-control-data.
000900     03 ws-prm-eof-flag       pic x(01)  value 'N'.
000910     03 ws-rsd-eof-flag       pic x(01)  value 'N'.
000920     03 ws-report-line        pic x(160) value space.
000930     03 ws-rident-disp        pic z(8)9.
000940     03 ws-count-disp         pic z(8)9.
000950     03 ws-retcode-disp       pic ---9.
000960     03 ws-section-count      pic s9(9)  value zero comp.
000970     03 ws-alert-count        pic s9(9)  value zero comp.
000980     03 ws-warning-count      pic s9(9)  value zero comp.
000990     03 ws-resend-count       pic s9(9)  value zero comp.
001000
001010 01  ws-threshold-data.
001020     03 ws-open-hours         pic s9(4)  value +12 comp.
001030     03 ws-lookback-days      pic s9(4)  value +7  comp.
001040     03 ws-hours-disp         pic zz9.
001050     03 ws-days-disp          pic zz9.
001060     03 ws-run-tstmp          pic x(26)  value space.
001070     03 ws-stuck-tstmp        pic x(26)  value space.
001080     03 ws-lookback-tstmp     pic x(26)  value space.
001090     03 ws-night-index        pic s9(4)  value zero comp.
001100     03 ws-night-date         pic x(10)  value space.
001110     03 ws-night-runs         pic s9(9)  value zero comp.
001120
001130     exec sql include sqlca   end-exec.
001140     exec sql include xabatrg end-exec.
001150     exec sql include xaextrn end-exec.
001160     exec sql include xaemplp end-exec.
001170
001180 procedure division.
001190 xaops01-main Section.
001200
001210     perform Initiering.
001220     perform Behandling.
001230     perform Afslutning.
001240     stop run.
001250
001260******************************************************************
001270*    Initiering
001280******************************************************************
001290 Initiering section.
001300
001310     display 'XAOPS01 Started'.
001320
001330     perform ReadParameter.
001340
001350     open output XAOPSRPT.
001360
001370     if ws-opsrpt-status not = '00'
001380        display 'XAOPS01 Error: cannot open XAOPSRPT, status '
001390                ws-opsrpt-status
001400        perform AbortRun
001410     end-if.
001420
001430     perform GetThresholds.
001440
001450     move space to ws-report-line.
001460     string 'XAOPS01 Morning operations control report - run at '
001470            ws-run-tstmp
001480            delimited by size into ws-report-line.
001490     perform WriteReportLine.
001500
001510******************************************************************
001520*    ReadParameter - open-hours limit for batch register entries *
001530*                    (default 12) and the look-back period in    *
001540*                    days for the extract run log (default 7);   *
001550*                    a dummy card takes both defaults            *
001560******************************************************************
001570 ReadParameter section.
001580
001590     open input XAOPSPRM.
001600
001610     if ws-opsprm-status not = '00'
001620        display 'XAOPS01 Error: cannot open XAOPSPRM, status '
001630                ws-opsprm-status
001640        perform AbortRun
001650     end-if.
001660
001670     read XAOPSPRM
001680        at end move 'Y' to ws-prm-eof-flag
001690     end-read.
001700
001710     if ws-prm-eof-flag = 'N'
001720        if XAOPSPRM-OPEN-HOURS not = space
001730           and XAOPSPRM-OPEN-HOURS not = '000'
001740           if XAOPSPRM-OPEN-HOURS not numeric
001750              display 'XAOPS01 Error: open hours not numeric: '
001760                      XAOPSPRM-OPEN-HOURS
001770              close XAOPSPRM
001780              perform AbortRun
001790           end-if
001800           move XAOPSPRM-OPEN-HOURS to ws-open-hours
001810        end-if
001820        if XAOPSPRM-LOOKBACK-DAYS not = space
001830           and XAOPSPRM-LOOKBACK-DAYS not = '000'
001840           if XAOPSPRM-LOOKBACK-DAYS not numeric
001850              display 'XAOPS01 Error: look-back days not '
001860                      'numeric: ' XAOPSPRM-LOOKBACK-DAYS
001870              close XAOPSPRM
001880              perform AbortRun
001890           end-if
001900           move XAOPSPRM-LOOKBACK-DAYS to ws-lookback-days
001910        end-if
001920     end-if.
001930
001940     close XAOPSPRM.
001950
001960     move ws-open-hours    to ws-hours-disp.
001970     move ws-lookback-days to ws-days-disp.
001980
001990     display 'XAOPS01 Open hours limit : ' ws-hours-disp.
002000     display 'XAOPS01 Look-back nights : ' ws-days-disp.
002010
002020******************************************************************
002030*    GetThresholds - run time, the open-since limit for the      *
002040*                    register and the start of the look-back     *
002050*                    period: noon on the oldest night's date     *
002060******************************************************************
002070 GetThresholds section.
002080
002090     move 'Select'    to db2-funk.
002100     move 'Sysdummy1' to db2-tablename.
002110     move 01          to db2-kald-nr.
002120
002130     Exec sql select char(current timestamp)
002140                    ,char(current timestamp
002150                        - :ws-open-hours hours)
002160                    ,char(timestamp(current date
002170                                  - :ws-lookback-days days,
002180                                    '12.00.00'))
002190          into :ws-run-tstmp
002200              ,:ws-stuck-tstmp
002210              ,:ws-lookback-tstmp
002220          from sysibm.sysdummy1
002230          end-exec.
002240
002250     if sqlcode not = zero
002260        perform dsntiar-log
002270        close XAOPSRPT
002280        perform AbortRun
002290     end-if.
002300
002310******************************************************************
002320*    AbortRun - stop the job when the parameters or the report   *
002330*               are unusable                                     *
002340******************************************************************
002350 AbortRun section.
002360
002370     move +16 to returncc.
002380     display 'XAOPS01 Ended with return-code: ' returncc.
002390     move returncc to return-code.
002400     stop run.
002410
002420******************************************************************
002430*    Behandling
002440******************************************************************
002450 Behandling section.
002460
002470     perform CheckBatchRegister.
002480
002490     if returncc = zero
002500        perform CheckExtractNights
002510     end-if.
002520
002530     if returncc = zero
002540        perform CheckExtractRuns
002550     end-if.
002560
002570     if returncc = zero
002580        perform CheckPendQueue
002590     end-if.
002600
002610     if returncc = zero
002620        perform CheckResendQueue
002630     end-if.
002640
002650******************************************************************
002660*    CheckBatchRegister - entries opened by XAPRE01 that XADB2BAT*
002670*                         has not closed within the hour limit   *
002680******************************************************************
002690 CheckBatchRegister section.
002700
002710     move space to ws-report-line.
002720     perform WriteReportLine.
002730     move space to ws-report-line.
002740     string 'XaBatchReg - entries still open after '
002750            ws-hours-disp ' hours'
002760            delimited by size into ws-report-line.
002770     perform WriteReportLine.
002780
002790     move zero to ws-section-count.
002800
002810     move 'Open'       to db2-funk.
002820     move 'XaBatchReg' to db2-tablename.
002830     move 02           to db2-kald-nr.
002840
002850     Exec sql declare c1 cursor for
002860          select origin
002870                ,credate
002880                ,regtstmp
002890            from xabatchreg
002900            where statuscode = 'O'
002910              and regtstmp   < :ws-stuck-tstmp
002920            order by regtstmp
002930            end-exec.
002940
002950     Exec sql open c1 end-exec.
002960
002970     if sqlcode not = zero
002980        perform dsntiar-log
002990        move +12 to returncc
003000        go to CheckBatchRegister-Exit.
003010
003020     perform FetchC1.
003030
003040     perform until sqlcode not = zero
003050                or returncc not = zero
003060        add +1 to ws-section-count
003070        add +1 to ws-alert-count
003080        move space to ws-report-line
003090        string '  ALERT  origin=' origin in dclxabatchreg
003100               ' credate=' credate in dclxabatchreg
003110               ' opened=' regtstmp in dclxabatchreg
003120               ' - stuck or abandoned'
003130               delimited by size into ws-report-line
003140        perform WriteReportLine
003150        perform FetchC1
003160        end-perform.
003170
003180     Move sqlcode   to wsSqlCode.
003190     Exec sql close c1 end-exec.
003200     Move wsSqlCode to sqlcode.
003210
003220     if ws-section-count = zero
003230        move '  OK     no open entries over the limit'
003240          to ws-report-line
003250        perform WriteReportLine
003260     end-if.
003270
003280 CheckBatchRegister-Exit.
003290     Exit.
003300
003310******************************************************************
003320*    CheckExtractNights - one XaExtractRun row expected for each *
003330*                         of the look-back nights, newest first  *
003340******************************************************************
003350 CheckExtractNights section.
003360
003370     move space to ws-report-line.
003380     perform WriteReportLine.
003390     move space to ws-report-line.
003400     string 'XaExtractRun - nights without a run, last '
003410            ws-days-disp ' nights'
003420            delimited by size into ws-report-line.
003430     perform WriteReportLine.
003440
003450     move zero to ws-section-count.
003460
003470     perform varying ws-night-index from +1 by +1
003480             until ws-night-index > ws-lookback-days
003490                or returncc not = zero
003500        perform CheckNight
003510        end-perform.
003520
003530     if returncc = zero and ws-section-count = zero
003540        move '  OK     an extract run for every night'
003550          to ws-report-line
003560        perform WriteReportLine
003570     end-if.
003580
003590******************************************************************
003600*    CheckNight - runs between noon on the night's date and noon *
003610*                 the day after                                  *
003620******************************************************************
003630 CheckNight section.
003640
003650     move 'Select'       to db2-funk.
003660     move 'XaExtractRun' to db2-tablename.
003670     move 03             to db2-kald-nr.
003680
003690     Exec sql select char(current date - :ws-night-index days,
003700                          iso)
003710          into :ws-night-date
003720          from sysibm.sysdummy1
003730          end-exec.
003740
003750     if sqlcode not = zero
003760        perform dsntiar-log
003770        move +12 to returncc
003780        go to CheckNight-Exit.
003790
003800     Exec sql select count(*)
003810          into :ws-night-runs
003820          from xaextractrun
003830          where runtstmp >= timestamp(date(:ws-night-date),
003840                                      '12.00.00')
003850            and runtstmp <  timestamp(date(:ws-night-date)
003860                                      + 1 day, '12.00.00')
003870          end-exec.
003880
003890     if sqlcode not = zero
003900        perform dsntiar-log
003910        move +12 to returncc
003920        go to CheckNight-Exit.
003930
003940     if ws-night-runs = zero
003950        add +1 to ws-section-count
003960        add +1 to ws-alert-count
003970        move space to ws-report-line
003980        string '  ALERT  night of ' ws-night-date
003990               ' - no XaExtractRun row'
004000               delimited by size into ws-report-line
004010        perform WriteReportLine
004020     end-if.
004030
004040 CheckNight-Exit.
004050     Exit.
004060
004070******************************************************************
004080*    CheckExtractRuns - runs in the look-back period that ended  *
004090*                       with a non-zero RETCODE or were reruns   *
004100******************************************************************
004110 CheckExtractRuns section.
004120
004130     move space to ws-report-line.
004140     perform WriteReportLine.
004150     move space to ws-report-line.
004160     string 'XaExtractRun - failed and rerun-flagged runs since '
004170            ws-lookback-tstmp
004180            delimited by size into ws-report-line.
004190     perform WriteReportLine.
004200
004210     move zero to ws-section-count.
004220
004230     move 'Open'         to db2-funk.
004240     move 'XaExtractRun' to db2-tablename.
004250     move 04             to db2-kald-nr.
004260
004270     Exec sql declare c2 cursor for
004280          select runtstmp
004290                ,retcode
004300                ,rerunflag
004310            from xaextractrun
004320            where runtstmp >= :ws-lookback-tstmp
004330              and (retcode <> 0 or rerunflag = 'Y')
004340            order by runtstmp
004350            end-exec.
004360
004370     Exec sql open c2 end-exec.
004380
004390     if sqlcode not = zero
004400        perform dsntiar-log
004410        move +12 to returncc
004420        go to CheckExtractRuns-Exit.
004430
004440     perform FetchC2.
004450
004460     perform until sqlcode not = zero
004470                or returncc not = zero
004480        add +1 to ws-section-count
004490        move retcode in dclxaextractrun to ws-retcode-disp
004500        if retcode in dclxaextractrun not = zero
004510           add +1 to ws-alert-count
004520           move space to ws-report-line
004530           string '  ALERT  run ' runtstmp in dclxaextractrun
004540                  ' ended with RETCODE ' ws-retcode-disp
004550                  ' rerun=' rerunflag in dclxaextractrun
004560                  delimited by size into ws-report-line
004570           perform WriteReportLine
004580        else
004590           add +1 to ws-warning-count
004600           move space to ws-report-line
004610           string '  WARN   run ' runtstmp in dclxaextractrun
004620                  ' flagged as a rerun, RETCODE '
004630                  ws-retcode-disp
004640                  delimited by size into ws-report-line
004650           perform WriteReportLine
004660        end-if
004670        perform FetchC2
004680        end-perform.
004690
004700     Move sqlcode   to wsSqlCode.
004710     Exec sql close c2 end-exec.
004720     Move wsSqlCode to sqlcode.
004730
004740     if ws-section-count = zero
004750        move '  OK     no failed or rerun-flagged runs'
004760          to ws-report-line
004770        perform WriteReportLine
004780     end-if.
004790
004800 CheckExtractRuns-Exit.
004810     Exit.
004820
004830******************************************************************
004840*    CheckPendQueue - failed rows, and pending rows XAPND01      *
004850*                     should already have applied                *
004860******************************************************************
004870 CheckPendQueue section.
004880
004890     move space to ws-report-line.
004900     perform WriteReportLine.
004910     move space to ws-report-line.
004920     string 'XaEmployeePend - failed rows and pending rows past '
004930            'their effective date'
004940            delimited by size into ws-report-line.
004950     perform WriteReportLine.
004960
004970     move zero to ws-section-count.
004980
004990     move 'Open'           to db2-funk.
005000     move 'XaEmployeePend' to db2-tablename.
005010     move 05               to db2-kald-nr.
005020
005030     Exec sql declare c3 cursor for
005040          select rident
005050                ,functioncode
005060                ,char(effdate, iso)
005070                ,statuscode
005080            from xaemployeepend
005090            where statuscode = 'F'
005100               or (statuscode = 'P' and effdate < current date)
005110            order by statuscode, effdate, rident
005120            end-exec.
005130
005140     Exec sql open c3 end-exec.
005150
005160     if sqlcode not = zero
005170        perform dsntiar-log
005180        move +12 to returncc
005190        go to CheckPendQueue-Exit.
005200
005210     perform FetchC3.
005220
005230     perform until sqlcode not = zero
005240                or returncc not = zero
005250        add +1 to ws-section-count
005260        add +1 to ws-alert-count
005270        move rident in dclxaemployeepend to ws-rident-disp
005280        move space to ws-report-line
005290        if statuscode in dclxaemployeepend = 'F'
005300           string '  ALERT  rident=' ws-rident-disp
005310                  ' function=' functioncode in dclxaemployeepend
005320                  ' effdate=' effdate in dclxaemployeepend
005330                  ' - failed, needs correction'
005340                  delimited by size into ws-report-line
005350        else
005360           string '  ALERT  rident=' ws-rident-disp
005370                  ' function=' functioncode in dclxaemployeepend
005380                  ' effdate=' effdate in dclxaemployeepend
005390                  ' - pending past its effective date'
005400                  delimited by size into ws-report-line
005410        end-if
005420        perform WriteReportLine
005430        perform FetchC3
005440        end-perform.
005450
005460     Move sqlcode   to wsSqlCode.
005470     Exec sql close c3 end-exec.
005480     Move wsSqlCode to sqlcode.
005490
005500     if ws-section-count = zero
005510        move '  OK     no failed or overdue pend rows'
005520          to ws-report-line
005530        perform WriteReportLine
005540     end-if.
005550
005560 CheckPendQueue-Exit.
005570     Exit.
005580
005590******************************************************************
005600*    CheckResendQueue - records XAACK01 parked for the next      *
005610*                       XAEXT01 run; a missing queue (status 35) *
005620*                       means nothing is waiting                 *
005630******************************************************************
005640 CheckResendQueue section.
005650
005660     move space to ws-report-line.
005670     perform WriteReportLine.
005680     move 'XAEXTRSD - records waiting on the resend queue'
005690       to ws-report-line.
005700     perform WriteReportLine.
005710
005720     open input XAEXTRSD.
005730
005740     if ws-extrsd-status = '35'
005750        move '  OK     no resend queue present'
005760          to ws-report-line
005770        perform WriteReportLine
005780        go to CheckResendQueue-Exit.
005790
005800     if ws-extrsd-status not = '00'
005810        display 'XAOPS01 Error: cannot open XAEXTRSD, status '
005820                ws-extrsd-status
005830        move +16 to returncc
005840        go to CheckResendQueue-Exit.
005850
005860     perform ReadResend.
005870
005880     perform until ws-rsd-eof-flag = 'Y'
005890        add +1 to ws-resend-count
005900        perform ReadResend
005910        end-perform.
005920
005930     close XAEXTRSD.
005940
005950     move ws-resend-count to ws-count-disp.
005960     move space to ws-report-line.
005970     if ws-resend-count = zero
005980        string '  OK     resend queue is empty'
005990               delimited by size into ws-report-line
006000     else
006010        add +1 to ws-warning-count
006020        string '  WARN   ' ws-count-disp
006030               ' records waiting for the next XAEXT01 run'
006040               delimited by size into ws-report-line
006050     end-if.
006060     perform WriteReportLine.
006070
006080 CheckResendQueue-Exit.
006090     Exit.
006100
006110******************************************************************
006120*    ReadResend - next parked record from the resend queue       *
006130******************************************************************
006140 ReadResend section.
006150
006160     read XAEXTRSD
006170        at end move 'Y' to ws-rsd-eof-flag
006180     end-read.
006190
006200     if ws-extrsd-status not = '00'
006210                         and ws-extrsd-status not = '10'
006220        display 'XAOPS01 Error: XAEXTRSD read status '
006230                ws-extrsd-status
006240        move +16 to returncc
006250        move 'Y' to ws-rsd-eof-flag
006260     end-if.
006270
006280******************************************************************
006290*    WriteReportLine - one line to the control report            *
006300******************************************************************
006310 WriteReportLine section.
006320
006330     write XAOPSRPT-RECORD from ws-report-line.
006340
006350     if ws-opsrpt-status not = '00'
006360        display 'XAOPS01 Error: XAOPSRPT write status '
006370                ws-opsrpt-status
006380     end-if.
006390
006400******************************************************************
006410*    Afslutning - summary line and the scheduler return code     *
006420******************************************************************
006430 Afslutning section.
006440
006450     if returncc = zero
006460        evaluate true
006470           when ws-alert-count > zero
006480              move +8 to returncc
006490           when ws-warning-count > zero
006500              move +4 to returncc
006510           when other
006520              continue
006530        end-evaluate
006540     end-if.
006550
006560     move space to ws-report-line.
006570     perform WriteReportLine.
006580     move ws-alert-count to ws-count-disp.
006590     move space to ws-report-line.
006600     string 'SUMMARY  alerts  : ' ws-count-disp
006610            delimited by size into ws-report-line.
006620     perform WriteReportLine.
006630     move ws-warning-count to ws-count-disp.
006640     move space to ws-report-line.
006650     string 'SUMMARY  warnings: ' ws-count-disp
006660            delimited by size into ws-report-line.
006670     perform WriteReportLine.
006680
006690     if returncc > +8
006700        move 'SUMMARY  control run incomplete - see the job log'
006710          to ws-report-line
006720        perform WriteReportLine
006730     end-if.
006740
006750     close XAOPSRPT.
006760
006770     display 'XAOPS01 Alerts  : ' ws-alert-count.
006780     display 'XAOPS01 Warnings: ' ws-warning-count.
006790     display 'XAOPS01 Ended with return-code: ' returncc.
006800
006810     move returncc to return-code.
006820
006830******************************************************************
006840*    fetch an open batch register entry
006850******************************************************************
006860 FetchC1 Section.
006870
006880     Exec sql fetch c1 into
006890          :dclxabatchreg.origin
006900         ,:dclxabatchreg.credate
006910         ,:dclxabatchreg.regtstmp
006920         end-exec.
006930
006940     if not (sqlcode = zero or +100)
006950        perform dsntiar-log
006960        move +12 to returncc.
006970
006980******************************************************************
006990*    fetch a failed or rerun extract run
007000******************************************************************
007010 FetchC2 Section.
007020
007030     Exec sql fetch c2 into
007040          :dclxaextractrun.runtstmp
007050         ,:dclxaextractrun.retcode
007060         ,:dclxaextractrun.rerunflag
007070         end-exec.
007080
007090     if not (sqlcode = zero or +100)
007100        perform dsntiar-log
007110        move +12 to returncc.
007120
007130******************************************************************
007140*    fetch a failed or overdue pend row
007150******************************************************************
007160 FetchC3 Section.
007170
007180     Exec sql fetch c3 into
007190          :dclxaemployeepend.rident
007200         ,:dclxaemployeepend.functioncode
007210         ,:dclxaemployeepend.effdate
007220         ,:dclxaemployeepend.statuscode
007230         end-exec.
007240
007250     if not (sqlcode = zero or +100)
007260        perform dsntiar-log
007270        move +12 to returncc.
007280
007290******************************************************************
007300*    Log sqlca error messages
007310******************************************************************
007320 dsntiar-log section.
007330
007340     move +78   to db2-logical-msgl.
007350     move +780  to db2-message-length.
007360     move space to db2-tiar-msg-table.
007370
007380     Display 'Statement:' db2-kald-nr
007390             ' Function:' db2-funk
007400             ' Table:'    db2-tablename.
007410
007420     Call 'dsntiar' using sqlca
007430                        db2-message-areal
007440                        db2-logical-msgl
007450          on exception
007460             move sqlcode to dsntiar-sqlcode
007470             display 'XAOPS01 Error: Unable to call DSNTIAR'
007480             display 'Sqlcode: ' dsntiar-sqlcode
007490             display 'Sqlca  :'
007500             display sqlca
007510             end-call
007520
007530     perform varying tally from +1 by +1 until tally > +10
007540        if db2-tiar-msgs (tally) not = space
007550           Display db2-tiar-msgs (tally)
007560           end-if
007570        end-perform
007580     .
