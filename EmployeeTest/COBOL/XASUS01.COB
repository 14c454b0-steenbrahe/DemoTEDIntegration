000010 process sql, nodynam, noseq, test
000020 identification division.
000030 program-id.    XASUS01.
000040 author.        Xact Consulting A/S.
000050******************************************************************
000060* XASUS01 - Suspense maintenance and resubmission                *
000070* Applies the operator actions on XASUSIN to the suspense store  *
000080* XaSuspense, where XAPRE01 and XADB2BAT keep every transaction  *
000090* they reject. CORRECT replaces a suspended transaction with the *
000100* corrected one and marks it ready for release, WITHDRAW takes   *
000110* an entry out of the cycle, and RELEASE writes every corrected  *
000120* entry of one original batch to XASUSTRN as a new resubmission  *
000130* batch in the XABATREC layout. The resubmission batch gets its  *
000140* own origin RSnnnnnn from the XaNumberRange 'RESUB' row and     *
000150* today's date, and its header names the original batch, so      *
000160* XAPRE01 registers it in XaBatchReg linked back to the batch    *
000170* the transactions were first submitted in. Released entries     *
000180* are marked with the resubmission batch that carried them.      *
000190* Only entries still suspended or corrected can be acted on, and *
000200* one RELEASE is allowed per run. Any action in error ends the   *
000210* run with RC=8 and nothing applied; RC=4 when a RELEASE found   *
000220* no corrected entries.                                          *
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
000330     select XASUSIN  assign to XASUSIN
000340            organization is sequential
000350            file status  is ws-susin-status.
000360
000370     select XASUSTRN assign to XASUSTRN
000380            organization is sequential
000390            file status  is ws-sustrn-status.
000400
000410     select XASUSRPT assign to XASUSRPT
000420            organization is sequential
000430            file status  is ws-susrpt-status.
000440
000450 data division.
000460 file section.
000470
000480 FD  XASUSIN
000490     label records are standard.
000500     copy xasusact.
000510
000520 FD  XASUSTRN
000530     label records are standard.
000540     copy xabatrec.
000550
000560 FD  XASUSRPT
000570     label records are standard.
000580 01  XASUSRPT-RECORD             pic x(160).
000590
000600 working-storage section.
000610
000620 01  Dsntiar-areal.
000630     03 dsntiar               pic x(08)      value 'DSNTIAR'.
000640     03 dsntiar-sqlcode       pic ++++9      value zero.
000650     03 db2-logical-msgl      pic s9(8) comp value +78.
000660
000670 01  db2-message-areal.
000680     03 db2-message-length    pic s9(4) comp value +780.
000690     03 db2-tiar-msg-table.
000700        05 db2-tiar-msgs      pic x(78) occurs 10.
000710
000720 01  db2-log-data.
000730     03 db2-abend             pic ++++9  value zero.
000740     03 db2-funk              pic x(08)  value space.
000750     03 db2-kald-nr           pic x(02)  value space.
000760     03 db2-tablename         pic x(32)  value space.
000770     03 returncc              pic s9(4)  value zero comp.
000780     03 wsSqlCode             pic s9(9)  value zero comp-5.
000790     03 debug-data            pic x(256) value space.
000800
000810 01  ws-file-status.
000820     03 ws-susin-status       pic x(02)  value space.
000830     03 ws-sustrn-status      pic x(02)  value space.
000840     03 ws-susrpt-status      pic x(02)  value space.
000850
000860 01  ws-control-data.
000870     03 ws-eof-flag           pic x(01)  value 'N'.
000880     03 ws-release-flag       pic x(01)  value 'N'.
000890     03 ws-run-date           pic x(10)  value space.
000900     03 ws-report-line        pic x(160) value space.
000910     03 ws-action-text        pic x(60)  value space.
000920     03 ws-seqnr-disp         pic z(8)9.
000930     03 ws-count-disp         pic z(8)9.
000940     03 ws-resub-number       pic 9(06)  value zero.
000950
000960 01  ws-suspense-counts.
000970     03 ws-action-count       pic s9(9)  value zero comp.
000980     03 ws-error-count        pic s9(9)  value zero comp.
000990     03 ws-corrected-count    pic s9(9)  value zero comp.
001000     03 ws-withdrawn-count    pic s9(9)  value zero comp.
001010     03 ws-release-count      pic s9(9)  value zero comp.
001020     03 ws-trans-count        pic s9(9)  value zero comp.
001030
001040 01  ws-release-data.
001050     03 ws-release-origin     pic x(08)  value space.
001060     03 ws-release-credate    pic x(10)  value space.
001070     03 ws-release-operator   pic x(08)  value space.
001080     03 ws-resub-origin       pic x(08)  value space.
001090
001100     exec sql include sqlca   end-exec.
001110     exec sql include xasusp  end-exec.
001120     exec sql include xanumrng end-exec.
001130
001140 procedure division.
001150 xasus01-main Section.
001160
001170     perform Initiering.
001180     perform Behandling.
001190     perform Afslutning.
001200     stop run.
001210
001220******************************************************************
001230*    Initiering
001240******************************************************************
001250 Initiering section.
001260
001270     display 'XASUS01 Started'.
001280
001290     open input XASUSIN.
001300
001310     if ws-susin-status not = '00'
001320        display 'XASUS01 Error: cannot open XASUSIN, status '
001330                ws-susin-status
001340        perform AbortRun
001350     end-if.
001360
001370     open output XASUSRPT.
001380
001390     if ws-susrpt-status not = '00'
001400        display 'XASUS01 Error: cannot open XASUSRPT, status '
001410                ws-susrpt-status
001420        close XASUSIN
001430        perform AbortRun
001440     end-if.
001450
001460     open output XASUSTRN.
001470
001480     if ws-sustrn-status not = '00'
001490        display 'XASUS01 Error: cannot open XASUSTRN, status '
001500                ws-sustrn-status
001510        close XASUSIN
001520        close XASUSRPT
001530        perform AbortRun
001540     end-if.
001550
001560     move space to ws-report-line.
001570     string 'XASUS01 Suspense maintenance and resubmission report'
001580             delimited by size into ws-report-line.
001590     perform WriteReportLine.
001600
001610******************************************************************
001620*    AbortRun - stop the job before touching DB2 when the files  *
001630*               are unusable                                     *
001640******************************************************************
001650 AbortRun section.
001660
001670     move +16 to returncc.
001680     display 'XASUS01 Ended with return-code: ' returncc.
001690     move returncc to return-code.
001700     stop run.
001710
001720******************************************************************
001730*    Behandling
001740******************************************************************
001750 Behandling section.
001760
001770     perform ReadAction.
001780
001790     perform until ws-eof-flag = 'Y'
001800        perform ProcessAction
001810        perform ReadAction
001820        end-perform.
001830
001840     if returncc not = zero
001850        go to Behandling-Exit.
001860
001870     if ws-error-count > zero
001880        move +8 to returncc
001890        move space to ws-report-line
001900        string 'XASUS01 Actions in error - nothing applied, '
001910               'nothing released'
001920               delimited by size into ws-report-line
001930        perform WriteReportLine
001940        go to Behandling-Exit.
001950
001960     if ws-release-flag = 'Y'
001970        perform ReleaseBatch
001980     end-if.
001990
002000 Behandling-Exit.
002010     Exit.
002020
002030******************************************************************
002040*    ReadAction - next operator action                           *
002050******************************************************************
002060 ReadAction section.
002070
002080     read XASUSIN
002090        at end move 'Y' to ws-eof-flag
002100     end-read.
002110
002120     if ws-susin-status not = '00'
002130                       and ws-susin-status not = '10'
002140        display 'XASUS01 Error: XASUSIN read status '
002150                ws-susin-status
002160        move +16 to returncc
002170        move 'Y' to ws-eof-flag
002180     end-if.
002190
002200     if ws-eof-flag not = 'Y'
002210        add +1 to ws-action-count
002220     end-if.
002230
002240******************************************************************
002250*    ProcessAction - route one action; every action must name    *
002260*                    the operator taking it                      *
002270******************************************************************
002280 ProcessAction section.
002290
002300     if XASUSACT-OPERATOR = space
002310        move 'no operator userid' to ws-action-text
002320        perform ActionError
002330        go to ProcessAction-Exit.
002340
002350     evaluate XASUSACT-ACTION
002360        when 'CORRECT'
002370           perform CorrectEntry
002380        when 'WITHDRAW'
002390           perform WithdrawEntry
002400        when 'RELEASE'
002410           perform NoteRelease
002420        when other
002430           move 'unknown action' to ws-action-text
002440           perform ActionError
002450     end-evaluate.
002460
002470 ProcessAction-Exit.
002480     Exit.
002490
002500******************************************************************
002510*    CorrectEntry - replace the suspended transaction with the   *
002520*                   corrected one and mark it ready for release  *
002530******************************************************************
002540 CorrectEntry section.
002550
002560     perform GetEntry.
002570
002580     if returncc not = zero or ws-action-text not = space
002590        go to CorrectEntry-Exit.
002600
002610     if XASUSACT-TRANSDATA not = space
002620        if XASUSACT-TRANSDATA(1:8) = space
002630           or XASUSACT-TRANSDATA(1:8) = 'HEADER'
002640           or XASUSACT-TRANSDATA(1:8) = 'TRAILER'
002650           move 'corrected record is not a transaction'
002660             to ws-action-text
002670           perform ActionError
002680           go to CorrectEntry-Exit
002690        end-if
002700        move XASUSACT-TRANSDATA to transdata in dclxasuspense
002710     end-if.
002720
002730     move XASUSACT-OPERATOR to userid in dclxasuspense.
002740
002750     move 'Update'     to db2-funk.
002760     move 'XaSuspense' to db2-tablename.
002770     move 02           to db2-kald-nr.
002780
002790     exec sql update XaSuspense
002800          set transdata  = :dclxasuspense.transdata
002810             ,statuscode = 'C'
002820             ,userid     = :dclxasuspense.userid
002830             ,updtstmp   = current timestamp
002840          where origin   = :dclxasuspense.origin
002850            and credate  = :dclxasuspense.credate
002860            and stepname = :dclxasuspense.stepname
002870            and seqnr    = :dclxasuspense.seqnr
002880          end-exec.
002890
002900     if sqlcode not = zero
002910        perform dsntiar-log
002920        move +12 to returncc
002930        move 'Y' to ws-eof-flag
002940        go to CorrectEntry-Exit.
002950
002960     add +1 to ws-corrected-count.
002970     move 'corrected, ready for release' to ws-action-text.
002980     perform ReportAction.
002990
003000 CorrectEntry-Exit.
003010     Exit.
003020
003030******************************************************************
003040*    WithdrawEntry - the entry will not be resubmitted           *
003050******************************************************************
003060 WithdrawEntry section.
003070
003080     perform GetEntry.
003090
003100     if returncc not = zero or ws-action-text not = space
003110        go to WithdrawEntry-Exit.
003120
003130     move XASUSACT-OPERATOR to userid in dclxasuspense.
003140
003150     move 'Update'     to db2-funk.
003160     move 'XaSuspense' to db2-tablename.
003170     move 03           to db2-kald-nr.
003180
003190     exec sql update XaSuspense
003200          set statuscode = 'W'
003210             ,userid     = :dclxasuspense.userid
003220             ,updtstmp   = current timestamp
003230          where origin   = :dclxasuspense.origin
003240            and credate  = :dclxasuspense.credate
003250            and stepname = :dclxasuspense.stepname
003260            and seqnr    = :dclxasuspense.seqnr
003270          end-exec.
003280
003290     if sqlcode not = zero
003300        perform dsntiar-log
003310        move +12 to returncc
003320        move 'Y' to ws-eof-flag
003330        go to WithdrawEntry-Exit.
003340
003350     add +1 to ws-withdrawn-count.
003360     move 'withdrawn' to ws-action-text.
003370     perform ReportAction.
003380
003390 WithdrawEntry-Exit.
003400     Exit.
003410
003420******************************************************************
003430*    GetEntry - the suspense entry the action names; it must     *
003440*               still be suspended or corrected. Leaves          *
003450*               ws-action-text blank when the action may go on   *
003460******************************************************************
003470 GetEntry section.
003480
003490     move space to ws-action-text.
003500
003510     if XASUSACT-SEQNR is not numeric
003520        move 'sequence number is not numeric' to ws-action-text
003530        perform ActionError
003540        go to GetEntry-Exit.
003550
003560     move XASUSACT-ORIGIN   to origin   in dclxasuspense.
003570     move XASUSACT-CREDATE  to credate  in dclxasuspense.
003580     move XASUSACT-STEPNAME to stepname in dclxasuspense.
003590     move XASUSACT-SEQNR    to seqnr    in dclxasuspense.
003600
003610     move 'Select'     to db2-funk.
003620     move 'XaSuspense' to db2-tablename.
003630     move 01           to db2-kald-nr.
003640
003650     exec sql select statuscode
003660                    ,transdata
003670          into :dclxasuspense.statuscode
003680              ,:dclxasuspense.transdata
003690          from xasuspense
003700          where origin   = :dclxasuspense.origin
003710            and credate  = :dclxasuspense.credate
003720            and stepname = :dclxasuspense.stepname
003730            and seqnr    = :dclxasuspense.seqnr
003740          end-exec.
003750
003760     evaluate sqlcode
003770        when zero
003780           continue
003790        when +100
003800           move 'no such suspense entry' to ws-action-text
003810           perform ActionError
003820           go to GetEntry-Exit
003830        when other
003840           perform dsntiar-log
003850           move +12 to returncc
003860           move 'Y' to ws-eof-flag
003870           go to GetEntry-Exit
003880     end-evaluate.
003890
003900     if statuscode in dclxasuspense not = 'S'
003910        and statuscode in dclxasuspense not = 'C'
003920        move space to ws-action-text
003930        string 'entry is not open, status '
003940               statuscode in dclxasuspense
003950               delimited by size into ws-action-text
003960        perform ActionError
003970     end-if.
003980
003990 GetEntry-Exit.
004000     Exit.
004010
004020******************************************************************
004030*    NoteRelease - remember the batch to release; the release    *
004040*                  itself runs after every correction is in      *
004050******************************************************************
004060 NoteRelease section.
004070
004080     if ws-release-flag = 'Y'
004090        move 'only one RELEASE per run' to ws-action-text
004100        perform ActionError
004110        go to NoteRelease-Exit.
004120
004130     if XASUSACT-ORIGIN = space or XASUSACT-CREDATE = space
004140        move 'RELEASE needs origin and creation date'
004150          to ws-action-text
004160        perform ActionError
004170        go to NoteRelease-Exit.
004180
004190     move 'Y'               to ws-release-flag.
004200     move XASUSACT-ORIGIN   to ws-release-origin.
004210     move XASUSACT-CREDATE  to ws-release-credate.
004220     move XASUSACT-OPERATOR to ws-release-operator.
004230
004240 NoteRelease-Exit.
004250     Exit.
004260
004270******************************************************************
004280*    ActionError - count and report one rejected action          *
004290******************************************************************
004300 ActionError section.
004310
004320     add +1 to ws-error-count.
004330
004340     move space to ws-report-line.
004350     string 'ERROR    ' XASUSACT-ACTION
004360            ' origin=' XASUSACT-ORIGIN
004370            ' credate=' XASUSACT-CREDATE
004380            ' step=' XASUSACT-STEPNAME
004390            ' seqnr=' XASUSACT-SEQNR
004400            ' ' ws-action-text
004410            delimited by size into ws-report-line.
004420     perform WriteReportLine.
004430
004440******************************************************************
004450*    ReportAction - one applied action on the report             *
004460******************************************************************
004470 ReportAction section.
004480
004490     move seqnr in dclxasuspense to ws-seqnr-disp.
004500     move space to ws-report-line.
004510     string XASUSACT-ACTION
004520            ' origin=' origin in dclxasuspense
004530            ' credate=' credate in dclxasuspense
004540            ' step=' stepname in dclxasuspense
004550            ' seqnr=' ws-seqnr-disp
004560            ' by ' XASUSACT-OPERATOR
004570            ' ' ws-action-text
004580            delimited by size into ws-report-line.
004590     perform WriteReportLine.
004600
004610******************************************************************
004620*    ReleaseBatch - every corrected entry of the named batch to  *
004630*                   a new resubmission batch, in the order the   *
004640*                   entries were suspended, and the entries      *
004650*                   marked with the batch that carried them      *
004660******************************************************************
004670 ReleaseBatch section.
004680
004690     move ws-release-origin  to origin  in dclxasuspense.
004700     move ws-release-credate to credate in dclxasuspense.
004710
004720     move 'Select'     to db2-funk.
004730     move 'XaSuspense' to db2-tablename.
004740     move 04           to db2-kald-nr.
004750
004760     move zero to ws-release-count.
004770
004780     exec sql select count(*)
004790          into :ws-release-count
004800          from xasuspense
004810          where origin     = :dclxasuspense.origin
004820            and credate    = :dclxasuspense.credate
004830            and statuscode = 'C'
004840          end-exec.
004850
004860     if sqlcode not = zero
004870        perform dsntiar-log
004880        move +12 to returncc
004890        go to ReleaseBatch-Exit.
004900
004910     if ws-release-count = zero
004920        move +4 to returncc
004930        move space to ws-report-line
004940        string 'RELEASE  origin=' ws-release-origin
004950               ' credate=' ws-release-credate
004960               ' no corrected entries - nothing released'
004970               delimited by size into ws-report-line
004980        perform WriteReportLine
004990        go to ReleaseBatch-Exit.
005000
005010     perform GetResubNumber.
005020
005030     if returncc = zero
005040        perform GetRunDate
005050     end-if.
005060
005070     if returncc not = zero
005080        go to ReleaseBatch-Exit.
005090
005100     perform WriteHeader.
005110
005120     if returncc not = zero
005130        go to ReleaseBatch-Exit.
005140
005150     move 'Open'       to db2-funk.
005160     move 'XaSuspense' to db2-tablename.
005170     move 08           to db2-kald-nr.
005180
005190     Exec sql declare c1 cursor for
005200          select transdata
005210            from xasuspense
005220            where origin     = :dclxasuspense.origin
005230              and credate    = :dclxasuspense.credate
005240              and statuscode = 'C'
005250            order by susptstmp
005260                    ,stepname
005270                    ,seqnr
005280            end-exec.
005290
005300     Exec sql open c1 end-exec.
005310
005320     if sqlcode not = zero
005330        perform dsntiar-log
005340        move +12 to returncc
005350        go to ReleaseBatch-Exit.
005360
005370     perform FetchC1.
005380
005390     perform until sqlcode not = zero
005400                or returncc not = zero
005410        perform WriteResubmission
005420        perform FetchC1
005430        end-perform.
005440
005450     Move sqlcode   to wsSqlCode.
005460     Exec sql close c1 end-exec.
005470     Move wsSqlCode to sqlcode.
005480
005490     if returncc not = zero
005500        go to ReleaseBatch-Exit.
005510
005520     perform WriteTrailer.
005530
005540     if returncc not = zero
005550        go to ReleaseBatch-Exit.
005560
005570     move ws-release-operator to userid       in dclxasuspense.
005580     move ws-resub-origin     to resuborigin  in dclxasuspense.
005590     move ws-run-date         to resubcredate in dclxasuspense.
005600
005610     move 'Update'     to db2-funk.
005620     move 'XaSuspense' to db2-tablename.
005630     move 10           to db2-kald-nr.
005640
005650     exec sql update XaSuspense
005660          set statuscode   = 'R'
005670             ,userid       = :dclxasuspense.userid
005680             ,updtstmp     = current timestamp
005690             ,resuborigin  = :dclxasuspense.resuborigin
005700             ,resubcredate = :dclxasuspense.resubcredate
005710          where origin     = :dclxasuspense.origin
005720            and credate    = :dclxasuspense.credate
005730            and statuscode = 'C'
005740          end-exec.
005750
005760     if sqlcode not = zero
005770        perform dsntiar-log
005780        move +12 to returncc
005790        go to ReleaseBatch-Exit.
005800
005810     move ws-trans-count to ws-count-disp.
005820     move space to ws-report-line.
005830     string 'RELEASE  origin=' ws-release-origin
005840            ' credate=' ws-release-credate
005850            ' by ' ws-release-operator
005860            ' resubmitted as origin=' ws-resub-origin
005870            ' credate=' ws-run-date
005880            ' transactions: ' ws-count-disp
005890            delimited by size into ws-report-line.
005900     perform WriteReportLine.
005910
005920 ReleaseBatch-Exit.
005930     Exit.
005940
005950******************************************************************
005960*    GetResubNumber - the next resubmission batch number from    *
005970*                     the XaNumberRange 'RESUB' row; the update  *
005980*                     locks the row, so two runs can never draw  *
005990*                     the same number                            *
006000******************************************************************
006010 GetResubNumber section.
006020
006030     move 'Update'        to db2-funk.
006040     move 'XaNumberRange' to db2-tablename.
006050     move 05              to db2-kald-nr.
006060
006070     move 'RESUB' to rangeid in dclxanumberrange.
006080
006090     exec sql update XaNumberRange
006100          set lastvalue  = lastvalue + 1
006110          where rangeid  = :dclxanumberrange.rangeid
006120          end-exec.
006130
006140     evaluate sqlcode
006150        when zero
006160           continue
006170        when +100
006180           display 'XASUS01 Error: number range RESUB not on '
006190                   'XaNumberRange'
006200           move +12 to returncc
006210           go to GetResubNumber-Exit
006220        when other
006230           perform dsntiar-log
006240           move +12 to returncc
006250           go to GetResubNumber-Exit
006260     end-evaluate.
006270
006280     move 'Select'        to db2-funk.
006290     move 06              to db2-kald-nr.
006300
006310     exec sql select lastvalue
006320          into :dclxanumberrange.lastvalue
006330          from xanumberrange
006340          where rangeid = :dclxanumberrange.rangeid
006350          end-exec.
006360
006370     if sqlcode not = zero
006380        perform dsntiar-log
006390        move +12 to returncc
006400        go to GetResubNumber-Exit
006410     end-if.
006420
006430     move lastvalue in dclxanumberrange to ws-resub-number.
006440     move space to ws-resub-origin.
006450     string 'RS' ws-resub-number
006460            delimited by size into ws-resub-origin.
006470
006480 GetResubNumber-Exit.
006490     Exit.
006500
006510******************************************************************
006520*    GetRunDate - today's date for the batch header record       *
006530******************************************************************
006540 GetRunDate section.
006550
006560     move 'Select'     to db2-funk.
006570     move 'Sysdummy1'  to db2-tablename.
006580     move 07           to db2-kald-nr.
006590
006600     Exec sql select char(current date, iso)
006610          into :ws-run-date
006620          from sysibm.sysdummy1
006630          end-exec.
006640
006650     if sqlcode not = zero
006660        perform dsntiar-log
006670        move +12 to returncc
006680     end-if.
006690
006700******************************************************************
006710*    WriteHeader - resubmission batch header naming the batch    *
006720*                  its transactions were suspended from          *
006730******************************************************************
006740 WriteHeader section.
006750
006760     move space               to XABATIN-HEADER.
006770     move 'HEADER'            to XABATHDR-RECTYPE.
006780     move ws-resub-origin     to XABATHDR-ORIGIN.
006790     move ws-run-date         to XABATHDR-CREDATE.
006800     move ws-release-origin   to XABATHDR-PAR-ORIGIN.
006810     move ws-release-credate  to XABATHDR-PAR-CREDATE.
006820
006830     write XABATIN-HEADER.
006840
006850     if ws-sustrn-status not = '00'
006860        display 'XASUS01 Error: XASUSTRN write status '
006870                ws-sustrn-status
006880        move +16 to returncc
006890     end-if.
006900
006910******************************************************************
006920*    WriteResubmission - one corrected transaction               *
006930******************************************************************
006940 WriteResubmission section.
006950
006960     move transdata in dclxasuspense to XABATIN-RECORD.
006970
006980     write XABATIN-RECORD.
006990
007000     if ws-sustrn-status not = '00'
007010        display 'XASUS01 Error: XASUSTRN write status '
007020                ws-sustrn-status
007030        move +16 to returncc
007040     else
007050        add +1 to ws-trans-count
007060     end-if.
007070
007080******************************************************************
007090*    WriteTrailer - batch trailer record with the transaction    *
007100*                   count, last on the file                      *
007110******************************************************************
007120 WriteTrailer section.
007130
007140     move space          to XABATIN-TRAILER.
007150     move 'TRAILER'      to XABATTRL-RECTYPE.
007160     move ws-trans-count to XABATTRL-COUNT.
007170
007180     write XABATIN-TRAILER.
007190
007200     if ws-sustrn-status not = '00'
007210        display 'XASUS01 Error: XASUSTRN write status '
007220                ws-sustrn-status
007230        move +16 to returncc
007240     end-if.
007250
007260******************************************************************
007270*    WriteReportLine - one line to the suspense report           *
007280******************************************************************
007290 WriteReportLine section.
007300
007310     write XASUSRPT-RECORD from ws-report-line.
007320
007330     if ws-susrpt-status not = '00'
007340        display 'XASUS01 Error: XASUSRPT write status '
007350                ws-susrpt-status
007360     end-if.
007370
007380******************************************************************
007390*    Afslutning - commit what was applied, or roll it all back   *
007400*                 when an action or a statement failed           *
007410******************************************************************
007420 Afslutning section.
007430
007440     if returncc > +4
007450        move 'Rollback'   to db2-funk
007460        move 12           to db2-kald-nr
007470        exec sql rollback end-exec
007480     else
007490        move 'Commit'     to db2-funk
007500        move 11           to db2-kald-nr
007510        exec sql commit end-exec
007520        if sqlcode not = zero
007530           perform dsntiar-log
007540           move +12 to returncc
007550        end-if
007560     end-if.
007570
007580     move ws-action-count to ws-count-disp.
007590     move space to ws-report-line.
007600     string 'TOTAL    actions read               : '
007610             ws-count-disp
007620             delimited by size into ws-report-line.
007630     perform WriteReportLine.
007640
007650     move ws-error-count to ws-count-disp.
007660     move space to ws-report-line.
007670     string 'TOTAL    actions in error           : '
007680             ws-count-disp
007690             delimited by size into ws-report-line.
007700     perform WriteReportLine.
007710
007720     move ws-corrected-count to ws-count-disp.
007730     move space to ws-report-line.
007740     string 'TOTAL    entries corrected          : '
007750             ws-count-disp
007760             delimited by size into ws-report-line.
007770     perform WriteReportLine.
007780
007790     move ws-withdrawn-count to ws-count-disp.
007800     move space to ws-report-line.
007810     string 'TOTAL    entries withdrawn          : '
007820             ws-count-disp
007830             delimited by size into ws-report-line.
007840     perform WriteReportLine.
007850
007860     move ws-trans-count to ws-count-disp.
007870     move space to ws-report-line.
007880     string 'TOTAL    transactions resubmitted   : '
007890             ws-count-disp
007900             delimited by size into ws-report-line.
007910     perform WriteReportLine.
007920
007930     close XASUSIN.
007940     close XASUSTRN.
007950     close XASUSRPT.
007960
007970     display 'XASUS01 Ended with return-code: ' returncc.
007980
007990     move returncc to return-code.
008000
008010******************************************************************
008020*    fetch a corrected entry of the batch being released
008030******************************************************************
008040 FetchC1 Section.
008050
008060     move 'Fetch'      to db2-funk.
008070     move 09           to db2-kald-nr.
008080
008090     Exec sql fetch c1 into
008100          :dclxasuspense.transdata
008110          end-exec.
008120
008130     if not (sqlcode = zero or +100)
008140        perform dsntiar-log
008150        move +12 to returncc.
008160
008170******************************************************************
008180*    Log sqlca error messages
008190******************************************************************
008200 dsntiar-log section.
008210
008220     move +78   to db2-logical-msgl.
008230     move +780  to db2-message-length.
008240     move space to db2-tiar-msg-table.
008250
008260     Display 'Statement:' db2-kald-nr
008270             ' Function:' db2-funk
008280             ' Table:'    db2-tablename.
008290
008300     Call 'dsntiar' using sqlca
008310                        db2-message-areal
008320                        db2-logical-msgl
008330          on exception
008340             move sqlcode to dsntiar-sqlcode
008350             display 'XASUS01 Error: Unable to call DSNTIAR'
008360             display 'Sqlcode: ' dsntiar-sqlcode
008370             display 'Sqlca  :'
008380             display sqlca
008390             end-call
008400
008410     perform varying tally from +1 by +1 until tally > +10
008420        if db2-tiar-msgs (tally) not = space
008430           Display db2-tiar-msgs (tally)
008440           end-if
008450        end-perform
008460     .
