000010 process sql, nodynam, noseq, test
000020 identification division.
000030 program-id.    XASUS02.
000040 author.        Xact Consulting A/S.
000050******************************************************************
000060* XASUS02 - Weekly suspense ageing report                        *
000070* Lists on XASUSRPT every XaSuspense entry still unresolved -    *
000080* suspended ('S') or corrected but not yet released ('C') - that *
000090* has been in the suspense store for at least the number of days *
000100* on XASUSPRM (default 7), oldest first, with the batch it came  *
000110* in, the step that rejected it, its reason and its age in days. *
000120* The list is followed by the number of such entries per origin  *
000130* and per reason code, so the offices and the reasons that leave *
000140* transactions lying can be followed up. Ends with RC=4 when any *
000150* entry is over the limit.                                       *
000160* Xact Consulting A/S                                            *
000170* Arnold Nielsens Boulevard 68A                                  *
000180* DK-2650 Hvidovre, Denmark                                      *
000190******************************************************************
000200 environment    division.
000210 configuration  section.
000220 special-names.
000230 input-output   section.
000240 file-control.
000250
000260     select XASUSPRM assign to XASUSPRM
000270            organization is sequential
000280            file status  is ws-susprm-status.
000290
000300     select XASUSRPT assign to XASUSRPT
000310            organization is sequential
000320            file status  is ws-susrpt-status.
000330
000340 data division.
000350 file section.
000360
000370 FD  XASUSPRM
000380     label records are standard.
000390 01  XASUSPRM-RECORD.
000400     03 XASUSPRM-AGE-DAYS        pic x(03).
000410     03 filler                   pic x(77).
000420
000430 FD  XASUSRPT
000440     label records are standard.
000450 01  XASUSRPT-RECORD             pic x(160).
000460
000470 working-storage section.
000480
000490 01  Dsntiar-areal.
000500     03 dsntiar               pic x(08)      value 'DSNTIAR'.
000510     03 dsntiar-sqlcode       pic ++++9      value zero.
000520     03 db2-logical-msgl      pic s9(8) comp value +78.
000530
000540 01  db2-message-areal.
000550     03 db2-message-length    pic s9(4) comp value +780.
000560     03 db2-tiar-msg-table.
000570        05 db2-tiar-msgs      pic x(78) occurs 10.
000580
000590 01  db2-log-data.
000600     03 db2-abend             pic ++++9  value zero.
000610     03 db2-funk              pic x(08)  value space.
000620     03 db2-kald-nr           pic x(02)  value space.
000630     03 db2-tablename         pic x(32)  value space.
000640     03 returncc              pic s9(4)  value zero comp.
000650     03 wsSqlCode             pic s9(9)  value zero comp-5.
000660     03 debug-data            pic x(256) value space.
000670
000680 01  ws-file-status.
000690     03 ws-susprm-status      pic x(02)  value space.
000700     03 ws-susrpt-status      pic x(02)  value space.
000710
000720 01  ws-control-data.
000730     03 ws-prm-eof-flag       pic x(01)  value 'N'.
000740     03 ws-report-line        pic x(160) value space.
000750     03 ws-run-date           pic x(10)  value space.
000760     03 ws-seqnr-disp         pic z(8)9.
000770     03 ws-count-disp         pic z(8)9.
000780     03 ws-age-disp           pic z(4)9.
000790     03 ws-entry-count        pic s9(9)  value zero comp.
000800     03 ws-group-count        pic s9(9)  value zero comp.
000810
000820 01  ws-ageing-data.
000830     03 ws-age-days           pic s9(4)  value +7 comp.
000840     03 ws-days-disp          pic zz9.
000850     03 ws-entry-age          pic s9(9)  value zero comp.
000860     03 ws-group-key          pic x(08)  value space.
000870
000880     exec sql include sqlca   end-exec.
000890     exec sql include xasusp  end-exec.
000900
000910 procedure division.
000920 xasus02-main Section.
000930
000940     perform Initiering.
000950     perform Behandling.
000960     perform Afslutning.
000970     stop run.
000980
000990******************************************************************
001000*    Initiering
001010******************************************************************
001020 Initiering section.
001030
001040     display 'XASUS02 Started'.
001050
001060     perform ReadParameter.
001070
001080     open output XASUSRPT.
001090
001100     if ws-susrpt-status not = '00'
001110        display 'XASUS02 Error: cannot open XASUSRPT, status '
001120                ws-susrpt-status
001130        perform AbortRun
001140     end-if.
001150
001160     perform GetRunDate.
001170
001180     move space to ws-report-line.
001190     string 'XASUS02 Suspense ageing report ' ws-run-date
001200            ' - entries unresolved for ' ws-days-disp
001210            ' days or more'
001220            delimited by size into ws-report-line.
001230     perform WriteReportLine.
001240
001250******************************************************************
001260*    ReadParameter - minimum age in days of the entries listed   *
001270*                    (default 7); a dummy card takes the default *
001280******************************************************************
001290 ReadParameter section.
001300
001310     open input XASUSPRM.
001320
001330     if ws-susprm-status not = '00'
001340        display 'XASUS02 Error: cannot open XASUSPRM, status '
001350                ws-susprm-status
001360        perform AbortRun
001370     end-if.
001380
001390     read XASUSPRM
001400        at end move 'Y' to ws-prm-eof-flag
001410     end-read.
001420
001430     if ws-prm-eof-flag = 'N'
001440        if XASUSPRM-AGE-DAYS not = space
001450           if XASUSPRM-AGE-DAYS not numeric
001460              display 'XASUS02 Error: age days not numeric: '
001470                      XASUSPRM-AGE-DAYS
001480              close XASUSPRM
001490              perform AbortRun
001500           end-if
001510           move XASUSPRM-AGE-DAYS to ws-age-days
001520        end-if
001530     end-if.
001540
001550     close XASUSPRM.
001560
001570     move ws-age-days to ws-days-disp.
001580
001590     display 'XASUS02 Minimum age days : ' ws-days-disp.
001600
001610******************************************************************
001620*    GetRunDate - today's date for the report title              *
001630******************************************************************
001640 GetRunDate section.
001650
001660     move 'Select'    to db2-funk.
001670     move 'Sysdummy1' to db2-tablename.
001680     move 01          to db2-kald-nr.
001690
001700     Exec sql select char(current date, iso)
001710          into :ws-run-date
001720          from sysibm.sysdummy1
001730          end-exec.
001740
001750     if sqlcode not = zero
001760        perform dsntiar-log
001770        close XASUSRPT
001780        perform AbortRun
001790     end-if.
001800
001810******************************************************************
001820*    AbortRun - stop the job when the parameter or the report    *
001830*               are unusable                                     *
001840******************************************************************
001850 AbortRun section.
001860
001870     move +16 to returncc.
001880     display 'XASUS02 Ended with return-code: ' returncc.
001890     move returncc to return-code.
001900     stop run.
001910
001920******************************************************************
001930*    Behandling
001940******************************************************************
001950 Behandling section.
001960
001970     perform ListAgedEntries.
001980
001990     if returncc = zero and ws-entry-count > zero
002000        perform CountPerOrigin
002010     end-if.
002020
002030     if returncc = zero and ws-entry-count > zero
002040        perform CountPerReason
002050     end-if.
002060
002070******************************************************************
002080*    ListAgedEntries - unresolved entries over the age limit,    *
002090*                      oldest first                              *
002100******************************************************************
002110 ListAgedEntries section.
002120
002130     move space to ws-report-line.
002140     perform WriteReportLine.
002150
002160     move 'Open'       to db2-funk.
002170     move 'XaSuspense' to db2-tablename.
002180     move 02           to db2-kald-nr.
002190
002200     Exec sql declare c1 cursor for
002210          select origin
002220                ,credate
002230                ,stepname
002240                ,seqnr
002250                ,reason
002260                ,statuscode
002270                ,userid
002280                ,days(current date) - days(susptstmp)
002290            from xasuspense
002300            where statuscode in ('S', 'C')
002310              and days(current date) - days(susptstmp)
002320                                     >= :ws-age-days
002330            order by susptstmp
002340                    ,origin
002350                    ,credate
002360                    ,stepname
002370                    ,seqnr
002380            end-exec.
002390
002400     Exec sql open c1 end-exec.
002410
002420     if sqlcode not = zero
002430        perform dsntiar-log
002440        move +12 to returncc
002450        go to ListAgedEntries-Exit.
002460
002470     perform FetchC1.
002480
002490     perform until sqlcode not = zero
002500                or returncc not = zero
002510        add +1 to ws-entry-count
002520        move seqnr in dclxasuspense to ws-seqnr-disp
002530        move ws-entry-age to ws-age-disp
002540        move space to ws-report-line
002550        string '  AGED   origin=' origin in dclxasuspense
002560               ' credate=' credate in dclxasuspense
002570               ' step=' stepname in dclxasuspense
002580               ' seqnr=' ws-seqnr-disp
002590               ' reason=' reason in dclxasuspense
002600               ' status=' statuscode in dclxasuspense
002610               ' userid=' userid in dclxasuspense
002620               ' age=' ws-age-disp ' days'
002630               delimited by size into ws-report-line
002640        perform WriteReportLine
002650        perform FetchC1
002660        end-perform.
002670
002680     Move sqlcode   to wsSqlCode.
002690     Exec sql close c1 end-exec.
002700     Move wsSqlCode to sqlcode.
002710
002720     if ws-entry-count = zero
002730        move '  OK     no unresolved entries over the limit'
002740          to ws-report-line
002750        perform WriteReportLine
002760     end-if.
002770
002780 ListAgedEntries-Exit.
002790     Exit.
002800
002810******************************************************************
002820*    CountPerOrigin - aged entries per submitting origin         *
002830******************************************************************
002840 CountPerOrigin section.
002850
002860     move space to ws-report-line.
002870     perform WriteReportLine.
002880     move 'Aged entries per origin' to ws-report-line.
002890     perform WriteReportLine.
002900
002910     move 'Open'       to db2-funk.
002920     move 'XaSuspense' to db2-tablename.
002930     move 04           to db2-kald-nr.
002940
002950     Exec sql declare c2 cursor for
002960          select origin
002970                ,count(*)
002980            from xasuspense
002990            where statuscode in ('S', 'C')
003000              and days(current date) - days(susptstmp)
003010                                     >= :ws-age-days
003020            group by origin
003030            order by origin
003040            end-exec.
003050
003060     Exec sql open c2 end-exec.
003070
003080     if sqlcode not = zero
003090        perform dsntiar-log
003100        move +12 to returncc
003110        go to CountPerOrigin-Exit.
003120
003130     perform FetchC2.
003140
003150     perform until sqlcode not = zero
003160                or returncc not = zero
003170        perform WriteGroupLine
003180        perform FetchC2
003190        end-perform.
003200
003210     Move sqlcode   to wsSqlCode.
003220     Exec sql close c2 end-exec.
003230     Move wsSqlCode to sqlcode.
003240
003250 CountPerOrigin-Exit.
003260     Exit.
003270
003280******************************************************************
003290*    CountPerReason - aged entries per reason code               *
003300******************************************************************
003310 CountPerReason section.
003320
003330     move space to ws-report-line.
003340     perform WriteReportLine.
003350     move 'Aged entries per reason' to ws-report-line.
003360     perform WriteReportLine.
003370
003380     move 'Open'       to db2-funk.
003390     move 'XaSuspense' to db2-tablename.
003400     move 06           to db2-kald-nr.
003410
003420     Exec sql declare c3 cursor for
003430          select reason
003440                ,count(*)
003450            from xasuspense
003460            where statuscode in ('S', 'C')
003470              and days(current date) - days(susptstmp)
003480                                     >= :ws-age-days
003490            group by reason
003500            order by reason
003510            end-exec.
003520
003530     Exec sql open c3 end-exec.
003540
003550     if sqlcode not = zero
003560        perform dsntiar-log
003570        move +12 to returncc
003580        go to CountPerReason-Exit.
003590
003600     perform FetchC3.
003610
003620     perform until sqlcode not = zero
003630                or returncc not = zero
003640        perform WriteGroupLine
003650        perform FetchC3
003660        end-perform.
003670
003680     Move sqlcode   to wsSqlCode.
003690     Exec sql close c3 end-exec.
003700     Move wsSqlCode to sqlcode.
003710
003720 CountPerReason-Exit.
003730     Exit.
003740
003750******************************************************************
003760*    WriteGroupLine - one origin or reason with its count        *
003770******************************************************************
003780 WriteGroupLine section.
003790
003800     move ws-group-count to ws-count-disp.
003810     move space to ws-report-line.
003820     string '  ' ws-group-key ' ' ws-count-disp
003830            delimited by size into ws-report-line.
003840     perform WriteReportLine.
003850
003860******************************************************************
003870*    WriteReportLine - one line to the ageing report             *
003880******************************************************************
003890 WriteReportLine section.
003900
003910     write XASUSRPT-RECORD from ws-report-line.
003920
003930     if ws-susrpt-status not = '00'
003940        display 'XASUS02 Error: XASUSRPT write status '
003950                ws-susrpt-status
003960     end-if.
003970
003980******************************************************************
003990*    Afslutning
004000******************************************************************
004010 Afslutning section.
004020
004030     move ws-entry-count to ws-count-disp.
004040     move space to ws-report-line.
004050     perform WriteReportLine.
004060     string 'TOTAL    unresolved entries over the limit : '
004070             ws-count-disp
004080             delimited by size into ws-report-line.
004090     perform WriteReportLine.
004100
004110     close XASUSRPT.
004120
004130     if returncc = zero and ws-entry-count > zero
004140        move +4 to returncc
004150     end-if.
004160
004170     display 'XASUS02 Aged entries : ' ws-entry-count.
004180
004190     display 'XASUS02 Ended with return-code: ' returncc.
004200
004210     move returncc to return-code.
004220
004230******************************************************************
004240*    fetch an unresolved entry over the age limit
004250******************************************************************
004260 FetchC1 Section.
004270
004280     move 'Fetch'      to db2-funk.
004290     move 03           to db2-kald-nr.
004300
004310     Exec sql fetch c1 into
004320          :dclxasuspense.origin
004330         ,:dclxasuspense.credate
004340         ,:dclxasuspense.stepname
004350         ,:dclxasuspense.seqnr
004360         ,:dclxasuspense.reason
004370         ,:dclxasuspense.statuscode
004380         ,:dclxasuspense.userid
004390         ,:ws-entry-age
004400          end-exec.
004410
004420     if not (sqlcode = zero or +100)
004430        perform dsntiar-log
004440        move +12 to returncc.
004450
004460******************************************************************
004470*    fetch the aged-entry count of an origin
004480******************************************************************
004490 FetchC2 Section.
004500
004510     move 'Fetch'      to db2-funk.
004520     move 05           to db2-kald-nr.
004530
004540     Exec sql fetch c2 into
004550          :ws-group-key
004560         ,:ws-group-count
004570          end-exec.
004580
004590     if not (sqlcode = zero or +100)
004600        perform dsntiar-log
004610        move +12 to returncc.
004620
004630******************************************************************
004640*    fetch the aged-entry count of a reason code
004650******************************************************************
004660 FetchC3 Section.
004670
004680     move 'Fetch'      to db2-funk.
004690     move 07           to db2-kald-nr.
004700
004710     Exec sql fetch c3 into
004720          :ws-group-key
004730         ,:ws-group-count
004740          end-exec.
004750
004760     if not (sqlcode = zero or +100)
004770        perform dsntiar-log
004780        move +12 to returncc.
004790
004800******************************************************************
004810*    Log sqlca error messages
004820******************************************************************
004830 dsntiar-log section.
004840
004850     move +78   to db2-logical-msgl.
004860     move +780  to db2-message-length.
004870     move space to db2-tiar-msg-table.
004880
004890     Display 'Statement:' db2-kald-nr
004900             ' Function:' db2-funk
004910             ' Table:'    db2-tablename.
004920
004930     Call 'dsntiar' using sqlca
004940                        db2-message-areal
004950                        db2-logical-msgl
004960          on exception
004970             move sqlcode to dsntiar-sqlcode
004980             display 'XASUS02 Error: Unable to call DSNTIAR'
004990             display 'Sqlcode: ' dsntiar-sqlcode
005000             display 'Sqlca  :'
005010             display sqlca
005020             end-call
005030
005040     perform varying tally from +1 by +1 until tally > +10
005050        if db2-tiar-msgs (tally) not = space
005060           Display db2-tiar-msgs (tally)
005070           end-if
005080        end-perform
005090     .
