000010 process sql, nodynam, noseq, test
000020 identification division.
000030 program-id.    XASNP01.
000040 author.        Xact Consulting A/S.
000050******************************************************************
000060* XASNP01 - As-of-date workforce snapshot                        *
000070* Rebuilds every rident's state at the end of the as-of date on  *
000080* XASNPPRM, for the auditors and the year-end statutory returns. *
000090* Each XaEmployee row or before-image is the state that held     *
000100* from its TSTMP until the next change (HISTTSTMP on the image). *
000110* The current row is the answer when its TSTMP is not after the  *
000120* as-of date; otherwise the XaEmployeeHist image whose interval  *
000130* spans the date is used. When the date is older than the       *
000140* retention period on the card, XaEmployeeHist has been purged   *
000150* by XAARC01 for that time and the XAARCHIV generations, sorted  *
000160* by rident and TSTMP, are matched in as well. A rident whose    *
000170* earliest known state is its O insert after the date did not    *
000180* exist yet and is left out; any other rident with no state      *
000190* covering the date is flagged as undetermined (history missing) *
000200* and ends the job with RC=4. Writes the snapshot to XASNPOUT    *
000210* and the counts per statuscode to XASNPRPT. Ridents erased by   *
000220* XAERA01 are not reported.                                      *
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
000330     select XASNPPRM assign to XASNPPRM
000340            organization is sequential
000350            file status  is ws-snpprm-status.
000360
000370     select XAARCHIV assign to XAARCHIV
000380            organization is sequential
000390            file status  is ws-archiv-status.
000400
000410     select XASNPOUT assign to XASNPOUT
000420            organization is sequential
000430            file status  is ws-snpout-status.
000440
000450     select XASNPRPT assign to XASNPRPT
000460            organization is sequential
000470            file status  is ws-snprpt-status.
000480
000490 data division.
000500 file section.
000510
000520 FD  XASNPPRM
000530     label records are standard.
000540 01  XASNPPRM-RECORD.
000550     03 XASNPPRM-ASOF-DATE       pic x(10).
000560     03 filler                   pic x(01).
000570     03 XASNPPRM-RETENTION-DAYS  pic x(05).
000580     03 filler                   pic x(64).
000590
000600 FD  XAARCHIV
000610     label records are standard.
000620 01  XAARCHIV-RECORD.
000630     03 XAARCHIV-RIDENT          pic 9(09).
000640     03 XAARCHIV-FIRSTNAME       pic x(30).
000650     03 XAARCHIV-LASTNAME        pic x(30).
000660     03 XAARCHIV-CPRNR           pic x(10).
000670     03 XAARCHIV-TSTMP           pic x(26).
000680     03 XAARCHIV-USERID          pic x(08).
000690     03 XAARCHIV-STATUSCODE      pic x(01).
000700     03 XAARCHIV-HISTTSTMP       pic x(26).
000710
000720*    SOURCE: C current row, H XaEmployeeHist, A archive,
000730*            U undetermined (names from the current row)
000740 FD  XASNPOUT
000750     label records are standard.
000760 01  XASNPOUT-RECORD.
000770     03 XASNPOUT-RIDENT          pic 9(09).
000780     03 XASNPOUT-FIRSTNAME       pic x(30).
000790     03 XASNPOUT-LASTNAME        pic x(30).
000800     03 XASNPOUT-CPRNR           pic x(10).
000810     03 XASNPOUT-TSTMP           pic x(26).
000820     03 XASNPOUT-USERID          pic x(08).
000830     03 XASNPOUT-STATUSCODE      pic x(01).
000840     03 XASNPOUT-SOURCE          pic x(01).
000850     03 XASNPOUT-ASOF-DATE       pic x(10).
000860     03 filler                   pic x(15).
000870
000880 FD  XASNPRPT
000890     label records are standard.
000900 01  XASNPRPT-RECORD             pic x(160).
000910
000920 working-storage section.
000930
000940 01  Dsntiar-areal.
000950     03 dsntiar               pic x(08)      value 'DSNTIAR'.
000960     03 dsntiar-sqlcode       pic ++++9      value zero.
000970     03 db2-logical-msgl      pic s9(8) comp value +78.
000980
000990 01  db2-message-areal.
001000     03 db2-message-length    pic s9(4) comp value +780.
001010     03 db2-tiar-msg-table.
001020        05 db2-tiar-msgs      pic x(78) occurs 10.
001030
001040 01  db2-log-data.
001050     03 db2-abend             pic ++++9  value zero.
001060     03 db2-funk              pic x(08)  value space.
001070     03 db2-kald-nr           pic x(02)  value space.
001080     03 db2-tablename         pic x(32)  value space.
001090     03 returncc              pic s9(4)  value zero comp.
001100     03 wsSqlCode             pic s9(9)  value zero comp-5.
001110     03 debug-data            pic x(256) value space.
001120
001130 01  ws-file-status.
001140     03 ws-snpprm-status      pic x(02)  value space.
001150     03 ws-archiv-status      pic x(02)  value space.
001160     03 ws-snpout-status      pic x(02)  value space.
001170     03 ws-snprpt-status      pic x(02)  value space.
001180
001190 01  ws-control-data.
001200     03 ws-prm-eof-flag       pic x(01)  value 'N'.
001210     03 ws-arc-eof-flag       pic x(01)  value 'N'.
001220     03 ws-archive-used       pic x(01)  value 'N'.
001230     03 ws-report-line        pic x(160) value space.
001240     03 ws-rident-disp        pic z(8)9.
001250     03 ws-count-disp         pic z(8)9.
001260
001270 01  ws-asof-data.
001280     03 ws-asof-date          pic x(10)  value space.
001290     03 ws-asof-tstmp         pic x(26)  value space.
001300     03 ws-retention-days     pic s9(9)  value zero comp.
001310     03 ws-cutoff-tstmp       pic x(26)  value space.
001320
001330*    The state found for the rident in hand, and the earliest
001340*    image seen for it, used to tell "not yet hired" from
001350*    "history missing"
001360 01  ws-state-data.
001370     03 ws-state-found        pic x(01)  value 'N'.
001380     03 ws-state-source       pic x(01)  value space.
001390     03 ws-state-firstname    pic x(30)  value space.
001400     03 ws-state-lastname     pic x(30)  value space.
001410     03 ws-state-cprnr        pic x(10)  value space.
001420     03 ws-state-tstmp        pic x(26)  value space.
001430     03 ws-state-userid       pic x(08)  value space.
001440     03 ws-state-statuscode   pic x(01)  value space.
001450     03 ws-first-tstmp        pic x(26)  value space.
001460     03 ws-first-statuscode   pic x(01)  value space.
001470
001480 01  ws-snapshot-counts.
001490     03 ws-rident-count       pic s9(9)  value zero comp.
001500     03 ws-written-count      pic s9(9)  value zero comp.
001510     03 ws-count-open         pic s9(9)  value zero comp.
001520     03 ws-count-modified     pic s9(9)  value zero comp.
001530     03 ws-count-corrected    pic s9(9)  value zero comp.
001540     03 ws-count-deleted      pic s9(9)  value zero comp.
001550     03 ws-count-revoked      pic s9(9)  value zero comp.
001560     03 ws-count-merged       pic s9(9)  value zero comp.
001570     03 ws-count-other        pic s9(9)  value zero comp.
001580     03 ws-count-not-hired    pic s9(9)  value zero comp.
001590     03 ws-count-undetermined pic s9(9)  value zero comp.
001600     03 ws-count-from-hist    pic s9(9)  value zero comp.
001610     03 ws-count-from-archive pic s9(9)  value zero comp.
001620     03 ws-arc-read-count     pic s9(9)  value zero comp.
001630     03 ws-arc-skipped-count  pic s9(9)  value zero comp.
001640
001650     exec sql include sqlca   end-exec.
001660     exec sql include xaempl  end-exec.
001670     exec sql include xaemplh end-exec.
001680
001690 procedure division.
001700 xasnp01-main Section.
001710
001720     perform Initiering.
001730     perform Behandling.
001740     perform Afslutning.
001750     stop run.
001760
001770******************************************************************
001780*    Initiering
001790******************************************************************
001800 Initiering section.
001810
001820     display 'XASNP01 Started'.
001830
001840     perform ReadParameter.
001850
001860     perform GetCutoff.
001870
001880     if ws-asof-tstmp < ws-cutoff-tstmp
001890        move 'Y' to ws-archive-used
001900        perform OpenArchive
001910     end-if.
001920
001930     open output XASNPOUT.
001940
001950     if ws-snpout-status not = '00'
001960        display 'XASNP01 Error: cannot open XASNPOUT, status '
001970                ws-snpout-status
001980        perform AbortRun
001990     end-if.
002000
002010     open output XASNPRPT.
002020
002030     if ws-snprpt-status not = '00'
002040        display 'XASNP01 Error: cannot open XASNPRPT, status '
002050                ws-snprpt-status
002060        close XASNPOUT
002070        perform AbortRun
002080     end-if.
002090
002100     move space to ws-report-line.
002110     string 'XASNP01 Workforce snapshot as of: ' ws-asof-date
002120            delimited by size into ws-report-line.
002130     perform WriteReportLine.
002140
002150     move space to ws-report-line.
002160     if ws-archive-used = 'Y'
002170        string 'XASNP01 As-of date is before the retention '
002180               'cutoff ' ws-cutoff-tstmp
002190               ' - XAARCHIV matched in'
002200               delimited by size into ws-report-line
002210     else
002220        string 'XASNP01 As-of date is within the retention '
002230               'period - XaEmployeeHist only'
002240               delimited by size into ws-report-line
002250     end-if.
002260     perform WriteReportLine.
002270
002280******************************************************************
002290*    ReadParameter - as-of date and the retention period in days *
002300*                    XAARC01 purges with (default 365)           *
002310******************************************************************
002320 ReadParameter section.
002330
002340     open input XASNPPRM.
002350
002360     if ws-snpprm-status not = '00'
002370        display 'XASNP01 Error: cannot open XASNPPRM, status '
002380                ws-snpprm-status
002390        perform AbortRun
002400     end-if.
002410
002420     read XASNPPRM
002430        at end move 'Y' to ws-prm-eof-flag
002440     end-read.
002450
002460     if ws-prm-eof-flag = 'Y' or ws-snpprm-status not = '00'
002470        display 'XASNP01 Error: no parameter record on XASNPPRM'
002480        close XASNPPRM
002490        perform AbortRun
002500     end-if.
002510
002520     move XASNPPRM-ASOF-DATE to ws-asof-date.
002530
002540     if XASNPPRM-RETENTION-DAYS = space
002550        or XASNPPRM-RETENTION-DAYS = '00000'
002560        move +365 to ws-retention-days
002570     else
002580        if XASNPPRM-RETENTION-DAYS not numeric
002590           display 'XASNP01 Error: retention days not numeric: '
002600                   XASNPPRM-RETENTION-DAYS
002610           close XASNPPRM
002620           perform AbortRun
002630        end-if
002640        move XASNPPRM-RETENTION-DAYS to ws-retention-days
002650     end-if.
002660
002670     close XASNPPRM.
002680
002690     if ws-asof-date = space
002700        display 'XASNP01 Error: as-of date is required'
002710        perform AbortRun
002720     end-if.
002730
002740     string ws-asof-date '-24.00.00.000000'
002750             delimited by size into ws-asof-tstmp.
002760
002770     display 'XASNP01 As-of date: ' ws-asof-date
002780             ' retention days: ' ws-retention-days.
002790
002800******************************************************************
002810*    GetCutoff - history changed before this point may already   *
002820*                be purged to the archive                        *
002830******************************************************************
002840 GetCutoff section.
002850
002860     move 'Select'    to db2-funk.
002870     move 'Sysdummy1' to db2-tablename.
002880     move 01          to db2-kald-nr.
002890
002900     Exec sql select char(current timestamp
002910                         - :ws-retention-days days)
002920          into :ws-cutoff-tstmp
002930          from sysibm.sysdummy1
002940          end-exec.
002950
002960     if sqlcode not = zero
002970        perform dsntiar-log
002980        perform AbortRun
002990     end-if.
003000
003010     display 'XASNP01 Retention cutoff: ' ws-cutoff-tstmp.
003020
003030******************************************************************
003040*    OpenArchive - the sorted archive generations                *
003050******************************************************************
003060 OpenArchive section.
003070
003080     open input XAARCHIV.
003090
003100     if ws-archiv-status not = '00'
003110        display 'XASNP01 Error: cannot open XAARCHIV, status '
003120                ws-archiv-status
003130        perform AbortRun
003140     end-if.
003150
003160     perform ReadArchive.
003170
003180******************************************************************
003190*    AbortRun - stop the job when the parameters or files are    *
003200*               unusable                                         *
003210******************************************************************
003220 AbortRun section.
003230
003240     move +16 to returncc.
003250     display 'XASNP01 Ended with return-code: ' returncc.
003260     move returncc to return-code.
003270     stop run.
003280
003290******************************************************************
003300*    Behandling
003310******************************************************************
003320 Behandling section.
003330
003340     move 'Open'       to db2-funk.
003350     move 'XaEmployee' to db2-tablename.
003360     move 02           to db2-kald-nr.
003370
003380     Exec sql declare c1 cursor for
003390          select rident
003400                ,firstname
003410                ,lastname
003420                ,cprnr
003430                ,tstmp
003440                ,userid
003450                ,statuscode
003460            from xaemployee
003470            order by rident
003480            end-exec.
003490
003500     Exec sql open c1 end-exec.
003510
003520     if sqlcode not = zero
003530        perform dsntiar-log
003540        move +12 to returncc
003550        go to Behandling-Exit.
003560
003570     perform FetchC1.
003580
003590     perform until sqlcode not = zero
003600                or returncc not = zero
003610        add +1 to ws-rident-count
003620        perform DetermineState
003630        if returncc = zero
003640           perform FetchC1
003650        end-if
003660        end-perform.
003670
003680     Move sqlcode   to wsSqlCode.
003690     Exec sql close c1 end-exec.
003700     Move wsSqlCode to sqlcode.
003710
003720*    Archive rows past the last current rident belong to erased
003730*    ridents
003740     perform until ws-archive-used not = 'Y'
003750                or ws-arc-eof-flag = 'Y'
003760        add +1 to ws-arc-skipped-count
003770        perform ReadArchive
003780        end-perform.
003790
003800 Behandling-Exit.
003810     Exit.
003820
003830******************************************************************
003840*    DetermineState - current row, then XaEmployeeHist, then the *
003850*                     archive; the archive is read for every     *
003860*                     rident to keep the match in step           *
003870******************************************************************
003880 DetermineState section.
003890
003900     move 'N'   to ws-state-found.
003910     move space to ws-state-source.
003920     move tstmp      in dclxaemployee to ws-first-tstmp.
003930     move statuscode in dclxaemployee to ws-first-statuscode.
003940
003950     if tstmp in dclxaemployee not > ws-asof-tstmp
003960        move 'Y' to ws-state-found
003970        move 'C' to ws-state-source
003980        move firstname  in dclxaemployee to ws-state-firstname
003990        move lastname   in dclxaemployee to ws-state-lastname
004000        move cprnr      in dclxaemployee to ws-state-cprnr
004010        move tstmp      in dclxaemployee to ws-state-tstmp
004020        move userid     in dclxaemployee to ws-state-userid
004030        move statuscode in dclxaemployee to ws-state-statuscode
004040     else
004050        perform FindHistState
004060     end-if.
004070
004080     if returncc not = zero
004090        go to DetermineState-Exit.
004100
004110     if ws-state-found = 'N'
004120        perform FindFirstHist
004130     end-if.
004140
004150     if ws-archive-used = 'Y'
004160        perform MatchArchive
004170     end-if.
004180
004190     if returncc not = zero
004200        go to DetermineState-Exit.
004210
004220     if ws-state-found = 'Y'
004230        perform WriteSnapshot
004240        go to DetermineState-Exit.
004250
004260     if ws-first-statuscode = 'O'
004270        and ws-first-tstmp > ws-asof-tstmp
004280        add +1 to ws-count-not-hired
004290        go to DetermineState-Exit.
004300
004310     perform WriteUndetermined.
004320
004330 DetermineState-Exit.
004340     Exit.
004350
004360******************************************************************
004370*    FindHistState - the before-image whose interval spans the   *
004380*                    as-of timestamp                             *
004390******************************************************************
004400 FindHistState section.
004410
004420     move 'Select'         to db2-funk.
004430     move 'XaEmployeeHist' to db2-tablename.
004440     move 04               to db2-kald-nr.
004450
004460     move rident in dclxaemployee to rident in dclxaemployeehist.
004470
004480     Exec sql select firstname
004490                    ,lastname
004500                    ,cprnr
004510                    ,tstmp
004520                    ,userid
004530                    ,statuscode
004540          into :dclxaemployeehist.firstname
004550              ,:dclxaemployeehist.lastname
004560              ,:dclxaemployeehist.cprnr
004570              ,:dclxaemployeehist.tstmp
004580              ,:dclxaemployeehist.userid
004590              ,:dclxaemployeehist.statuscode
004600          from xaemployeehist
004610          where rident     =  :dclxaemployeehist.rident
004620            and tstmp      <= :ws-asof-tstmp
004630            and histtstmp  >  :ws-asof-tstmp
004640          order by histtstmp
004650          fetch first 1 row only
004660          end-exec.
004670
004680     evaluate sqlcode
004690        when zero
004700           move 'Y' to ws-state-found
004710           move 'H' to ws-state-source
004720           move firstname  in dclxaemployeehist
004730             to ws-state-firstname
004740           move lastname   in dclxaemployeehist
004750             to ws-state-lastname
004760           move cprnr      in dclxaemployeehist
004770             to ws-state-cprnr
004780           move tstmp      in dclxaemployeehist
004790             to ws-state-tstmp
004800           move userid     in dclxaemployeehist
004810             to ws-state-userid
004820           move statuscode in dclxaemployeehist
004830             to ws-state-statuscode
004840        when +100
004850           continue
004860        when other
004870           perform dsntiar-log
004880           move +12 to returncc
004890     end-evaluate.
004900
004910******************************************************************
004920*    FindFirstHist - the earliest before-image still on          *
004930*                    XaEmployeeHist                              *
004940******************************************************************
004950 FindFirstHist section.
004960
004970     move 'Select'         to db2-funk.
004980     move 'XaEmployeeHist' to db2-tablename.
004990     move 05               to db2-kald-nr.
005000
005010     Exec sql select tstmp
005020                    ,statuscode
005030          into :dclxaemployeehist.tstmp
005040              ,:dclxaemployeehist.statuscode
005050          from xaemployeehist
005060          where rident = :dclxaemployeehist.rident
005070          order by tstmp
005080          fetch first 1 row only
005090          end-exec.
005100
005110     evaluate sqlcode
005120        when zero
005130           if tstmp in dclxaemployeehist < ws-first-tstmp
005140              move tstmp      in dclxaemployeehist
005150                to ws-first-tstmp
005160              move statuscode in dclxaemployeehist
005170                to ws-first-statuscode
005180           end-if
005190        when +100
005200           continue
005210        when other
005220           perform dsntiar-log
005230           move +12 to returncc
005240     end-evaluate.
005250
005260******************************************************************
005270*    MatchArchive - skip archive rows of ridents no longer on    *
005280*                   XaEmployee, then take every row of this      *
005290*                   rident: the one spanning the as-of date is   *
005300*                   the state if none was found yet, and the     *
005310*                   earliest counts for the not-yet-hired test   *
005320******************************************************************
005330 MatchArchive section.
005340
005350     perform until ws-arc-eof-flag = 'Y'
005360                or XAARCHIV-RIDENT not < rident in dclxaemployee
005370        add +1 to ws-arc-skipped-count
005380        perform ReadArchive
005390        end-perform.
005400
005410     perform until ws-arc-eof-flag = 'Y'
005420                or XAARCHIV-RIDENT not = rident in dclxaemployee
005430        if XAARCHIV-TSTMP < ws-first-tstmp
005440           move XAARCHIV-TSTMP      to ws-first-tstmp
005450           move XAARCHIV-STATUSCODE to ws-first-statuscode
005460        end-if
005470        if ws-state-found = 'N'
005480           and XAARCHIV-TSTMP     not > ws-asof-tstmp
005490           and XAARCHIV-HISTTSTMP >     ws-asof-tstmp
005500           move 'Y' to ws-state-found
005510           move 'A' to ws-state-source
005520           move XAARCHIV-FIRSTNAME  to ws-state-firstname
005530           move XAARCHIV-LASTNAME   to ws-state-lastname
005540           move XAARCHIV-CPRNR      to ws-state-cprnr
005550           move XAARCHIV-TSTMP      to ws-state-tstmp
005560           move XAARCHIV-USERID     to ws-state-userid
005570           move XAARCHIV-STATUSCODE to ws-state-statuscode
005580        end-if
005590        perform ReadArchive
005600        end-perform.
005610
005620******************************************************************
005630*    ReadArchive - next record from the sorted archive           *
005640******************************************************************
005650 ReadArchive section.
005660
005670     read XAARCHIV
005680        at end move 'Y' to ws-arc-eof-flag
005690     end-read.
005700
005710     if ws-archiv-status not = '00'
005720                        and ws-archiv-status not = '10'
005730        display 'XASNP01 Error: XAARCHIV read status '
005740                ws-archiv-status
005750        move +16 to returncc
005760        move 'Y' to ws-arc-eof-flag
005770     end-if.
005780
005790     if ws-arc-eof-flag not = 'Y'
005800        add +1 to ws-arc-read-count
005810     end-if.
005820
005830******************************************************************
005840*    WriteSnapshot - the rident's state on the as-of date        *
005850******************************************************************
005860 WriteSnapshot section.
005870
005880     evaluate ws-state-statuscode
005890        when 'O'   add +1 to ws-count-open
005900        when 'M'   add +1 to ws-count-modified
005910        when 'C'   add +1 to ws-count-corrected
005920        when 'D'   add +1 to ws-count-deleted
005930        when 'R'   add +1 to ws-count-revoked
005940        when 'X'   add +1 to ws-count-merged
005950        when other add +1 to ws-count-other
005960     end-evaluate.
005970
005980     evaluate ws-state-source
005990        when 'H'   add +1 to ws-count-from-hist
006000        when 'A'   add +1 to ws-count-from-archive
006010        when other continue
006020     end-evaluate.
006030
006040     move space                   to XASNPOUT-RECORD.
006050     move rident in dclxaemployee to XASNPOUT-RIDENT.
006060     move ws-state-firstname      to XASNPOUT-FIRSTNAME.
006070     move ws-state-lastname       to XASNPOUT-LASTNAME.
006080     move ws-state-cprnr          to XASNPOUT-CPRNR.
006090     move ws-state-tstmp          to XASNPOUT-TSTMP.
006100     move ws-state-userid         to XASNPOUT-USERID.
006110     move ws-state-statuscode     to XASNPOUT-STATUSCODE.
006120     move ws-state-source         to XASNPOUT-SOURCE.
006130     move ws-asof-date            to XASNPOUT-ASOF-DATE.
006140
006150     perform WriteSnapshotRecord.
006160
006170******************************************************************
006180*    WriteUndetermined - history missing for the as-of date: the *
006190*                        rident goes on the file flagged U with  *
006200*                        its current names, and on the report    *
006210******************************************************************
006220 WriteUndetermined section.
006230
006240     add +1 to ws-count-undetermined.
006250
006260     move space                       to XASNPOUT-RECORD.
006270     move rident    in dclxaemployee  to XASNPOUT-RIDENT.
006280     move firstname in dclxaemployee  to XASNPOUT-FIRSTNAME.
006290     move lastname  in dclxaemployee  to XASNPOUT-LASTNAME.
006300     move cprnr     in dclxaemployee  to XASNPOUT-CPRNR.
006310     move 'U'                         to XASNPOUT-SOURCE.
006320     move ws-asof-date                to XASNPOUT-ASOF-DATE.
006330
006340     perform WriteSnapshotRecord.
006350
006360     move rident in dclxaemployee to ws-rident-disp.
006370     move space to ws-report-line.
006380     string 'UNDETERMINED rident=' ws-rident-disp
006390            ' earliest state ' ws-first-statuscode
006400            ' at ' ws-first-tstmp
006410            ' - history missing for the as-of date'
006420            delimited by size into ws-report-line.
006430     perform WriteReportLine.
006440
006450******************************************************************
006460*    WriteSnapshotRecord - one record to the snapshot file       *
006470******************************************************************
006480 WriteSnapshotRecord section.
006490
006500     write XASNPOUT-RECORD.
006510
006520     if ws-snpout-status not = '00'
006530        display 'XASNP01 Error: XASNPOUT write status '
006540                ws-snpout-status
006550        move +16 to returncc
006560     else
006570        add +1 to ws-written-count
006580     end-if.
006590
006600******************************************************************
006610*    WriteReportLine - one line to the snapshot report           *
006620******************************************************************
006630 WriteReportLine section.
006640
006650     write XASNPRPT-RECORD from ws-report-line.
006660
006670     if ws-snprpt-status not = '00'
006680        display 'XASNP01 Error: XASNPRPT write status '
006690                ws-snprpt-status
006700     end-if.
006710
006720******************************************************************
006730*    Afslutning - counts per statuscode on the as-of date        *
006740******************************************************************
006750 Afslutning section.
006760
006770     move ws-rident-count to ws-count-disp.
006780     move space to ws-report-line.
006790     string 'Ridents on XaEmployee          : ' ws-count-disp
006800            delimited by size into ws-report-line.
006810     perform WriteReportLine.
006820
006830     move ws-count-not-hired to ws-count-disp.
006840     move space to ws-report-line.
006850     string 'Not yet created on the date    : ' ws-count-disp
006860            delimited by size into ws-report-line.
006870     perform WriteReportLine.
006880
006890     move ws-count-open to ws-count-disp.
006900     move space to ws-report-line.
006910     string 'Statuscode O (Open/Active)     : ' ws-count-disp
006920            delimited by size into ws-report-line.
006930     perform WriteReportLine.
006940
006950     move ws-count-modified to ws-count-disp.
006960     move space to ws-report-line.
006970     string 'Statuscode M (Modified)        : ' ws-count-disp
006980            delimited by size into ws-report-line.
006990     perform WriteReportLine.
007000
007010     move ws-count-corrected to ws-count-disp.
007020     move space to ws-report-line.
007030     string 'Statuscode C (Corrected)       : ' ws-count-disp
007040            delimited by size into ws-report-line.
007050     perform WriteReportLine.
007060
007070     move ws-count-deleted to ws-count-disp.
007080     move space to ws-report-line.
007090     string 'Statuscode D (Deleted)         : ' ws-count-disp
007100            delimited by size into ws-report-line.
007110     perform WriteReportLine.
007120
007130     move ws-count-revoked to ws-count-disp.
007140     move space to ws-report-line.
007150     string 'Statuscode R (Revoked)         : ' ws-count-disp
007160            delimited by size into ws-report-line.
007170     perform WriteReportLine.
007180
007190     move ws-count-merged to ws-count-disp.
007200     move space to ws-report-line.
007210     string 'Statuscode X (Merged)          : ' ws-count-disp
007220            delimited by size into ws-report-line.
007230     perform WriteReportLine.
007240
007250     if ws-count-other > zero
007260        move ws-count-other to ws-count-disp
007270        move space to ws-report-line
007280        string 'Statuscode ? (Unknown)         : ' ws-count-disp
007290               delimited by size into ws-report-line
007300        perform WriteReportLine
007310     end-if.
007320
007330     move ws-count-undetermined to ws-count-disp.
007340     move space to ws-report-line.
007350     string 'Undetermined (history missing) : ' ws-count-disp
007360            delimited by size into ws-report-line.
007370     perform WriteReportLine.
007380
007390     move ws-count-from-hist to ws-count-disp.
007400     move space to ws-report-line.
007410     string 'States from XaEmployeeHist     : ' ws-count-disp
007420            delimited by size into ws-report-line.
007430     perform WriteReportLine.
007440
007450     if ws-archive-used = 'Y'
007460        move ws-count-from-archive to ws-count-disp
007470        move space to ws-report-line
007480        string 'States from XAARCHIV           : ' ws-count-disp
007490               delimited by size into ws-report-line
007500        perform WriteReportLine
007510        move ws-arc-skipped-count to ws-count-disp
007520        move space to ws-report-line
007530        string 'Archive rows of erased ridents : ' ws-count-disp
007540               delimited by size into ws-report-line
007550        perform WriteReportLine
007560        close XAARCHIV
007570     end-if.
007580
007590     move ws-written-count to ws-count-disp.
007600     move space to ws-report-line.
007610     string 'Snapshot records written       : ' ws-count-disp
007620            delimited by size into ws-report-line.
007630     perform WriteReportLine.
007640
007650     close XASNPOUT.
007660     close XASNPRPT.
007670
007680     if returncc = zero and ws-count-undetermined > zero
007690        move +4 to returncc
007700     end-if.
007710
007720     display 'XASNP01 Snapshot records: ' ws-written-count.
007730     display 'XASNP01 Undetermined    : ' ws-count-undetermined.
007740     display 'XASNP01 Ended with return-code: ' returncc.
007750
007760     move returncc to return-code.
007770
007780******************************************************************
007790*    fetch a current row
007800******************************************************************
007810 FetchC1 Section.
007820
007830     move 'Fetch' to db2-funk.
007840     move 03      to db2-kald-nr.
007850
007860     Exec sql fetch c1 into
007870          :dclxaemployee.rident
007880         ,:dclxaemployee.firstname
007890         ,:dclxaemployee.lastname
007900         ,:dclxaemployee.cprnr
007910         ,:dclxaemployee.tstmp
007920         ,:dclxaemployee.userid
007930         ,:dclxaemployee.statuscode
007940         end-exec.
007950
007960     if not (sqlcode = zero or +100)
007970        perform dsntiar-log
007980        move +12 to returncc.
007990
008000******************************************************************
008010*    Log sqlca error messages
008020******************************************************************
008030 dsntiar-log section.
008040
008050     move +78   to db2-logical-msgl.
008060     move +780  to db2-message-length.
008070     move space to db2-tiar-msg-table.
008080
008090     Display 'Statement:' db2-kald-nr
008100             ' Function:' db2-funk
008110             ' Table:'    db2-tablename.
008120
008130     Call 'dsntiar' using sqlca
008140                        db2-message-areal
008150                        db2-logical-msgl
008160          on exception
008170             move sqlcode to dsntiar-sqlcode
008180             display 'XASNP01 Error: Unable to call DSNTIAR'
008190             display 'Sqlcode: ' dsntiar-sqlcode
008200             display 'Sqlca  :'
008210             display sqlca
008220             end-call
008230
008240     perform varying tally from +1 by +1 until tally > +10
008250        if db2-tiar-msgs (tally) not = space
008260           Display db2-tiar-msgs (tally)
008270           end-if
008280        end-perform
008290     .
