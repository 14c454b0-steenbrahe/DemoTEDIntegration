000010 process sql, nodynam, noseq, test
000020 identification division.
000030 program-id.    XAIAM01.
000040 author.        Xact Consulting A/S.
000050******************************************************************
000060* XAIAM01 - Nightly joiner/mover/leaver feed to IT access        *
000070* management                                                     *
000080* Writes one XAIAMOUT record per event inside the feed window    *
000090* that opens or closes system access: a joiner (INSERT, state    *
000100* 'O'), a leaver (DELETE, 'D'), a rejoiner (REVOKE, 'R', or a    *
000105* REHIRE, an 'O' after earlier states of the same rident), a     *
000110* merged-away rident ('X') with the rident the person continues  *
000120* under from XaEmployeeXref, so IT can drop the duplicate        *
000130* identity, and a mover - a MODIFY that changed the department   *
000140* or job title, taken from the before images on                  *
000150* XaEmployeeDetHist. The states come from XaEmployee and         *
000160* XaEmployeeHist, so every event in the window is reported even  *
000170* when a later change has since overwritten the row. Each record *
000180* carries the department and job title as they stood after the   *
000190* event, a mover the ones before it as well. A change made while *
000193* the person was a leaver - the detail a REHIRE sets - is no     *
000196* move; the rejoiner record carries it. The file ends with       *
000200* a trailer holding the counts per action so IT can balance it.  *
000210* The window is derived from this feed's own run-control table   *
000220* XaIamRun - from just past the TOTSTMP of the last clean,       *
000230* non-rerun row up to the current timestamp - independently of   *
000240* the payroll extract's XaExtractRun, so consecutive nights      *
000250* never overlap or gap. A window typed on the XAIAMPRM card      *
000260* overrides the derivation for reruns and is flagged as a rerun  *
000270* on the run log. Every run is logged with its window, counts    *
000280* and return code.                                               *
000290* Xact Consulting A/S                                            *
000300* Arnold Nielsens Boulevard 68A                                  *
000310* DK-2650 Hvidovre, Denmark                                      *
000320******************************************************************
000330 environment    division.
000340 configuration  section.
000350 special-names.
000360 input-output   section.
000370 file-control.
000380
000390     select XAIAMPRM assign to XAIAMPRM
000400            organization is sequential
000410            file status  is ws-iamprm-status.
000420
000430     select XAIAMOUT assign to XAIAMOUT
000440            organization is sequential
000450            file status  is ws-iamout-status.
000460
000470 data division.
000480 file section.
000490
000500 FD  XAIAMPRM
000510     label records are standard.
000520 01  XAIAMPRM-RECORD.
000530     03 XAIAMPRM-FROM-TSTMP      pic x(26).
000540     03 filler                   pic x(01).
000550     03 XAIAMPRM-TO-TSTMP        pic x(26).
000560     03 filler                   pic x(27).
000570
000580 FD  XAIAMOUT
000590     label records are standard.
000600     copy xaiamrec.
000610
000620 working-storage section.
000630
000640 01  Dsntiar-areal.
000650     03 dsntiar               pic x(08)      value 'DSNTIAR'.
000660     03 dsntiar-sqlcode       pic ++++9      value zero.
000670     03 db2-logical-msgl      pic s9(8) comp value +78.
000680
000690 01  db2-message-areal.
000700     03 db2-message-length    pic s9(4) comp value +780.
000710     03 db2-tiar-msg-table.
000720        05 db2-tiar-msgs      pic x(78) occurs 10.
000730
000740 01  db2-log-data.
000750     03 db2-abend             pic ++++9  value zero.
000760     03 db2-funk              pic x(08)  value space.
000770     03 db2-kald-nr           pic x(02)  value space.
000780     03 db2-tablename         pic x(32)  value space.
000790     03 returncc              pic s9(4)  value zero comp.
000800     03 wsSqlCode             pic s9(9)  value zero comp-5.
000810     03 debug-data            pic x(256) value space.
000820
000830 01  ws-file-status.
000840     03 ws-iamprm-status      pic x(02)  value space.
000850     03 ws-iamout-status      pic x(02)  value space.
000860
000870 01  ws-control-data.
000880     03 ws-prm-eof-flag       pic x(01)  value 'N'.
000890     03 ws-joiner-count       pic s9(9)  value zero comp.
000900     03 ws-mover-count        pic s9(9)  value zero comp.
000910     03 ws-leaver-count       pic s9(9)  value zero comp.
000920     03 ws-rejoiner-count     pic s9(9)  value zero comp.
000930     03 ws-merge-count        pic s9(9)  value zero comp.
000940     03 ws-unchanged-count    pic s9(9)  value zero comp.
000945     03 ws-leaver-chg-count   pic s9(9)  value zero comp.
000950     03 ws-feed-count         pic s9(9)  value zero comp.
000960
000970 01  ws-window-data.
000980     03 ws-from-tstmp         pic x(26)  value space.
000990     03 ws-to-tstmp           pic x(26)  value space.
001000     03 ws-rerun-flag         pic x(01)  value 'N'.
001010     03 ws-from-ind           pic s9(4)  value zero comp.
001020
001030*    One event from the cursor: a state change of the XaEmployee
001040*    row (O, D, R, X) or a department/job title change (M) with
001050*    the values before it
001060 01  ws-event-data.
001070     03 ws-ev-rident          pic s9(9)  value zero comp.
001080     03 ws-ev-type            pic x(01)  value space.
001090     03 ws-ev-tstmp           pic x(26)  value space.
001100     03 ws-ev-old-deptcode    pic x(04)  value space.
001110     03 ws-ev-old-jobtitle    pic x(30)  value space.
001112*    States of the rident before the event, and its state when
001114*    a department/job title change was made
001116     03 ws-ev-prior-count     pic s9(9)  value zero comp.
001118     03 ws-ev-state           pic x(01)  value space.
001120
001130     exec sql include sqlca    end-exec.
001140     exec sql include xaempl   end-exec.
001150     exec sql include xaemplh  end-exec.
001160     exec sql include xaempld  end-exec.
001170     exec sql include xaempldh end-exec.
001180     exec sql include xaemplx  end-exec.
001190     exec sql include xaiamrun end-exec.
001200
001210 procedure division.
001220 xaiam01-main Section.
001230
001240     perform Initiering.
001250     perform Behandling.
001260     perform Afslutning.
001270     stop run.
001280
001290******************************************************************
001300*    Initiering
001310******************************************************************
001320 Initiering section.
001330
001340     display 'XAIAM01 Started'.
001350
001360     perform ReadParameter.
001370
001380     open output XAIAMOUT.
001390
001400     if ws-iamout-status not = '00'
001410        display 'XAIAM01 Error: cannot open XAIAMOUT, status '
001420                ws-iamout-status
001430        perform AbortRun
001440     end-if.
001450
001460******************************************************************
001470*    ReadParameter - the XAIAMPRM card is an explicit override   *
001480*                    for reruns and flags the run as such on     *
001490*                    the run log; a missing or empty card means  *
001500*                    the window is derived from XaIamRun so      *
001510*                    consecutive nights never overlap or gap     *
001520******************************************************************
001530 ReadParameter section.
001540
001550     open input XAIAMPRM.
001560
001570     if ws-iamprm-status = '35'
001580        move 'Y' to ws-prm-eof-flag
001590        go to ReadParameter-Derive.
001600
001610     if ws-iamprm-status not = '00'
001620        display 'XAIAM01 Error: cannot open XAIAMPRM, status '
001630                ws-iamprm-status
001640        perform AbortRun
001650     end-if.
001660
001670     read XAIAMPRM
001680        at end move 'Y' to ws-prm-eof-flag
001690     end-read.
001700
001710     if ws-prm-eof-flag not = 'Y'
001720                        and ws-iamprm-status not = '00'
001730        display 'XAIAM01 Error: XAIAMPRM read status '
001740                ws-iamprm-status
001750        close XAIAMPRM
001760        perform AbortRun
001770     end-if.
001780
001790     if ws-prm-eof-flag not = 'Y'
001800        move XAIAMPRM-FROM-TSTMP to ws-from-tstmp
001810        move XAIAMPRM-TO-TSTMP   to ws-to-tstmp
001820     end-if.
001830
001840     close XAIAMPRM.
001850
001860 ReadParameter-Derive.
001870
001880     if ws-prm-eof-flag = 'Y'
001890        or (ws-from-tstmp = space and ws-to-tstmp = space)
001900        perform GetWindow
001910     else
001920        move 'Y' to ws-rerun-flag
001930        display 'XAIAM01 Override window from the card - '
001940                'logged as a rerun'
001950        if ws-from-tstmp = space or ws-to-tstmp = space
001960           display 'XAIAM01 Error: from/to window is incomplete'
001970           perform AbortRun
001980        end-if
001990     end-if.
002000
002010     if ws-from-tstmp > ws-to-tstmp
002020        display 'XAIAM01 Error: from-tstmp is after to-tstmp'
002030        perform AbortRun
002040     end-if.
002050
002060     display 'XAIAM01 Feed window from: ' ws-from-tstmp.
002070     display 'XAIAM01 Feed window to  : ' ws-to-tstmp.
002080     display 'XAIAM01 Rerun flag      : ' ws-rerun-flag.
002090
002100******************************************************************
002110*    GetWindow - derive the next window from the run-control     *
002120*                table: one microsecond past the TOTSTMP of the  *
002130*                last clean, non-rerun run up to the current     *
002140*                timestamp, as XAEXT01 does for payroll          *
002150******************************************************************
002160 GetWindow section.
002170
002180     move 'Select'       to db2-funk.
002190     move 'XaIamRun'     to db2-tablename.
002200     move 04             to db2-kald-nr.
002210
002220     Exec sql select char(max(totstmp) + 1 microsecond)
002230          into :ws-from-tstmp :ws-from-ind
002240          from xaiamrun
002250          where retcode   = 0
002260            and rerunflag = 'N'
002270          end-exec.
002280
002290     if sqlcode not = zero
002300        perform dsntiar-log
002310        perform AbortRun
002320     end-if.
002330
002340     if ws-from-ind < zero
002350        move '0001-01-01-00.00.00.000000' to ws-from-tstmp
002360        display 'XAIAM01 No prior run on XaIamRun - '
002370                'feeding everything up to now'
002380     end-if.
002390
002400     move 'Select'       to db2-funk.
002410     move 'Sysdummy1'    to db2-tablename.
002420     move 05             to db2-kald-nr.
002430
002440     Exec sql select char(current timestamp)
002450          into :ws-to-tstmp
002460          from sysibm.sysdummy1
002470          end-exec.
002480
002490     if sqlcode not = zero
002500        perform dsntiar-log
002510        perform AbortRun
002520     end-if.
002530
002540******************************************************************
002550*    AbortRun - stop the job before touching DB2 when the        *
002560*               parameters or files are unusable                 *
002570******************************************************************
002580 AbortRun section.
002590
002600     move +16 to returncc.
002610     display 'XAIAM01 Ended with return-code: ' returncc.
002620     move returncc to return-code.
002630     stop run.
002640
002650******************************************************************
002660*    Behandling - every event in the window in rident and time   *
002670*                 order: the states set on XaEmployee, current   *
002680*                 or since moved to XaEmployeeHist, and the      *
002690*                 department/job title before images             *
002700******************************************************************
002710 Behandling section.
002720
002730     move 'Open'       to db2-funk.
002740     move 'XaEmployee' to db2-tablename.
002750     move 01           to db2-kald-nr.
002760
002770     Exec sql declare c1 cursor for
002780          select e.rident
002790                ,e.statuscode
002800                ,e.tstmp
002810                ,'    '
002820                ,' '
002830            from xaemployee e
002840            where e.tstmp between :ws-from-tstmp
002850                              and :ws-to-tstmp
002860              and e.statuscode in ('O', 'D', 'R', 'X')
002870          union all
002880          select h.rident
002890                ,h.statuscode
002900                ,h.tstmp
002910                ,'    '
002920                ,' '
002930            from xaemployeehist h
002940            where h.tstmp between :ws-from-tstmp
002950                              and :ws-to-tstmp
002960              and h.statuscode in ('O', 'D', 'R', 'X')
002970          union all
002980          select m.rident
002990                ,'M'
003000                ,m.histtstmp
003010                ,m.deptcode
003020                ,m.jobtitle
003030            from xaemployeedethist m
003040            where m.histtstmp between :ws-from-tstmp
003050                                  and :ws-to-tstmp
003060          order by 1, 3
003070          end-exec.
003080
003090     Exec sql open c1 end-exec.
003100
003110     if sqlcode not = zero
003120        perform dsntiar-log
003130        move +12 to returncc
003140        go to Behandling-Exit.
003150
003160     perform FetchC1.
003170
003180     perform until sqlcode not = zero or returncc not = zero
003190        perform ProcessEvent
003200        perform FetchC1
003210        end-perform.
003220
003230     if returncc = zero
003240        perform WriteTrailer
003250     end-if.
003260
003270     move 'Close'      to db2-funk.
003280     move 02           to db2-kald-nr.
003290
003300     Move sqlcode   to wsSqlCode.
003310     Exec sql close c1 end-exec.
003320     Move wsSqlCode to sqlcode.
003330
003340 Behandling-Exit.
003350     Exit.
003360
003370******************************************************************
003380*    ProcessEvent - one feed record per event; a before image    *
003390*                   whose values came back unchanged by a later  *
003400*                   change is not a move                         *
003410******************************************************************
003420 ProcessEvent section.
003430
003440     move space to XAIAM-RECORD.
003450     move 'D'   to XAIAM-RECTYPE.
003460     move zero  to XAIAM-SURVIVOR-RIDENT.
003470
003480     perform GetNames.
003490     if returncc not = zero
003500        go to ProcessEvent-Exit.
003510
003520     perform GetDetailAfter.
003530     if returncc not = zero
003540        go to ProcessEvent-Exit.
003550
003560     evaluate ws-ev-type
003570        when 'O'
003572           perform CheckRejoin
003574           if ws-ev-prior-count > zero
003576              move 'R' to XAIAM-ACTION
003578           else
003580              move 'J' to XAIAM-ACTION
003582           end-if
003590        when 'D'
003600           move 'L' to XAIAM-ACTION
003610        when 'R'
003620           move 'R' to XAIAM-ACTION
003630        when 'X'
003640           move 'X' to XAIAM-ACTION
003650           perform GetSurvivor
003660        when 'M'
003670           if ws-ev-old-deptcode = XAIAM-DEPTCODE
003680              and ws-ev-old-jobtitle = XAIAM-JOBTITLE
003690              add +1 to ws-unchanged-count
003700              go to ProcessEvent-Exit
003710           end-if
003712           perform GetStateAt
003714           if ws-ev-state = 'D'
003716              add +1 to ws-leaver-chg-count
003718              go to ProcessEvent-Exit
003720           end-if
003722           move 'M' to XAIAM-ACTION
003730           move ws-ev-old-deptcode to XAIAM-OLD-DEPTCODE
003740           move ws-ev-old-jobtitle to XAIAM-OLD-JOBTITLE
003750     end-evaluate.
003760
003770     if returncc not = zero
003780        go to ProcessEvent-Exit.
003790
003800     move ws-ev-rident to XAIAM-RIDENT.
003810     move ws-ev-tstmp  to XAIAM-EVENT-TSTMP.
003820
003830     perform WriteFeed.
003840
003850 ProcessEvent-Exit.
003860     Exit.
003870
003880******************************************************************
003890*    GetNames - the person's current names; a rident erased      *
003900*               since the event goes out without them            *
003910******************************************************************
003920 GetNames section.
003930
003940     move 'Select'     to db2-funk.
003950     move 'XaEmployee' to db2-tablename.
003960     move 08           to db2-kald-nr.
003970
003980     move ws-ev-rident to rident in dclxaemployee.
003990
004000     Exec sql select firstname
004010                    ,lastname
004020          into :dclxaemployee.firstname
004030              ,:dclxaemployee.lastname
004040          from xaemployee
004050          where rident = :dclxaemployee.rident
004060          end-exec.
004070
004080     evaluate sqlcode
004090        when zero
004100           move firstname in dclxaemployee to XAIAM-FIRSTNAME
004110           move lastname  in dclxaemployee to XAIAM-LASTNAME
004120        when +100
004130           continue
004140        when other
004150           perform dsntiar-log
004160           move +12 to returncc
004170     end-evaluate.
004180
004190******************************************************************
004200*    GetDetailAfter - the department and job title as they stood *
004210*                     after the event: the next before image     *
004220*                     for the rident, or the current segment     *
004230*                     when nothing has changed them since        *
004240******************************************************************
004250 GetDetailAfter section.
004260
004270     move 'Select'            to db2-funk.
004280     move 'XaEmployeeDetHist' to db2-tablename.
004290     move 09                  to db2-kald-nr.
004300
004310     move ws-ev-rident to rident in dclxaemployeedethist.
004320
004330     Exec sql select deptcode
004340                    ,jobtitle
004350          into :dclxaemployeedethist.deptcode
004360              ,:dclxaemployeedethist.jobtitle
004370          from xaemployeedethist
004380          where rident    = :dclxaemployeedethist.rident
004390            and histtstmp =
004400                (select min(n.histtstmp)
004410                   from xaemployeedethist n
004420                   where n.rident  = :dclxaemployeedethist.rident
004430                     and n.histtstmp > :ws-ev-tstmp)
004440          end-exec.
004450
004460     evaluate sqlcode
004470        when zero
004480           move deptcode in dclxaemployeedethist
004490             to XAIAM-DEPTCODE
004500           move jobtitle in dclxaemployeedethist
004510             to XAIAM-JOBTITLE
004520           go to GetDetailAfter-Exit
004530        when +100
004540           continue
004550        when other
004560           perform dsntiar-log
004570           move +12 to returncc
004580           go to GetDetailAfter-Exit
004590     end-evaluate.
004600
004610     move 'XaEmployeeDetail' to db2-tablename.
004620     move 10                 to db2-kald-nr.
004630
004640     move ws-ev-rident to rident in dclxaemployeedetail.
004650
004660     Exec sql select deptcode
004670                    ,jobtitle
004680          into :dclxaemployeedetail.deptcode
004690              ,:dclxaemployeedetail.jobtitle
004700          from xaemployeedetail
004710          where rident = :dclxaemployeedetail.rident
004720          end-exec.
004730
004740     evaluate sqlcode
004750        when zero
004760           move deptcode in dclxaemployeedetail
004770             to XAIAM-DEPTCODE
004780           move jobtitle in dclxaemployeedetail
004790             to XAIAM-JOBTITLE
004800        when +100
004810           continue
004820        when other
004830           perform dsntiar-log
004840           move +12 to returncc
004850     end-evaluate.
004860
004870 GetDetailAfter-Exit.
004880     Exit.
004890
004900******************************************************************
004910*    GetSurvivor - the rident a merged-away rident continues     *
004920*                  under                                         *
004930******************************************************************
004940 GetSurvivor section.
004950
004960     move 'Select'         to db2-funk.
004970     move 'XaEmployeeXref' to db2-tablename.
004980     move 11               to db2-kald-nr.
004990
005000     move ws-ev-rident to oldrident in dclxaemployeexref.
005010
005020     Exec sql select newrident
005030          into :dclxaemployeexref.newrident
005040          from xaemployeexref
005050          where oldrident = :dclxaemployeexref.oldrident
005060          end-exec.
005070
005080     evaluate sqlcode
005090        when zero
005100           move newrident in dclxaemployeexref
005110             to XAIAM-SURVIVOR-RIDENT
005120        when +100
005130           continue
005140        when other
005150           perform dsntiar-log
005160           move +12 to returncc
005170     end-evaluate.
005180
005190******************************************************************
005200*    WriteFeed - one feed record, counted per action             *
005210******************************************************************
005220 WriteFeed section.
005230
005240     write XAIAM-RECORD.
005250
005260     if ws-iamout-status not = '00'
005270        display 'XAIAM01 Error: XAIAMOUT write status '
005280                ws-iamout-status
005290        move +16 to returncc
005300        go to WriteFeed-Exit.
005310
005320     evaluate XAIAM-ACTION
005330        when 'J'   add +1 to ws-joiner-count
005340        when 'M'   add +1 to ws-mover-count
005350        when 'L'   add +1 to ws-leaver-count
005360        when 'R'   add +1 to ws-rejoiner-count
005370        when 'X'   add +1 to ws-merge-count
005380     end-evaluate.
005390
005400     add +1 to ws-feed-count.
005410
005420 WriteFeed-Exit.
005430     Exit.
005440
005450******************************************************************
005460*    WriteTrailer - counts per action so IT can balance the      *
005470*                   file before loading it                       *
005480******************************************************************
005490 WriteTrailer section.
005500
005510     move space              to XAIAM-TRAILER.
005520     move 'T'                to XAIAM-TRL-RECTYPE.
005530     move ws-joiner-count    to XAIAM-TRL-JOINERS.
005540     move ws-mover-count     to XAIAM-TRL-MOVERS.
005550     move ws-leaver-count    to XAIAM-TRL-LEAVERS.
005560     move ws-rejoiner-count  to XAIAM-TRL-REJOINERS.
005570     move ws-merge-count     to XAIAM-TRL-MERGES.
005580     move ws-feed-count      to XAIAM-TRL-TOTAL.
005590
005600     write XAIAM-TRAILER.
005610
005620     if ws-iamout-status not = '00'
005630        display 'XAIAM01 Error: XAIAMOUT write status '
005640                ws-iamout-status
005650        move +16 to returncc
005660     end-if.
005670
005680******************************************************************
005690*    Afslutning
005700******************************************************************
005710 Afslutning section.
005720
005730     close XAIAMOUT.
005740
005750     perform WriteRunLog.
005760
005770     display 'XAIAM01 Joiners        : ' ws-joiner-count.
005780     display 'XAIAM01 Movers         : ' ws-mover-count.
005790     display 'XAIAM01 Leavers        : ' ws-leaver-count.
005800     display 'XAIAM01 Rejoiners      : ' ws-rejoiner-count.
005810     display 'XAIAM01 Merged away    : ' ws-merge-count.
005820     display 'XAIAM01 Changes undone : ' ws-unchanged-count.
005825     display 'XAIAM01 Leaver changes : ' ws-leaver-chg-count.
005830     display 'XAIAM01 Records total  : ' ws-feed-count.
005840     display 'XAIAM01 Ended with return-code: ' returncc.
005850
005860     move returncc to return-code.
005870
005880******************************************************************
005890*    WriteRunLog - one XaIamRun row per run with the window, the *
005900*                  counts, the return code and the rerun flag;   *
005910*                  written on failing runs too so the run log    *
005920*                  is complete                                   *
005930******************************************************************
005940 WriteRunLog section.
005950
005960     move 'Insert'       to db2-funk.
005970     move 'XaIamRun'     to db2-tablename.
005980     move 06             to db2-kald-nr.
005990
006000     move ws-from-tstmp     to fromtstmp in dclxaiamrun.
006010     move ws-to-tstmp       to totstmp   in dclxaiamrun.
006020     move ws-joiner-count   to joiners   in dclxaiamrun.
006030     move ws-mover-count    to movers    in dclxaiamrun.
006040     move ws-leaver-count   to leavers   in dclxaiamrun.
006050     move ws-rejoiner-count to rejoiners in dclxaiamrun.
006060     move ws-merge-count    to merges    in dclxaiamrun.
006070     move ws-feed-count     to total     in dclxaiamrun.
006080     move returncc          to retcode   in dclxaiamrun.
006090     move ws-rerun-flag     to rerunflag in dclxaiamrun.
006100
006110     Exec sql insert into XaIamRun values (
006120              current timestamp
006130             ,:dclxaiamrun.fromtstmp
006140             ,:dclxaiamrun.totstmp
006150             ,:dclxaiamrun.joiners
006160             ,:dclxaiamrun.movers
006170             ,:dclxaiamrun.leavers
006180             ,:dclxaiamrun.rejoiners
006190             ,:dclxaiamrun.merges
006200             ,:dclxaiamrun.total
006210             ,:dclxaiamrun.retcode
006220             ,:dclxaiamrun.rerunflag)
006230              end-exec.
006240
006250     if sqlcode not = zero
006260        perform dsntiar-log
006270        move +12 to returncc
006280        go to WriteRunLog-Exit
006290     end-if.
006300
006310     move 'Commit'       to db2-funk.
006320     move 07             to db2-kald-nr.
006330
006340     Exec sql commit end-exec.
006350
006360     if sqlcode not = zero
006370        perform dsntiar-log
006380        move +12 to returncc
006390     end-if.
006400
006410 WriteRunLog-Exit.
006420     Exit.
006430
006440******************************************************************
006450*    fetch an event
006460******************************************************************
006470 FetchC1 Section.
006480
006490     move 'Fetch'      to db2-funk.
006500     move 03           to db2-kald-nr.
006510
006520     Exec sql fetch c1 into
006530          :ws-ev-rident
006540         ,:ws-ev-type
006550         ,:ws-ev-tstmp
006560         ,:ws-ev-old-deptcode
006570         ,:ws-ev-old-jobtitle
006580          end-exec.
006590
006600     if not (sqlcode = zero or +100)
006610        perform dsntiar-log
006620        move +12 to returncc.
006630
006950******************************************************************
006960*    CheckRejoin - an 'O' state with earlier states of the same  *
006970*                  rident on XaEmployeeHist is a REHIRE, not the *
006980*                  INSERT that created the rident                *
006990******************************************************************
007000 CheckRejoin section.
007010
007020     move 'Select'         to db2-funk.
007030     move 'XaEmployeeHist' to db2-tablename.
007040     move 12               to db2-kald-nr.
007050
007060     move zero to ws-ev-prior-count.
007070
007080     exec sql select count(*)
007090          into :ws-ev-prior-count
007100          from xaemployeehist h
007110          where h.rident = :ws-ev-rident
007120            and h.tstmp  < :ws-ev-tstmp
007130          end-exec.
007140
007150     if sqlcode not = zero
007160        perform dsntiar-log
007170        move +12 to returncc
007180     end-if.
007190
007200******************************************************************
007210*    GetStateAt - the statuscode the rident had when a           *
007220*                 department/job title change was made: the      *
007230*                 newest of its states not after the change      *
007240******************************************************************
007250 GetStateAt section.
007260
007270     move 'Select'     to db2-funk.
007280     move 'XaEmployee' to db2-tablename.
007290     move 13           to db2-kald-nr.
007300
007310     move space to ws-ev-state.
007320
007330     exec sql select s.statuscode
007340          into :ws-ev-state
007350          from (select e.statuscode, e.tstmp
007360                  from xaemployee e
007370                  where e.rident = :ws-ev-rident
007380                    and e.tstmp <= :ws-ev-tstmp
007390                union all
007400                select h.statuscode, h.tstmp
007410                  from xaemployeehist h
007420                  where h.rident = :ws-ev-rident
007430                    and h.tstmp <= :ws-ev-tstmp) s
007440          order by s.tstmp desc
007450          fetch first 1 row only
007460          end-exec.
007470
007480     evaluate sqlcode
007490        when zero
007500           continue
007510        when +100
007520           move space to ws-ev-state
007530        when other
007540           perform dsntiar-log
007550           move +12 to returncc
007560     end-evaluate.
007570
007580******************************************************************
007590*    Log sqlca error messages
007600******************************************************************
007610 dsntiar-log section.
007620
007630     move +78   to db2-logical-msgl.
007640     move +780  to db2-message-length.
007650     move space to db2-tiar-msg-table.
007660
007670     Display 'Statement:' db2-kald-nr
007680             ' Function:' db2-funk
007690             ' Table:'    db2-tablename.
007700
007710     Call 'dsntiar' using sqlca
007720                        db2-message-areal
007730                        db2-logical-msgl
007740          on exception
007750             move sqlcode to dsntiar-sqlcode
007760             display 'XAIAM01 Error: Unable to call DSNTIAR'
007770             display 'Sqlcode: ' dsntiar-sqlcode
007780             display 'Sqlca  :'
007790             display sqlca
007800             end-call
007810
007820     perform varying tally from +1 by +1 until tally > +10
007830        if db2-tiar-msgs (tally) not = space
007840           Display db2-tiar-msgs (tally)
007850           end-if
007860        end-perform
007870     .
