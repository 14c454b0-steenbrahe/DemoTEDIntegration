000010 process sql, nodynam, noseq, test
000020 identification division.
000030 program-id.    XAREO01.
000040 author.        Xact Consulting A/S.
000050******************************************************************
000060* XAREO01 - Department reorganisation mass transfer              *
000070* Reads the old-to-new department mapping on XAREOMAP (the same  *
000080* file XADLD01 was given with the new quarterly list) and writes *
000090* a MODIFY transaction in the XABATREC layout for every live     *
000100* employee whose XaEmployeeDetail segment still carries a mapped *
000110* old code, so the move runs through XAPRE01 and XADB2BAT with   *
000120* history captured as for any other change. Each MODIFY carries  *
000130* the employee's current names, job title and pay grade with the *
000140* new department code, and a blank hire date so the stored one   *
000150* is kept. The file carries the HEADER and TRAILER records. The  *
000160* mapping is checked first: a malformed or repeated old code, an *
000170* old code mapped to itself or a new code not on XaDeptCode      *
000180* stops the run with RC=8 before any transaction is written.     *
000190* Xact Consulting A/S                                            *
000200* Arnold Nielsens Boulevard 68A                                  *
000210* DK-2650 Hvidovre, Denmark                                      *
000220******************************************************************
000230 environment    division.
000240 configuration  section.
000250 special-names.
000260 input-output   section.
000270 file-control.
000280
000290     select XAREOMAP assign to XAREOMAP
000300            organization is sequential
000310            file status  is ws-reomap-status.
000320
000330     select XAREOTRN assign to XAREOTRN
000340            organization is sequential
000350            file status  is ws-reotrn-status.
000360
000370     select XAREORPT assign to XAREORPT
000380            organization is sequential
000390            file status  is ws-reorpt-status.
000400
000410 data division.
000420 file section.
000430
000440 FD  XAREOMAP
000450     label records are standard.
000460     copy xadeptmp.
000470
000480 FD  XAREOTRN
000490     label records are standard.
000500     copy xabatrec.
000510
000520 FD  XAREORPT
000530     label records are standard.
000540 01  XAREORPT-RECORD             pic x(160).
000550
000560 working-storage section.
000570
000580 01  Dsntiar-areal.
000590     03 dsntiar               pic x(08)      value 'DSNTIAR'.
000600     03 dsntiar-sqlcode       pic ++++9      value zero.
000610     03 db2-logical-msgl      pic s9(8) comp value +78.
000620
000630 01  db2-message-areal.
000640     03 db2-message-length    pic s9(4) comp value +780.
000650     03 db2-tiar-msg-table.
000660        05 db2-tiar-msgs      pic x(78) occurs 10.
000670
000680 01  db2-log-data.
000690     03 db2-abend             pic ++++9  value zero.
000700     03 db2-funk              pic x(08)  value space.
000710     03 db2-kald-nr           pic x(02)  value space.
000720     03 db2-tablename         pic x(32)  value space.
000730     03 returncc              pic s9(4)  value zero comp.
000740     03 wsSqlCode             pic s9(9)  value zero comp-5.
000750     03 debug-data            pic x(256) value space.
000760
000770 01  ws-file-status.
000780     03 ws-reomap-status      pic x(02)  value space.
000790     03 ws-reotrn-status      pic x(02)  value space.
000800     03 ws-reorpt-status      pic x(02)  value space.
000810
000820 01  ws-control-data.
000830     03 ws-map-eof-flag       pic x(01)  value 'N'.
000840     03 ws-bad-char-flag      pic x(01)  value 'N'.
000850     03 ws-dup-flag           pic x(01)  value 'N'.
000860     03 ws-run-date           pic x(10)  value space.
000870     03 ws-report-line        pic x(160) value space.
000880     03 ws-rident-disp        pic z(8)9.
000890     03 ws-count-disp         pic z(8)9.
000900
000910 01  ws-reorg-counts.
000920     03 ws-map-read-count     pic s9(9)  value zero comp.
000930     03 ws-map-error-count    pic s9(9)  value zero comp.
000940     03 ws-dept-trans-count   pic s9(9)  value zero comp.
000950     03 ws-trans-count        pic s9(9)  value zero comp.
000960     03 ws-ref-count          pic s9(9)  value zero comp.
000970
000980 01  ws-map-buffer.
000990     03 ws-map-max            pic s9(4)  value +500 comp.
001000     03 ws-map-count          pic s9(4)  value zero comp.
001010     03 ws-map-index          pic s9(4)  value zero comp.
001020     03 ws-map-entry occurs 500.
001030        05 ws-map-old-deptcode pic x(04).
001040        05 ws-map-new-deptcode pic x(04).
001050
001060 01  ws-move-data.
001070     03 ws-old-deptcode       pic x(04)  value space.
001080     03 ws-new-deptcode       pic x(04)  value space.
001090
001100     exec sql include sqlca   end-exec.
001110     exec sql include xaempl  end-exec.
001120     exec sql include xaempld end-exec.
001130     exec sql include xadept  end-exec.
001140
001150 procedure division.
001160 xareo01-main Section.
001170
001180     perform Initiering.
001190     perform Behandling.
001200     perform Afslutning.
001210     stop run.
001220
001230******************************************************************
001240*    Initiering
001250******************************************************************
001260 Initiering section.
001270
001280     display 'XAREO01 Started'.
001290
001300     open input XAREOMAP.
001310
001320     if ws-reomap-status not = '00'
001330        display 'XAREO01 Error: cannot open XAREOMAP, status '
001340                ws-reomap-status
001350        perform AbortRun
001360     end-if.
001370
001380     open output XAREORPT.
001390
001400     if ws-reorpt-status not = '00'
001410        display 'XAREO01 Error: cannot open XAREORPT, status '
001420                ws-reorpt-status
001430        close XAREOMAP
001440        perform AbortRun
001450     end-if.
001460
001470     open output XAREOTRN.
001480
001490     if ws-reotrn-status not = '00'
001500        display 'XAREO01 Error: cannot open XAREOTRN, status '
001510                ws-reotrn-status
001520        close XAREOMAP
001530        close XAREORPT
001540        perform AbortRun
001550     end-if.
001560
001570     move space to ws-report-line.
001580     string 'XAREO01 Department reorganisation transfer report'
001590             delimited by size into ws-report-line.
001600     perform WriteReportLine.
001610
001620******************************************************************
001630*    AbortRun - stop the job before touching DB2 when the files  *
001640*               are unusable                                     *
001650******************************************************************
001660 AbortRun section.
001670
001680     move +16 to returncc.
001690     display 'XAREO01 Ended with return-code: ' returncc.
001700     move returncc to return-code.
001710     stop run.
001720
001730******************************************************************
001740*    Behandling
001750******************************************************************
001760 Behandling section.
001770
001780     perform ReadMapping.
001790
001800     perform until ws-map-eof-flag = 'Y'
001810        perform CheckMapping
001820        perform ReadMapping
001830        end-perform.
001840
001850     if returncc not = zero
001860        go to Behandling-Exit.
001870
001880     if ws-map-error-count > zero
001890        move +8 to returncc
001900        move space to ws-report-line
001910        string 'XAREO01 Mapping has errors - no transactions '
001920               'written'
001930               delimited by size into ws-report-line
001940        perform WriteReportLine
001950        go to Behandling-Exit.
001960
001970     if ws-map-count = zero
001980        move +8 to returncc
001990        move space to ws-report-line
002000        string 'XAREO01 Mapping file is empty - no transactions '
002010               'written'
002020               delimited by size into ws-report-line
002030        perform WriteReportLine
002040        go to Behandling-Exit.
002050
002060     perform GetRunDate.
002070
002080     if returncc = zero
002090        perform WriteHeader
002100     end-if.
002110
002120     perform varying ws-map-index from +1 by +1
002130             until ws-map-index > ws-map-count
002140                or returncc not = zero
002150        perform TransferDepartment
002160        end-perform.
002170
002180     if returncc = zero
002190        perform WriteTrailer
002200     end-if.
002210
002220 Behandling-Exit.
002230     Exit.
002240
002250******************************************************************
002260*    ReadMapping - next record from the mapping file             *
002270******************************************************************
002280 ReadMapping section.
002290
002300     read XAREOMAP
002310        at end move 'Y' to ws-map-eof-flag
002320     end-read.
002330
002340     if ws-reomap-status not = '00'
002350                        and ws-reomap-status not = '10'
002360        display 'XAREO01 Error: XAREOMAP read status '
002370                ws-reomap-status
002380        move +16 to returncc
002390        move 'Y' to ws-map-eof-flag
002400     end-if.
002410
002420     if ws-map-eof-flag not = 'Y'
002430        add +1 to ws-map-read-count
002440     end-if.
002450
002460******************************************************************
002470*    CheckMapping - format edit of both codes as XADLD01 does,   *
002480*                   a repeated old code, an old code mapped to   *
002490*                   itself and a new code not on XaDeptCode are  *
002500*                   errors; valid pairs are buffered             *
002510******************************************************************
002520 CheckMapping section.
002530
002540     move 'N' to ws-bad-char-flag.
002550
002560     perform varying tally from 1 by 1 until tally > 4
002570        if XADEPTMP-OLD-DEPTCODE(tally:1) = space
002580           or (XADEPTMP-OLD-DEPTCODE(tally:1) not alphabetic-upper
002590               and XADEPTMP-OLD-DEPTCODE(tally:1) not numeric)
002600           move 'Y' to ws-bad-char-flag
002610        end-if
002620        if XADEPTMP-NEW-DEPTCODE(tally:1) = space
002630           or (XADEPTMP-NEW-DEPTCODE(tally:1) not alphabetic-upper
002640               and XADEPTMP-NEW-DEPTCODE(tally:1) not numeric)
002650           move 'Y' to ws-bad-char-flag
002660        end-if
002670        end-perform.
002680
002690     if ws-bad-char-flag = 'Y'
002700        move space to ws-report-line
002710        string 'MAPERROR old=' XADEPTMP-OLD-DEPTCODE
002720               ' new=' XADEPTMP-NEW-DEPTCODE
002730               ' bad department code format'
002740               delimited by size into ws-report-line
002750        perform MappingError
002760        go to CheckMapping-Exit.
002770
002780     if XADEPTMP-OLD-DEPTCODE = XADEPTMP-NEW-DEPTCODE
002790        move space to ws-report-line
002800        string 'MAPERROR old=' XADEPTMP-OLD-DEPTCODE
002810               ' new=' XADEPTMP-NEW-DEPTCODE
002820               ' code mapped to itself'
002830               delimited by size into ws-report-line
002840        perform MappingError
002850        go to CheckMapping-Exit.
002860
002870     move 'N' to ws-dup-flag.
002880
002890     perform varying ws-map-index from +1 by +1
002900             until ws-map-index > ws-map-count
002910        if ws-map-old-deptcode (ws-map-index)
002920                                     = XADEPTMP-OLD-DEPTCODE
002930           move 'Y' to ws-dup-flag
002940        end-if
002950        end-perform.
002960
002970     if ws-dup-flag = 'Y'
002980        move space to ws-report-line
002990        string 'MAPERROR old=' XADEPTMP-OLD-DEPTCODE
003000               ' new=' XADEPTMP-NEW-DEPTCODE
003010               ' old code mapped more than once'
003020               delimited by size into ws-report-line
003030        perform MappingError
003040        go to CheckMapping-Exit.
003050
003060     perform CheckNewDeptcode.
003070
003080     if returncc not = zero
003090        go to CheckMapping-Exit.
003100
003110     if ws-ref-count = zero
003120        move space to ws-report-line
003130        string 'MAPERROR old=' XADEPTMP-OLD-DEPTCODE
003140               ' new=' XADEPTMP-NEW-DEPTCODE
003150               ' new code not on XaDeptCode'
003160               delimited by size into ws-report-line
003170        perform MappingError
003180        go to CheckMapping-Exit.
003190
003200     if ws-map-count not < ws-map-max
003210        display 'XAREO01 Error: more than ' ws-map-max
003220                ' mappings on XAREOMAP'
003230        move +16 to returncc
003240        move 'Y' to ws-map-eof-flag
003250        go to CheckMapping-Exit.
003260
003270     add +1 to ws-map-count.
003280     move XADEPTMP-OLD-DEPTCODE
003290                           to ws-map-old-deptcode (ws-map-count).
003300     move XADEPTMP-NEW-DEPTCODE
003310                           to ws-map-new-deptcode (ws-map-count).
003320
003330 CheckMapping-Exit.
003340     Exit.
003350
003360******************************************************************
003370*    MappingError - count and report one rejected mapping line   *
003380******************************************************************
003390 MappingError section.
003400
003410     add +1 to ws-map-error-count.
003420     perform WriteReportLine.
003430
003440******************************************************************
003450*    CheckNewDeptcode - the target code must already be on the   *
003460*                       reference list, so XADLD01 has to load   *
003470*                       the new quarterly list first             *
003480******************************************************************
003490 CheckNewDeptcode section.
003500
003510     move 'Select'     to db2-funk.
003520     move 'XaDeptCode' to db2-tablename.
003530     move 01           to db2-kald-nr.
003540
003550     move XADEPTMP-NEW-DEPTCODE to deptcode in dclxadeptcode.
003560
003570     move zero to ws-ref-count.
003580
003590     exec sql select count(*)
003600          into :ws-ref-count
003610          from xadeptcode
003620          where deptcode = :dclxadeptcode.deptcode
003630          end-exec.
003640
003650     if sqlcode not = zero
003660        perform dsntiar-log
003670        move +12 to returncc
003680        move 'Y' to ws-map-eof-flag
003690     end-if.
003700
003710******************************************************************
003720*    GetRunDate - today's date for the batch header record       *
003730******************************************************************
003740 GetRunDate section.
003750
003760     move 'Select'     to db2-funk.
003770     move 'Sysdummy1'  to db2-tablename.
003780     move 02           to db2-kald-nr.
003790
003800     Exec sql select char(current date, iso)
003810          into :ws-run-date
003820          from sysibm.sysdummy1
003830          end-exec.
003840
003850     if sqlcode not = zero
003860        perform dsntiar-log
003870        move +12 to returncc
003880     end-if.
003890
003900******************************************************************
003910*    TransferDepartment - one MODIFY per live employee still on  *
003920*                         the mapped old code                    *
003930******************************************************************
003940 TransferDepartment section.
003950
003960     move ws-map-old-deptcode (ws-map-index) to ws-old-deptcode.
003970     move ws-map-new-deptcode (ws-map-index) to ws-new-deptcode.
003980     move zero to ws-dept-trans-count.
003990
004000     move 'Open'       to db2-funk.
004010     move 'XaEmployee' to db2-tablename.
004020     move 03           to db2-kald-nr.
004030
004040     Exec sql declare c1 cursor for
004050          select e.rident
004060                ,e.firstname
004070                ,e.lastname
004080                ,d.jobtitle
004090                ,d.paygrade
004100            from xaemployee e
004110                ,xaemployeedetail d
004120            where d.rident     = e.rident
004130              and d.deptcode   = :ws-old-deptcode
004140              and e.statuscode <> 'D'
004150              and e.statuscode <> 'X'
004160            order by e.rident
004170            end-exec.
004180
004190     Exec sql open c1 end-exec.
004200
004210     if sqlcode not = zero
004220        perform dsntiar-log
004230        move +12 to returncc
004240        go to TransferDepartment-Exit.
004250
004260     perform FetchC1.
004270
004280     perform until sqlcode not = zero
004290                or returncc not = zero
004300        perform GenerateModify
004310        perform FetchC1
004320        end-perform.
004330
004340     Move sqlcode   to wsSqlCode.
004350     Exec sql close c1 end-exec.
004360     Move wsSqlCode to sqlcode.
004370
004380     move ws-dept-trans-count to ws-count-disp.
004390     move space to ws-report-line.
004400     string 'MAPPING  old=' ws-old-deptcode
004410            ' new=' ws-new-deptcode
004420            ' employees moved: ' ws-count-disp
004430            delimited by size into ws-report-line.
004440     perform WriteReportLine.
004450
004460 TransferDepartment-Exit.
004470     Exit.
004480
004490******************************************************************
004500*    GenerateModify - MODIFY carrying the current names, job     *
004510*                     title and pay grade with the new code; a   *
004520*                     blank hire date keeps the stored one       *
004530******************************************************************
004540 GenerateModify section.
004550
004560     move space                          to XABATIN-RECORD.
004570     move 'MODIFY'                       to XABATIN-FUNCTION.
004580     move rident    in dclxaemployee     to XABATIN-RIDENT.
004590     move firstname in dclxaemployee     to XABATIN-FIRSTNAME.
004600     move lastname  in dclxaemployee     to XABATIN-LASTNAME.
004610     move 'XAREO01'                      to XABATIN-USERID.
004620     move ws-new-deptcode                to XABATIN-DEPTCODE.
004630     move jobtitle  in dclxaemployeedetail
004640                                         to XABATIN-JOBTITLE.
004650     move paygrade  in dclxaemployeedetail
004660                                         to XABATIN-PAYGRADE.
004670
004680     write XABATIN-RECORD.
004690
004700     if ws-reotrn-status not = '00'
004710        display 'XAREO01 Error: XAREOTRN write status '
004720                ws-reotrn-status
004730        move +16 to returncc
004740     else
004750        add +1 to ws-trans-count
004760        add +1 to ws-dept-trans-count
004770     end-if.
004780
004790     move rident in dclxaemployee to ws-rident-disp.
004800     move space to ws-report-line.
004810     string 'MODIFY   rident=' ws-rident-disp
004820            ' ' ws-old-deptcode ' -> ' ws-new-deptcode
004830            ' ' lastname in dclxaemployee
004840            delimited by size into ws-report-line.
004850     perform WriteReportLine.
004860
004870******************************************************************
004880*    WriteHeader - batch header record, first on the file        *
004890******************************************************************
004900 WriteHeader section.
004910
004920     move space       to XABATIN-HEADER.
004930     move 'HEADER'    to XABATHDR-RECTYPE.
004940     move 'XAREO01'   to XABATHDR-ORIGIN.
004950     move ws-run-date to XABATHDR-CREDATE.
004960
004970     write XABATIN-HEADER.
004980
004990     if ws-reotrn-status not = '00'
005000        display 'XAREO01 Error: XAREOTRN write status '
005010                ws-reotrn-status
005020        move +16 to returncc
005030     end-if.
005040
005050******************************************************************
005060*    WriteTrailer - batch trailer record with the transaction    *
005070*                   count, last on the file                      *
005080******************************************************************
005090 WriteTrailer section.
005100
005110     move space          to XABATIN-TRAILER.
005120     move 'TRAILER'      to XABATTRL-RECTYPE.
005130     move ws-trans-count to XABATTRL-COUNT.
005140
005150     write XABATIN-TRAILER.
005160
005170     if ws-reotrn-status not = '00'
005180        display 'XAREO01 Error: XAREOTRN write status '
005190                ws-reotrn-status
005200        move +16 to returncc
005210     end-if.
005220
005230******************************************************************
005240*    WriteReportLine - one line to the transfer report           *
005250******************************************************************
005260 WriteReportLine section.
005270
005280     write XAREORPT-RECORD from ws-report-line.
005290
005300     if ws-reorpt-status not = '00'
005310        display 'XAREO01 Error: XAREORPT write status '
005320                ws-reorpt-status
005330     end-if.
005340
005350******************************************************************
005360*    Afslutning
005370******************************************************************
005380 Afslutning section.
005390
005400     move ws-map-read-count to ws-count-disp.
005410     move space to ws-report-line.
005420     string 'TOTAL    mapping records read        : '
005430             ws-count-disp
005440             delimited by size into ws-report-line.
005450     perform WriteReportLine.
005460
005470     move ws-map-error-count to ws-count-disp.
005480     move space to ws-report-line.
005490     string 'TOTAL    mapping records in error    : '
005500             ws-count-disp
005510             delimited by size into ws-report-line.
005520     perform WriteReportLine.
005530
005540     move ws-trans-count to ws-count-disp.
005550     move space to ws-report-line.
005560     string 'TOTAL    MODIFY transactions written : '
005570             ws-count-disp
005580             delimited by size into ws-report-line.
005590     perform WriteReportLine.
005600
005610     close XAREOMAP.
005620     close XAREOTRN.
005630     close XAREORPT.
005640
005650     display 'XAREO01 MODIFY generated : ' ws-trans-count.
005660
005670     display 'XAREO01 Ended with return-code: ' returncc.
005680
005690     move returncc to return-code.
005700
005710******************************************************************
005720*    fetch a live employee on the old department code
005730******************************************************************
005740 FetchC1 Section.
005750
005760     Exec sql fetch c1 into
005770          :dclxaemployee.rident
005780         ,:dclxaemployee.firstname
005790         ,:dclxaemployee.lastname
005800         ,:dclxaemployeedetail.jobtitle
005810         ,:dclxaemployeedetail.paygrade
005820         end-exec.
005830
005840     if not (sqlcode = zero or +100)
005850        perform dsntiar-log
005860        move +12 to returncc.
005870
005880******************************************************************
005890*    Log sqlca error messages
005900******************************************************************
005910 dsntiar-log section.
005920
005930     move +78   to db2-logical-msgl.
005940     move +780  to db2-message-length.
005950     move space to db2-tiar-msg-table.
005960
005970     Display 'Statement:' db2-kald-nr
005980             ' Function:' db2-funk
005990             ' Table:'    db2-tablename.
006000
006010     Call 'dsntiar' using sqlca
006020                        db2-message-areal
006030                        db2-logical-msgl
006040          on exception
006050             move sqlcode to dsntiar-sqlcode
006060             display 'XAREO01 Error: Unable to call DSNTIAR'
006070             display 'Sqlcode: ' dsntiar-sqlcode
006080             display 'Sqlca  :'
006090             display sqlca
006100             end-call
006110
006120     perform varying tally from +1 by +1 until tally > +10
006130        if db2-tiar-msgs (tally) not = space
006140           Display db2-tiar-msgs (tally)
006150           end-if
006160        end-perform
006170     .
