000130* empty file never wipes the reference list. Records failing     *
000140* the format edit are reported and skipped (RC=4); duplicates    *
000150* within the file are reported and skipped the same way.         *
000151* Before the replace, every code on the old list that still has  *
000152* live employees (XaEmployeeDetail) and is not on the new file   *
000153* must be covered by the reorganisation mapping on XADEPTMP,     *
000154* moving it to a code on the new file; otherwise the affected    *
000155* employees are listed, the old list is kept and the job ends    *
000156* with RC=8. Covered employees are moved by XAREO01.             *
000160* Xact Consulting A/S                                            *
000170* Arnold Nielsens Boulevard 68A                                  *
000180* DK-2650 Hvidovre, Denmark                                      *
000260     select XADEPTIN assign to XADEPTIN
000270            organization is sequential
000280            file status  is ws-deptin-status.
000282
000284     select XADEPTMP assign to XADEPTMP
000286            organization is sequential
000288            file status  is ws-deptmp-status.
000290
000300 data division.
000310 file section.
000360     03 XADEPTIN-DEPTCODE        pic x(04).
000370     03 XADEPTIN-DEPTNAME        pic x(30).
000380     03 filler                   pic x(46).
000382
000384 FD  XADEPTMP
000386     label records are standard.
000388     copy xadeptmp.
000390
000400 working-storage section.
000410
000600
000610 01  ws-file-status.
000620     03 ws-deptin-status      pic x(02)  value space.
000625     03 ws-deptmp-status      pic x(02)  value space.
000630
000640 01  ws-control-data.
000650     03 ws-eof-flag           pic x(01)  value 'N'.
000700     03 ws-rejected-count     pic s9(9)  value zero comp.
000710     03 ws-loaded-count       pic s9(9)  value zero comp.
000720     03 ws-deleted-count      pic s9(9)  value zero comp.
000721     03 ws-map-eof-flag       pic x(01)  value 'N'.
000722     03 ws-map-open-flag      pic x(01)  value 'N'.
000723     03 ws-last-deptcode      pic x(04)  value space.
000724     03 ws-dept-verdict       pic x(01)  value space.
000725     03 ws-covered-count      pic s9(9)  value zero comp.
000726     03 ws-uncovered-count    pic s9(9)  value zero comp.
000727     03 ws-rident-disp        pic z(8)9.
000730
000740 01  ws-dept-buffer.
000750     03 ws-dept-max           pic s9(4)  value +1000 comp.
000780     03 ws-dept-entry occurs 1000.
000790        05 ws-buf-deptcode    pic x(04).
000800        05 ws-buf-deptname    pic x(30).
000801
000802 01  ws-map-buffer.
000803     03 ws-map-max            pic s9(4)  value +1000 comp.
000804     03 ws-map-count          pic s9(4)  value zero  comp.
000805     03 ws-map-index          pic s9(4)  value zero  comp.
000806     03 ws-map-entry occurs 1000.
000807        05 ws-map-old-deptcode pic x(04).
000808        05 ws-map-new-deptcode pic x(04).
000810
000820     exec sql include sqlca  end-exec.
000830     exec sql include xadept end-exec.
000833     exec sql include xaempl  end-exec.
000836     exec sql include xaempld end-exec.
000840
000850 procedure division.
000860 xadld01-main Section.
001040                ws-deptin-status
001050        perform AbortRun
001060     end-if.
001063
001066     perform ReadMappingFile.
001070
001080******************************************************************
001090*    AbortRun - stop the job before touching DB2 when the        *
001350        perform AbortRun
001360     end-if.
001370
001380     perform CheckRetiredCodes.
001382
001384     if returncc = zero
001386        perform ReplaceDeptTable
001388     end-if.
001390
001400******************************************************************
001410*    ReadDeptFile - next record from the Finance file            *
002900 Afslutning section.
002910
002920     close XADEPTIN.
002922
002924     if ws-map-open-flag = 'Y'
002926        close XADEPTMP
002928     end-if.
002930
002940     display 'XADLD01 Records read    : ' ws-read-count.
002950     display 'XADLD01 Records valid   : ' ws-valid-count.
002960     display 'XADLD01 Records rejected: ' ws-rejected-count.
002970     display 'XADLD01 Rows deleted    : ' ws-deleted-count.
002980     display 'XADLD01 Rows loaded     : ' ws-loaded-count.
002982     display 'XADLD01 Mappings read   : ' ws-map-count.
002984     display 'XADLD01 Moves by mapping: ' ws-covered-count.
002986     display 'XADLD01 Moves unmapped  : ' ws-uncovered-count.
002990
003000     if returncc = zero and ws-rejected-count > zero
003010        move +4 to returncc
003040     display 'XADLD01 Ended with return-code: ' returncc.
003050     move returncc to return-code.
003060
003380******************************************************************
003390*    ReadMappingFile - load the reorganisation mapping; the file *
003400*                      is optional, a missing or dummy file      *
003410*                      means no code may be dropped while live   *
003420*                      employees still carry it                  *
003430******************************************************************
003440 ReadMappingFile section.
003450
003460     open input XADEPTMP.
003470
003480     if ws-deptmp-status = '35'
003490        go to ReadMappingFile-Exit.
003500
003510     if ws-deptmp-status not = '00'
003520        display 'XADLD01 Error: cannot open XADEPTMP, status '
003530                ws-deptmp-status
003540        close XADEPTIN
003550        perform AbortRun
003560     end-if.
003570
003580     move 'Y' to ws-map-open-flag.
003590
003600     perform ReadMappingRecord.
003610
003620     perform until ws-map-eof-flag = 'Y'
003630        if ws-map-count not < ws-map-max
003640           display 'XADLD01 Error: more than ' ws-map-max
003650                   ' mappings on XADEPTMP'
003660           close XADEPTIN
003670           close XADEPTMP
003680           perform AbortRun
003690        end-if
003700        add +1 to ws-map-count
003710        move XADEPTMP-OLD-DEPTCODE
003720          to ws-map-old-deptcode (ws-map-count)
003730        move XADEPTMP-NEW-DEPTCODE
003740          to ws-map-new-deptcode (ws-map-count)
003750        perform ReadMappingRecord
003760        end-perform.
003770
003780 ReadMappingFile-Exit.
003790     Exit.
003800
003810******************************************************************
003820*    ReadMappingRecord - next record from the mapping file       *
003830******************************************************************
003840 ReadMappingRecord section.
003850
003860     read XADEPTMP
003870        at end move 'Y' to ws-map-eof-flag
003880     end-read.
003890
003900     if ws-deptmp-status not = '00'
003910                        and ws-deptmp-status not = '10'
003920        display 'XADLD01 Error: XADEPTMP read status '
003930                ws-deptmp-status
003940        close XADEPTIN
003950        close XADEPTMP
003960        perform AbortRun
003970     end-if.
003980
003990******************************************************************
004000*    CheckRetiredCodes - every live employee on a code of the    *
004010*                        old list must either keep a code that   *
004020*                        is on the new file or be covered by the *
004030*                        mapping; uncovered employees are listed *
004040*                        and the old list is kept (RC=8)         *
004050******************************************************************
004060 CheckRetiredCodes section.
004070
004080     move 'Open'             to db2-funk.
004090     move 'XaEmployeeDetail' to db2-tablename.
004100     move 04                 to db2-kald-nr.
004110
004120     exec sql declare c1 cursor for
004130          select d.deptcode
004140                ,e.rident
004150                ,e.firstname
004160                ,e.lastname
004170            from xaemployee e
004180                ,xaemployeedetail d
004190            where d.rident     = e.rident
004200              and e.statuscode <> 'D'
004210              and e.statuscode <> 'X'
004220              and d.deptcode in (select deptcode
004230                                   from xadeptcode)
004240            order by d.deptcode, e.rident
004250            end-exec.
004260
004270     exec sql open c1 end-exec.
004280
004290     if sqlcode not = zero
004300        perform dsntiar-log
004310        move +12 to returncc
004320        go to CheckRetiredCodes-Exit.
004330
004340     move space to ws-last-deptcode.
004350
004360     perform FetchC1.
004370
004380     perform until sqlcode not = zero
004390                or returncc not = zero
004400        perform CheckEmployeeDept
004410        perform FetchC1
004420        end-perform.
004430
004440     Move sqlcode   to wsSqlCode.
004450     exec sql close c1 end-exec.
004460     Move wsSqlCode to sqlcode.
004470
004480     if returncc = zero and ws-uncovered-count > zero
004490        display 'XADLD01 Error: ' ws-uncovered-count
004500                ' live employees on dropped codes not covered '
004510                'by XADEPTMP - XaDeptCode left untouched'
004520        move +8 to returncc
004530     end-if.
004540
004550     if returncc = zero and ws-covered-count > zero
004560        display 'XADLD01 ' ws-covered-count
004570                ' live employees to be moved - run XAREO01 '
004580                'with the same XADEPTMP file'
004590     end-if.
004600
004610 CheckRetiredCodes-Exit.
004620     Exit.
004630
004640******************************************************************
004650*    CheckEmployeeDept - verdict per department code, decided    *
004660*                        once per code: K kept on the new file,  *
004670*                        C covered by the mapping, R refused     *
004680******************************************************************
004690 CheckEmployeeDept section.
004700
004710     if deptcode in dclxaemployeedetail not = ws-last-deptcode
004720        move deptcode in dclxaemployeedetail
004730          to ws-last-deptcode
004740        move 'R' to ws-dept-verdict
004750        perform varying ws-dept-index from +1 by +1
004760                until ws-dept-index > ws-dept-count
004770           if ws-buf-deptcode (ws-dept-index) = ws-last-deptcode
004780              move 'K' to ws-dept-verdict
004790           end-if
004800           end-perform
004810        if ws-dept-verdict = 'R'
004820           perform CheckDeptMapping
004830        end-if
004840     end-if.
004850
004860     evaluate ws-dept-verdict
004870        when 'C'
004880           add +1 to ws-covered-count
004890        when 'R'
004900           add +1 to ws-uncovered-count
004910           move rident in dclxaemployee to ws-rident-disp
004920           display 'XADLD01 Code ' ws-last-deptcode
004930                   ' dropped but still used by rident '
004940                   ws-rident-disp ' '
004950                   firstname in dclxaemployee ' '
004960                   lastname in dclxaemployee
004970        when other
004980           continue
004990     end-evaluate.
005000
005010******************************************************************
005020*    CheckDeptMapping - a dropped code is covered when the       *
005030*                       mapping moves it to a code on the new    *
005040*                       file                                     *
005050******************************************************************
005060 CheckDeptMapping section.
005070
005080     perform varying ws-map-index from +1 by +1
005090             until ws-map-index > ws-map-count
005100        if ws-map-old-deptcode (ws-map-index) = ws-last-deptcode
005110           perform varying ws-dept-index from +1 by +1
005120                   until ws-dept-index > ws-dept-count
005130              if ws-buf-deptcode (ws-dept-index)
005140                            = ws-map-new-deptcode (ws-map-index)
005150                 move 'C' to ws-dept-verdict
005160              end-if
005170              end-perform
005180        end-if
005190        end-perform.
005200
005210******************************************************************
005220*    fetch a live employee on a code of the old list
005230******************************************************************
005240 FetchC1 Section.
005250
005260     move 'Fetch' to db2-funk.
005270     move 05      to db2-kald-nr.
005280
005290     exec sql fetch c1 into
005300          :dclxaemployeedetail.deptcode
005310         ,:dclxaemployee.rident
005320         ,:dclxaemployee.firstname
005330         ,:dclxaemployee.lastname
005340         end-exec.
005350
005360     if not (sqlcode = zero or +100)
005370        perform dsntiar-log
005380        move +12 to returncc.
005390
005400******************************************************************
005410*    Log sqlca error messages
005420******************************************************************
005430 dsntiar-log section.
005440
005450     move +78   to db2-logical-msgl.
005460     move +780  to db2-message-length.
005470     move space to db2-tiar-msg-table.
005480
005490     Display 'Statement:' db2-kald-nr
005500             ' Function:' db2-funk
005510             ' Table:'    db2-tablename.
005520
005530     Call 'dsntiar' using sqlca
005540                        db2-message-areal
005550                        db2-logical-msgl
005560          on exception
005570             move sqlcode to dsntiar-sqlcode
005580             display 'XADLD01 Error: Unable to call DSNTIAR'
005590             display 'Sqlcode: ' dsntiar-sqlcode
005600             display 'Sqlca  :'
005610             display sqlca
005620             end-call
005630
005640     perform varying tally from +1 by +1 until tally > +10
005650        if db2-tiar-msgs (tally) not = space
005660           Display db2-tiar-msgs (tally)
005670           end-if
005680        end-perform
005690     .
