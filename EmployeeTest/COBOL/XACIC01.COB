000010 process cics, nodynam, noseq, test
000020 identification division.
000030 program-id.    XACIC01.
000040 author.        Xact Consulting A/S.
000050******************************************************************
000060* XACIC01 - Online employee maintenance, transaction XA01        *
000070* Pseudo-conversational front end to XADB2TST on the XACIM01     *
000080* mapset. The list screen pages through the live employees, or   *
000090* through the hits of a SEARCH by cprnr or last name, seven rows *
000100* at a time with SKIP/MOREROWS. A selected row opens the detail  *
000110* screen with the XaEmployeeDetail fields, the employment        *
000120* periods and the length of service, from where the employee is  *
000130* changed (MODIFY) or deleted with termination date and reason   *
000140* (DELETE), and the history and the pending changes are browsed. *
000150* Add (INSERT) and rehire of a leaver (REHIRE) start from the    *
000160* list.                                                          *
000170* Change and delete send back the TSTMP read by GET, so a row    *
000180* changed by somebody else in the meantime is refused as an      *
000190* update conflict. The signed-on CICS user is passed as the      *
000200* userid XADB2TST checks against XaUserAuth.                     *
000210* XADB2TST runs in the unit of work of the transaction (syncmode *
000220* 'C'): an update is syncpointed when it succeeds, or when it is *
000230* refused for lack of authority so the violation row is kept,    *
000240* and rolled back otherwise. An error that carries SQL           *
000250* diagnostics shows the message table on a screen of its own.    *
000260* Xact Consulting A/S                                            *
000270* Arnold Nielsens Boulevard 68A                                  *
000280* DK-2650 Hvidovre, Denmark                                      *
000290******************************************************************
000300 environment    division.
000310 configuration  section.
000320 special-names.
000330
000340 data division.
000350 working-storage section.
000360
000370     copy xadb2tsc.
000380
000390     copy xacim01.
000400
000410     copy dfhaid.
000420
000430     copy dfhbmsca.
000440
000450 01  ws-cics-data.
000460     03 ws-resp               pic s9(8)  value zero comp.
000470     03 ws-userid             pic x(08)  value space.
000480     03 ws-end-flag           pic x(01)  value 'N'.
000490     03 ws-update-flag        pic x(01)  value 'N'.
000500     03 ws-have-get           pic x(01)  value 'N'.
000510     03 ws-call-return        pic s9(9)  value zero comp.
000520     03 ws-message            pic x(78)  value space.
000530     03 ws-end-text           pic x(21)
000540                              value 'XACIC01 session ended'.
000550
000560 01  ws-work-data.
000570     03 ws-row                pic s9(4)  value zero comp.
000580     03 ws-sel-row            pic s9(4)  value zero comp.
000590     03 ws-sel-code           pic x(01)  value space.
000600     03 ws-rident-disp        pic z(8)9.
000610     03 ws-rc-disp            pic zzz9.
000620     03 ws-sqlcode-disp       pic -(10)9.
000630     03 ws-years-disp         pic zz9.
000640     03 ws-months-disp        pic z9.
000650     03 ws-days-disp          pic zzzzz9.
000660     03 ws-count-disp         pic z9.
000670     03 ws-service-line       pic x(60)  value space.
000680     03 ws-num-text           pic x(10)  value space.
000690     03 ws-num-lead           pic s9(4)  value zero comp.
000700     03 ws-num-len            pic s9(4)  value zero comp.
000710     03 ws-num-digits         pic 9(09)  value zero.
000720     03 ws-num-value          pic s9(9)  value zero comp.
000730     03 ws-num-flag           pic x(01)  value 'N'.
000740     03 ws-lower              pic x(26)
000750                              value 'abcdefghijklmnopqrstuvwxyz'.
000760     03 ws-upper              pic x(26)
000770                              value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000780
000790*    One row of the list screen
000800 01  ws-list-line.
000810     03 ws-ll-rident          pic z(8)9.
000820     03 filler                pic x(01)  value space.
000830     03 ws-ll-firstname       pic x(20).
000840     03 filler                pic x(01)  value space.
000850     03 ws-ll-lastname        pic x(20).
000860     03 filler                pic x(01)  value space.
000870     03 ws-ll-cprnr           pic x(10).
000880     03 filler                pic x(01)  value space.
000890     03 ws-ll-statuscode      pic x(01).
000900
000910*    One employment period on the detail screen
000920 01  ws-period-line.
000930     03 ws-pl-periodnr        pic zzzzz9.
000940     03 filler                pic x(02)  value space.
000950     03 ws-pl-hiredate        pic x(10).
000960     03 filler                pic x(02)  value space.
000970     03 ws-pl-termdate        pic x(10).
000980     03 filler                pic x(02)  value space.
000990     03 ws-pl-termreason      pic x(04).
001000
001010*    One history row on the browse screen
001020 01  ws-hist-line.
001030     03 ws-hl-tstmp           pic x(26).
001040     03 filler                pic x(01)  value space.
001050     03 ws-hl-statuscode      pic x(01).
001060     03 filler                pic x(01)  value space.
001070     03 ws-hl-firstname       pic x(12).
001080     03 filler                pic x(01)  value space.
001090     03 ws-hl-lastname        pic x(14).
001100     03 filler                pic x(01)  value space.
001110     03 ws-hl-cprnr           pic x(10).
001120     03 filler                pic x(01)  value space.
001130     03 ws-hl-userid          pic x(08).
001140
001150*    Column headings over the history rows
001160 01  ws-hist-head.
001170     03 filler                pic x(27)  value 'Changed at'.
001180     03 filler                pic x(02)  value 'S'.
001190     03 filler                pic x(13)  value 'First name'.
001200     03 filler                pic x(15)  value 'Last name'.
001210     03 filler                pic x(11)  value 'CPR no'.
001220     03 filler                pic x(08)  value 'Userid'.
001230
001240*    One pending change on the browse screen
001250 01  ws-pend-line.
001260     03 ws-pn-function        pic x(08).
001270     03 filler                pic x(01)  value space.
001280     03 ws-pn-effdate         pic x(10).
001290     03 filler                pic x(01)  value space.
001300     03 ws-pn-status          pic x(01).
001310     03 filler                pic x(01)  value space.
001320     03 ws-pn-firstname       pic x(12).
001330     03 filler                pic x(01)  value space.
001340     03 ws-pn-lastname        pic x(14).
001350     03 filler                pic x(01)  value space.
001360     03 ws-pn-userid          pic x(08).
001370     03 filler                pic x(01)  value space.
001380     03 ws-pn-enttstmp        pic x(19).
001390
001400*    Column headings over the pending changes
001410 01  ws-pend-head.
001420     03 filler                pic x(09)  value 'Function'.
001430     03 filler                pic x(11)  value 'Eff. date'.
001440     03 filler                pic x(02)  value 'S'.
001450     03 filler                pic x(13)  value 'First name'.
001460     03 filler                pic x(15)  value 'Last name'.
001470     03 filler                pic x(09)  value 'Userid'.
001480     03 filler                pic x(19)  value 'Entered'.
001490
001500*    Carried from one screen to the next in the commarea
001510 01  ws-commarea.
001520*       L list, D detail, H history, P pending, M diagnostics
001530     03 ws-ca-screen          pic x(01).
001540*       Detail screen: V view, A add, C change, D delete, R rehire
001550     03 ws-ca-mode            pic x(01).
001560     03 ws-ca-list-func       pic x(08).
001570     03 ws-ca-list-skip       pic s9(4)  comp.
001580     03 ws-ca-list-more       pic x(01).
001590     03 ws-ca-srch-cprnr      pic x(10).
001600     03 ws-ca-srch-lastname   pic x(30).
001610     03 ws-ca-list-rident     pic s9(9)  comp occurs 7.
001620     03 ws-ca-rident          pic s9(9)  comp.
001630     03 ws-ca-tstmp           pic x(26).
001640     03 ws-ca-brw-func        pic x(08).
001650     03 ws-ca-brw-skip        pic s9(4)  comp.
001660     03 ws-ca-brw-more        pic x(01).
001670     03 ws-ca-brw-from        pic x(01).
001680     03 ws-ca-msg-from        pic x(01).
001690     03 ws-ca-detail.
001700        05 ws-ca-firstname    pic x(30).
001710        05 ws-ca-lastname     pic x(30).
001720        05 ws-ca-cprnr        pic x(10).
001730        05 ws-ca-deptcode     pic x(04).
001740        05 ws-ca-jobtitle     pic x(30).
001750        05 ws-ca-hiredate     pic x(10).
001760        05 ws-ca-paygrade     pic x(02).
001770        05 ws-ca-termdate     pic x(10).
001780        05 ws-ca-termreason   pic x(04).
001790        05 ws-ca-statuscode   pic x(01).
001800        05 ws-ca-userid       pic x(08).
001810
001820 linkage section.
001830 01  dfhcommarea              pic x(263).
001840
001850 procedure division.
001860 xacic01-main Section.
001870
001880     perform Initiering.
001890     perform Behandling.
001900     perform Afslutning.
001910     goback.
001920
001930******************************************************************
001940*    Initiering
001950******************************************************************
001960 Initiering Section.
001970
001980     Exec cics assign userid(ws-userid)
001990     end-exec.
002000
002010     if eibcalen = length of ws-commarea
002020        move dfhcommarea to ws-commarea
002030     else
002040        initialize ws-commarea
002050     end-if.
002060
002070******************************************************************
002080*    Behandling
002090******************************************************************
002100 Behandling Section.
002110
002120     evaluate ws-ca-screen
002130        when 'L'
002140           perform ListScreen
002150        when 'D'
002160           perform DetailScreen
002170        when 'H'
002180        when 'P'
002190           perform BrowseScreen
002200        when 'M'
002210           perform DiagScreen
002220        when other
002230           move 'LIST' to ws-ca-list-func
002240           move zero   to ws-ca-list-skip
002250           perform ShowList
002260     end-evaluate.
002270
002280******************************************************************
002290*    Afslutning
002300******************************************************************
002310 Afslutning Section.
002320
002330     if ws-end-flag = 'Y'
002340        Exec cics send text from(ws-end-text)
002350                            length(length of ws-end-text)
002360                            erase
002370                            freekb
002380        end-exec
002390        Exec cics return
002400        end-exec
002410     else
002420        Exec cics return transid(eibtrnid)
002430                         commarea(ws-commarea)
002440                         length(length of ws-commarea)
002450        end-exec
002460     end-if.
002470
002480******************************************************************
002490*    ListScreen - keys pressed on the list screen                *
002500******************************************************************
002510 ListScreen Section.
002520
002530     if eibaid = dfhpf3 or eibaid = dfhclear
002540        move 'Y' to ws-end-flag
002550        go to ListScreen-Exit.
002560
002570     Exec cics receive map('XALSTM')
002580                       mapset('XACIM01')
002590                       into(XALSTMI)
002600                       resp(ws-resp)
002610     end-exec.
002620
002630     if ws-resp = dfhresp(mapfail)
002640        move low-value to XALSTMI
002650     end-if.
002660
002670     inspect SCPRI  replacing all low-value by space.
002680     inspect SNAMEI replacing all low-value by space.
002690     inspect SRIDI  replacing all low-value by space.
002700
002710     evaluate eibaid
002720        when dfhenter
002730           perform ListEnter
002740        when dfhpf4
002750           perform StartAdd
002760        when dfhpf7
002770           subtract +7 from ws-ca-list-skip
002780           if ws-ca-list-skip < zero
002790              move zero to ws-ca-list-skip
002800           end-if
002810           perform ShowList
002820        when dfhpf8
002830           if ws-ca-list-more = 'Y'
002840              add +7 to ws-ca-list-skip
002850           else
002860              move 'No more rows' to ws-message
002870           end-if
002880           perform ShowList
002890        when dfhpf9
002900           perform StartRehire
002910        when dfhpf12
002920           move 'LIST' to ws-ca-list-func
002930           move space  to ws-ca-srch-cprnr
002940                          ws-ca-srch-lastname
002950           move zero   to ws-ca-list-skip
002960           perform ShowList
002970        when other
002980           move 'Key not in use on this screen' to ws-message
002990           perform ShowList
003000     end-evaluate.
003010
003020 ListScreen-Exit.
003030     Exit.
003040******************************************************************
003050*    ListEnter - a selection code, a rident or search criteria   *
003060******************************************************************
003070 ListEnter Section.
003080
003090     move zero to ws-sel-row.
003100     perform varying ws-row from +1 by +1
003110             until ws-row > +7 or ws-sel-row > zero
003120        inspect LSELI (ws-row) replacing all low-value by space
003130        if LSELI (ws-row) not = space
003140           move ws-row          to ws-sel-row
003150           move LSELI (ws-row)  to ws-sel-code
003160        end-if
003170        end-perform.
003180
003190     if ws-sel-row > zero
003200        inspect ws-sel-code converting ws-lower to ws-upper
003210        if ws-ca-list-rident (ws-sel-row) = zero
003220           move 'Select a row that holds an employee'
003230             to ws-message
003240           perform ShowList
003250           go to ListEnter-Exit
003260        end-if
003270        move ws-ca-list-rident (ws-sel-row) to ws-ca-rident
003280        move 'L' to ws-ca-brw-from
003290        evaluate ws-sel-code
003300           when 'S'
003310              move 'V' to ws-ca-mode
003320              perform ShowEmployee
003330           when 'C'
003340              move 'C' to ws-ca-mode
003350              perform ShowEmployee
003360           when 'D'
003370              move 'D' to ws-ca-mode
003380              perform ShowEmployee
003390           when 'H'
003400              initialize ws-ca-detail
003410              move 'HISTORY'  to ws-ca-brw-func
003420              perform StartBrowse
003430           when 'P'
003440              initialize ws-ca-detail
003450              move 'LISTPEND' to ws-ca-brw-func
003460              perform StartBrowse
003470           when other
003480              move 'Selection code must be S, C, D, H or P'
003490                to ws-message
003500              perform ShowList
003510        end-evaluate
003520        go to ListEnter-Exit
003530     end-if.
003540
003550     if SRIDI not = space
003560        move SRIDI to ws-num-text
003570        perform CheckNumber
003580        if ws-num-flag not = 'Y' or ws-num-value = zero
003590           move 'Rident must be a number' to ws-message
003600           perform ShowList
003610        else
003620           move ws-num-value to ws-ca-rident
003630           move 'V'          to ws-ca-mode
003640           move 'L'          to ws-ca-brw-from
003650           perform ShowEmployee
003660        end-if
003670        go to ListEnter-Exit
003680     end-if.
003690
003700     move SCPRI  to ws-ca-srch-cprnr.
003710     move SNAMEI to ws-ca-srch-lastname.
003720     if ws-ca-srch-cprnr = space and ws-ca-srch-lastname = space
003730        move 'LIST'   to ws-ca-list-func
003740     else
003750        move 'SEARCH' to ws-ca-list-func
003760     end-if.
003770     move zero to ws-ca-list-skip.
003780     perform ShowList.
003790
003800 ListEnter-Exit.
003810     Exit.
003820******************************************************************
003830*    ShowList - LIST or SEARCH from the current skip and send the*
003840*               list screen                                      *
003850******************************************************************
003860 ShowList Section.
003870
003880     perform NewImport.
003890     move ws-ca-list-func     to xadb2tst-imp-function.
003900     move ws-ca-list-skip     to xadb2tst-imp-skip.
003910     move ws-ca-srch-cprnr    to xadb2tst-imp-cprnr.
003920     move ws-ca-srch-lastname to xadb2tst-imp-lastname.
003930     perform CallXadb2tst.
003940
003950     move low-value to XALSTMO.
003960     move 'N'       to ws-ca-list-more.
003970
003980     if ws-call-return not = zero
003990        move zero to xadb2tst-exp-count
004000        perform ShowError
004010        if ws-ca-screen = 'M'
004020           go to ShowList-Exit
004030        end-if
004040     else
004050        move xadb2tst-exp-morerows to ws-ca-list-more
004060     end-if.
004070
004080     perform varying ws-row from +1 by +1 until ws-row > +7
004090        move zero  to ws-ca-list-rident (ws-row)
004100        move space to LLINO (ws-row)
004110        if ws-row not > xadb2tst-exp-count
004120           move xadb2tst-exp-id (ws-row)
004130                                   to ws-ca-list-rident (ws-row)
004140                                      ws-ll-rident
004150           move xadb2tst-exp-firstname (ws-row)
004160                                   to ws-ll-firstname
004170           move xadb2tst-exp-lastname (ws-row)
004180                                   to ws-ll-lastname
004190           move xadb2tst-exp-cprnr (ws-row)
004200                                   to ws-ll-cprnr
004210           move xadb2tst-exp-statuscode (ws-row)
004220                                   to ws-ll-statuscode
004230           move ws-list-line to LLINO (ws-row)
004240        end-if
004250        end-perform.
004260
004270     if ws-message = space
004280        if ws-ca-list-func = 'SEARCH'
004290           move 'Search result' to ws-message
004300        end-if
004310        if xadb2tst-exp-count = zero and ws-call-return = zero
004320           move 'No employees found' to ws-message
004330        end-if
004340     end-if.
004350
004360*    The criteria are sent with the modified data tag on so they
004370*    come back with every key until PF12 clears them
004380     move 'L'                 to ws-ca-screen.
004390     move ws-ca-srch-cprnr    to SCPRO.
004400     move ws-ca-srch-lastname to SNAMEO.
004410     move space               to SRIDO.
004420     move dfhbmfse            to SCPRA SNAMEA SRIDA.
004430     move ws-message          to LMSGO.
004440
004450     Exec cics send map('XALSTM')
004460                    mapset('XACIM01')
004470                    from(XALSTMO)
004480                    erase
004490     end-exec.
004500
004510 ShowList-Exit.
004520     Exit.
004530******************************************************************
004540*    StartAdd - empty detail screen for a new employee           *
004550******************************************************************
004560 StartAdd Section.
004570
004580     move 'A'   to ws-ca-mode.
004590     move zero  to ws-ca-rident.
004600     move space to ws-ca-tstmp.
004610     initialize ws-ca-detail.
004620     move 'N'   to ws-have-get.
004630     perform SendDetail.
004640
004650******************************************************************
004660*    StartRehire - detail screen for rehiring the leaver keyed   *
004670*                  in the rident field of the list screen        *
004680******************************************************************
004690 StartRehire Section.
004700
004710     if SRIDI = space
004720        move 'Key in the rident of the leaver to rehire'
004730          to ws-message
004740        perform ShowList
004750        go to StartRehire-Exit
004760     end-if.
004770
004780     move SRIDI to ws-num-text.
004790     perform CheckNumber.
004800     if ws-num-flag not = 'Y' or ws-num-value = zero
004810        move 'Rident must be a number' to ws-message
004820        perform ShowList
004830        go to StartRehire-Exit
004840     end-if.
004850
004860     move ws-num-value to ws-ca-rident.
004870     move 'R'          to ws-ca-mode.
004880     move 'L'          to ws-ca-brw-from.
004890     move space        to ws-ca-tstmp.
004900     initialize ws-ca-detail.
004910     move 'N'          to ws-have-get.
004920     move 'Key in the new department, job, pay grade, hire date'
004930       to ws-message.
004940     perform SendDetail.
004950
004960 StartRehire-Exit.
004970     Exit.
004980******************************************************************
004990*    ShowEmployee - GET the rident and send the detail screen in *
005000*                   the current mode                             *
005010******************************************************************
005020 ShowEmployee Section.
005030
005040     perform NewImport.
005050     move 'GET'        to xadb2tst-imp-function.
005060     move ws-ca-rident to xadb2tst-imp-rident.
005070     perform CallXadb2tst.
005080
005090     if ws-call-return not = zero
005100        if xadb2tst-exp-errorcode = +100
005110           move ws-ca-rident to ws-rident-disp
005120           move space        to ws-message
005130           string 'Not found or not live (PF9 rehires a leaver): '
005140                  'rident ' ws-rident-disp
005150                  delimited by size
005160                  into ws-message
005170           perform ShowList
005180        else
005190           perform ShowError
005200           if ws-ca-screen not = 'M'
005210              perform ShowList
005220           end-if
005230        end-if
005240        go to ShowEmployee-Exit
005250     end-if.
005260
005270*    A merged-away rident is shown under its survivor
005280     if xadb2tst-exp-merged = 'Y'
005290        move xadb2tst-exp-id (1) to ws-rident-disp
005300        move space               to ws-message
005310        string 'Merged away - shown under surviving rident '
005320               ws-rident-disp
005330               delimited by size
005340               into ws-message
005350     end-if.
005360
005370     move xadb2tst-exp-id (1)          to ws-ca-rident.
005380     move xadb2tst-exp-tstmp (1)       to ws-ca-tstmp.
005390     move xadb2tst-exp-firstname (1)   to ws-ca-firstname.
005400     move xadb2tst-exp-lastname (1)    to ws-ca-lastname.
005410     move xadb2tst-exp-cprnr (1)       to ws-ca-cprnr.
005420     move xadb2tst-exp-deptcode (1)    to ws-ca-deptcode.
005430     move xadb2tst-exp-jobtitle (1)    to ws-ca-jobtitle.
005440     move xadb2tst-exp-hiredate (1)    to ws-ca-hiredate.
005450     move xadb2tst-exp-paygrade (1)    to ws-ca-paygrade.
005460     move xadb2tst-exp-statuscode (1)  to ws-ca-statuscode.
005470     move xadb2tst-exp-userid (1)      to ws-ca-userid.
005480     move space                        to ws-ca-termdate
005490                                          ws-ca-termreason.
005500     move 'Y'                          to ws-have-get.
005510     perform SendDetail.
005520
005530 ShowEmployee-Exit.
005540     Exit.
005550******************************************************************
005560*    SendDetail - detail screen from the commarea; the mode      *
005570*                 decides which fields are open for input        *
005580******************************************************************
005590 SendDetail Section.
005600
005610     move low-value to XADETMO.
005620     move 'D'       to ws-ca-screen.
005630
005640     move dfhbmask to DRIDA DFIRSTA DLASTA DCPRA DDEPTA DGRADEA
005650                      DJOBA DHIREA DTERMA DREASNA.
005660
005670     evaluate ws-ca-mode
005680        when 'A'
005690           move 'Employee - add'    to DTITLEO
005700           move 'ENTER=Add  PF3=List  PF12=Cancel' to DKEYSO
005710           move dfhbmfse to DRIDA DFIRSTA DLASTA DCPRA DDEPTA
005720                            DGRADEA DJOBA DHIREA
005730           move -1       to DRIDL
005740        when 'C'
005750           move 'Employee - change' to DTITLEO
005760           move 'ENTER=Change  PF3=List  PF12=Cancel' to DKEYSO
005770           move dfhbmfse to DFIRSTA DLASTA DDEPTA DGRADEA DJOBA
005780                            DHIREA
005790           move -1       to DFIRSTL
005800        when 'D'
005810           move 'Employee - delete' to DTITLEO
005820           move 'ENTER=Delete  PF3=List  PF12=Cancel' to DKEYSO
005830           move dfhbmfse to DTERMA DREASNA
005840           move -1       to DTERML
005850        when 'R'
005860           move 'Employee - rehire' to DTITLEO
005870           string 'ENTER=Rehire  PF3=List  '
005880                  'PF10=History  PF12=Cancel'
005890                  delimited by size into DKEYSO
005900           move dfhbmfse to DDEPTA DGRADEA DJOBA DHIREA
005910           move -1       to DDEPTL
005920        when other
005930           move 'Employee - display' to DTITLEO
005940           string 'PF3=List  PF5=Change  PF6=Delete  '
005950                  'PF10=History  PF11=Pending'
005960                  delimited by size into DKEYSO
005970           move -1       to DFIRSTL
005980     end-evaluate.
005990
006000     if ws-ca-rident = zero
006010        move space          to DRIDO
006020     else
006030        move ws-ca-rident   to ws-rident-disp
006040        move ws-rident-disp to DRIDO
006050     end-if.
006060
006070     move ws-ca-statuscode  to DSTATO.
006080     move ws-ca-firstname   to DFIRSTO.
006090     move ws-ca-lastname    to DLASTO.
006100     move ws-ca-cprnr       to DCPRO.
006110     move ws-ca-deptcode    to DDEPTO.
006120     move ws-ca-paygrade    to DGRADEO.
006130     move ws-ca-jobtitle    to DJOBO.
006140     move ws-ca-hiredate    to DHIREO.
006150     move ws-ca-termdate    to DTERMO.
006160     move ws-ca-termreason  to DREASNO.
006170     move ws-ca-userid      to DUSERO.
006180     move ws-ca-tstmp       to DTSTMPO.
006190
006200*    Periods and service only while the export still holds the GET
006210     if ws-have-get = 'Y'
006220        perform FillService
006230        move ws-service-line to DSERVO
006240        perform varying ws-row from +1 by +1
006250                until ws-row > +7
006260                or ws-row > xadb2tst-exp-periodcount
006270           perform FillPeriod
006280           move ws-period-line to DPERO (ws-row)
006290           end-perform
006300     end-if.
006310
006320     move ws-message to DMSGO.
006330
006340     Exec cics send map('XADETM')
006350                    mapset('XACIM01')
006360                    from(XADETMO)
006370                    erase
006380                    cursor
006390     end-exec.
006400
006410******************************************************************
006420*    FillService - length of service line from the export        *
006430******************************************************************
006440 FillService Section.
006450
006460     move xadb2tst-exp-serviceyears  to ws-years-disp.
006470     move xadb2tst-exp-servicemonths to ws-months-disp.
006480     move xadb2tst-exp-servicedays   to ws-days-disp.
006490     move xadb2tst-exp-periodcount   to ws-count-disp.
006500
006510     move space to ws-service-line.
006520     string ws-years-disp  ' years '
006530            ws-months-disp ' months ('
006540            ws-days-disp   ' days) in '
006550            ws-count-disp  ' period(s)'
006560            delimited by size
006570            into ws-service-line.
006580
006590******************************************************************
006600*    FillPeriod - one employment period line; the open period    *
006610*                 has no termination date yet                    *
006620******************************************************************
006630 FillPeriod Section.
006640
006650     move xadb2tst-exp-periodnr (ws-row)     to ws-pl-periodnr.
006660     move xadb2tst-exp-per-hiredate (ws-row) to ws-pl-hiredate.
006670     if xadb2tst-exp-per-termdate (ws-row) = '9999-12-31'
006680        move 'open' to ws-pl-termdate
006690     else
006700        move xadb2tst-exp-per-termdate (ws-row) to ws-pl-termdate
006710     end-if.
006720     move xadb2tst-exp-per-termreason (ws-row)
006730                                             to ws-pl-termreason.
006740
006750******************************************************************
006760*    DetailScreen - keys pressed on the detail screen            *
006770******************************************************************
006780 DetailScreen Section.
006790
006800     evaluate eibaid
006810        when dfhclear
006820           move 'Y' to ws-end-flag
006830        when dfhpf3
006840           perform ShowList
006850        when dfhpf12
006860           if ws-ca-mode = 'C' or ws-ca-mode = 'D'
006870              move 'V' to ws-ca-mode
006880              perform ShowEmployee
006890           else
006900              perform ShowList
006910           end-if
006920        when dfhpf5
006930           if ws-ca-mode = 'V'
006940              move 'C' to ws-ca-mode
006950           else
006960              move 'Key not in use in this mode' to ws-message
006970           end-if
006980           perform RedisplayDetail
006990        when dfhpf6
007000           if ws-ca-mode = 'V'
007010              move 'D' to ws-ca-mode
007020           else
007030              move 'Key not in use in this mode' to ws-message
007040           end-if
007050           perform RedisplayDetail
007060        when dfhpf10
007070           if ws-ca-mode = 'V' or ws-ca-mode = 'R'
007080              if ws-ca-mode = 'R'
007090                 perform ReceiveDetail
007100              end-if
007110              move 'D'        to ws-ca-brw-from
007120              move 'HISTORY'  to ws-ca-brw-func
007130              perform StartBrowse
007140           else
007150              move 'Key not in use in this mode' to ws-message
007160              perform RedisplayDetail
007170           end-if
007180        when dfhpf11
007190           if ws-ca-mode = 'V'
007200              move 'D'        to ws-ca-brw-from
007210              move 'LISTPEND' to ws-ca-brw-func
007220              perform StartBrowse
007230           else
007240              move 'Key not in use in this mode' to ws-message
007250              perform RedisplayDetail
007260           end-if
007270        when dfhenter
007280           if ws-ca-mode = 'V'
007290              move 'Choose a function key' to ws-message
007300              perform RedisplayDetail
007310           else
007320              perform ApplyDetail
007330           end-if
007340        when other
007350           move 'Key not in use on this screen' to ws-message
007360           perform RedisplayDetail
007370     end-evaluate.
007380
007390******************************************************************
007400*    RedisplayDetail - view, change and delete read the employee *
007410*                      again; add and rehire keep what was keyed *
007420******************************************************************
007430 RedisplayDetail Section.
007440
007450     if ws-ca-mode = 'A' or ws-ca-mode = 'R'
007460        perform ReceiveDetail
007470        move 'N' to ws-have-get
007480        perform SendDetail
007490     else
007500        perform ShowEmployee
007510     end-if.
007520
007530******************************************************************
007540*    ReceiveDetail - fields open in the current mode into the    *
007550*                    commarea                                    *
007560******************************************************************
007570 ReceiveDetail Section.
007580
007590     Exec cics receive map('XADETM')
007600                       mapset('XACIM01')
007610                       into(XADETMI)
007620                       resp(ws-resp)
007630     end-exec.
007640
007650     if ws-resp = dfhresp(mapfail)
007660        move low-value to XADETMI
007670     end-if.
007680
007690     inspect DRIDI   replacing all low-value by space.
007700     inspect DFIRSTI replacing all low-value by space.
007710     inspect DLASTI  replacing all low-value by space.
007720     inspect DCPRI   replacing all low-value by space.
007730     inspect DDEPTI  replacing all low-value by space.
007740     inspect DGRADEI replacing all low-value by space.
007750     inspect DJOBI   replacing all low-value by space.
007760     inspect DHIREI  replacing all low-value by space.
007770     inspect DTERMI  replacing all low-value by space.
007780     inspect DREASNI replacing all low-value by space.
007790
007800     inspect DDEPTI  converting ws-lower to ws-upper.
007810     inspect DGRADEI converting ws-lower to ws-upper.
007820     inspect DREASNI converting ws-lower to ws-upper.
007830
007840     evaluate ws-ca-mode
007850        when 'A'
007860           move DRIDI    to ws-num-text
007870           move DFIRSTI  to ws-ca-firstname
007880           move DLASTI   to ws-ca-lastname
007890           move DCPRI    to ws-ca-cprnr
007900           move DDEPTI   to ws-ca-deptcode
007910           move DGRADEI  to ws-ca-paygrade
007920           move DJOBI    to ws-ca-jobtitle
007930           move DHIREI   to ws-ca-hiredate
007940        when 'C'
007950           move DFIRSTI  to ws-ca-firstname
007960           move DLASTI   to ws-ca-lastname
007970           move DDEPTI   to ws-ca-deptcode
007980           move DGRADEI  to ws-ca-paygrade
007990           move DJOBI    to ws-ca-jobtitle
008000           move DHIREI   to ws-ca-hiredate
008010        when 'D'
008020           move DTERMI   to ws-ca-termdate
008030           move DREASNI  to ws-ca-termreason
008040        when 'R'
008050           move DDEPTI   to ws-ca-deptcode
008060           move DGRADEI  to ws-ca-paygrade
008070           move DJOBI    to ws-ca-jobtitle
008080           move DHIREI   to ws-ca-hiredate
008090     end-evaluate.
008100
008110******************************************************************
008120*    ApplyDetail - INSERT, MODIFY, DELETE or REHIRE with what was*
008130*                  keyed; change and delete send back the TSTMP  *
008140*                  read by GET for the update-conflict check     *
008150******************************************************************
008160 ApplyDetail Section.
008170
008180     perform ReceiveDetail.
008190     move 'N' to ws-have-get.
008200
008210*    A new rident is optional: blank lets XADB2TST assign one
008220     if ws-ca-mode = 'A'
008230        move zero to ws-ca-rident
008240        if ws-num-text not = space
008250           perform CheckNumber
008260           if ws-num-flag not = 'Y'
008270              move 'Rident must be a number or blank'
008280                to ws-message
008290              perform SendDetail
008300              go to ApplyDetail-Exit
008310           end-if
008320           move ws-num-value to ws-ca-rident
008330        end-if
008340     end-if.
008350
008351*    XADB2TST still takes a blank reason for its older callers;
008352*    a delete made on this screen must always give one
008353     if ws-ca-mode = 'D' and ws-ca-termreason = space
008354        move 'Leaving reason is required' to ws-message
008355        perform SendDetail
008356        go to ApplyDetail-Exit
008357     end-if.
008358
008360     perform NewImport.
008370     move ws-ca-rident to xadb2tst-imp-rident.
008380
008390     evaluate ws-ca-mode
008400        when 'A'
008410           move 'INSERT'          to xadb2tst-imp-function
008420           move ws-ca-firstname   to xadb2tst-imp-firstname
008430           move ws-ca-lastname    to xadb2tst-imp-lastname
008440           move ws-ca-cprnr       to xadb2tst-imp-cprnr
008450           move ws-ca-deptcode    to xadb2tst-imp-deptcode
008460           move ws-ca-jobtitle    to xadb2tst-imp-jobtitle
008470           move ws-ca-hiredate    to xadb2tst-imp-hiredate
008480           move ws-ca-paygrade    to xadb2tst-imp-paygrade
008490        when 'C'
008500           move 'MODIFY'          to xadb2tst-imp-function
008510           move ws-ca-tstmp       to xadb2tst-imp-tstmp
008520           move ws-ca-firstname   to xadb2tst-imp-firstname
008530           move ws-ca-lastname    to xadb2tst-imp-lastname
008540           move ws-ca-deptcode    to xadb2tst-imp-deptcode
008550           move ws-ca-jobtitle    to xadb2tst-imp-jobtitle
008560           move ws-ca-hiredate    to xadb2tst-imp-hiredate
008570           move ws-ca-paygrade    to xadb2tst-imp-paygrade
008580        when 'D'
008590           move 'DELETE'          to xadb2tst-imp-function
008600           move ws-ca-tstmp       to xadb2tst-imp-tstmp
008610           move ws-ca-termdate    to xadb2tst-imp-termdate
008620           move ws-ca-termreason  to xadb2tst-imp-termreason
008630        when 'R'
008640           move 'REHIRE'          to xadb2tst-imp-function
008650           move ws-ca-deptcode    to xadb2tst-imp-deptcode
008660           move ws-ca-jobtitle    to xadb2tst-imp-jobtitle
008670           move ws-ca-hiredate    to xadb2tst-imp-hiredate
008680           move ws-ca-paygrade    to xadb2tst-imp-paygrade
008690     end-evaluate.
008700
008710     move 'Y' to ws-update-flag.
008720     perform CallXadb2tst.
008730
008740     if ws-call-return not = zero
008750        perform ShowError
008760        if ws-ca-screen not = 'M'
008770           perform SendDetail
008780        end-if
008790        go to ApplyDetail-Exit
008800     end-if.
008810
008820     if ws-ca-mode = 'A'
008830        move xadb2tst-exp-rident to ws-ca-rident
008840     end-if.
008850     move ws-ca-rident to ws-rident-disp.
008860     move space        to ws-message.
008870
008880     evaluate ws-ca-mode
008890        when 'A'
008900           string 'Employee added, rident ' ws-rident-disp
008910                  delimited by size into ws-message
008920        when 'C'
008930           string 'Employee changed, rident ' ws-rident-disp
008940                  delimited by size into ws-message
008950        when 'D'
008960           string 'Employee deleted, rident ' ws-rident-disp
008970                  delimited by size into ws-message
008980        when 'R'
008990           string 'Employee rehired, rident ' ws-rident-disp
009000                  delimited by size into ws-message
009010     end-evaluate.
009020
009030     if ws-ca-mode = 'D'
009040        perform ShowList
009050     else
009060        move 'V' to ws-ca-mode
009070        perform ShowEmployee
009080     end-if.
009090
009100 ApplyDetail-Exit.
009110     Exit.
009120******************************************************************
009130*    StartBrowse - first page of HISTORY or LISTPEND             *
009140******************************************************************
009150 StartBrowse Section.
009160
009170     move zero to ws-ca-brw-skip.
009180     perform ShowBrowse.
009190
009200******************************************************************
009210*    ShowBrowse - HISTORY or LISTPEND from the current skip and  *
009220*                 send the browse screen                         *
009230******************************************************************
009240 ShowBrowse Section.
009250
009260     perform NewImport.
009270     move ws-ca-brw-func to xadb2tst-imp-function.
009280     move ws-ca-rident   to xadb2tst-imp-rident.
009290     move ws-ca-brw-skip to xadb2tst-imp-skip.
009300     perform CallXadb2tst.
009310
009320     move low-value to XABRWMO.
009330     move 'N'       to ws-ca-brw-more.
009340
009350     if ws-call-return not = zero
009360        move zero to xadb2tst-exp-count
009370        perform ShowError
009380        if ws-ca-screen = 'M'
009390           go to ShowBrowse-Exit
009400        end-if
009410     else
009420        move xadb2tst-exp-morerows to ws-ca-brw-more
009430     end-if.
009440
009450     if ws-ca-brw-func = 'HISTORY'
009460        move 'H' to ws-ca-screen
009470        move 'Employee - history' to BTITLEO
009480        move ws-hist-head to BHEADO
009490     else
009500        move 'P' to ws-ca-screen
009510        move 'Employee - pending changes' to BTITLEO
009520        move ws-pend-head to BHEADO
009530     end-if.
009540
009550     perform varying ws-row from +1 by +1 until ws-row > +7
009560        move space to BLINO (ws-row)
009570        if ws-row not > xadb2tst-exp-count
009580           perform FillBrowseLine
009590        end-if
009600        end-perform.
009610
009620*    The history export carries the periods and service as well
009630     if ws-ca-brw-func = 'HISTORY' and ws-call-return = zero
009640        perform FillService
009650        move ws-service-line to BSERVO
009660     end-if.
009670
009680     move ws-ca-rident to ws-rident-disp.
009690     move ws-rident-disp to BRIDO.
009700*    Coming from the list the name is taken from the newest row
009710     move space to BNAMEO.
009720     if ws-ca-firstname = space and ws-ca-lastname = space
009730        and xadb2tst-exp-count > zero
009740        string xadb2tst-exp-firstname (1) delimited by '  '
009750               ' '                        delimited by size
009760               xadb2tst-exp-lastname (1)  delimited by '  '
009770               into BNAMEO
009780     else
009790        string ws-ca-firstname delimited by '  '
009800               ' '             delimited by size
009810               ws-ca-lastname  delimited by '  '
009820               into BNAMEO
009830     end-if.
009840
009850     if ws-message = space and xadb2tst-exp-count = zero
009860        and ws-call-return = zero
009870        move 'Nothing to show' to ws-message
009880     end-if.
009890     move ws-message to BMSGO.
009900
009910     Exec cics send map('XABRWM')
009920                    mapset('XACIM01')
009930                    from(XABRWMO)
009940                    erase
009950     end-exec.
009960
009970 ShowBrowse-Exit.
009980     Exit.
009990******************************************************************
010000*    FillBrowseLine - one history row or one pending change      *
010010******************************************************************
010020 FillBrowseLine Section.
010030
010040     if ws-ca-brw-func = 'HISTORY'
010050        move xadb2tst-exp-tstmp (ws-row)       to ws-hl-tstmp
010060        move xadb2tst-exp-statuscode (ws-row)  to ws-hl-statuscode
010070        move xadb2tst-exp-firstname (ws-row)   to ws-hl-firstname
010080        move xadb2tst-exp-lastname (ws-row)    to ws-hl-lastname
010090        move xadb2tst-exp-cprnr (ws-row)       to ws-hl-cprnr
010100        move xadb2tst-exp-userid (ws-row)      to ws-hl-userid
010110        move ws-hist-line to BLINO (ws-row)
010120     else
010130        move xadb2tst-exp-functioncode (ws-row) to ws-pn-function
010140        move xadb2tst-exp-effdate (ws-row)      to ws-pn-effdate
010150        move xadb2tst-exp-statuscode (ws-row)   to ws-pn-status
010160        move xadb2tst-exp-firstname (ws-row)    to ws-pn-firstname
010170        move xadb2tst-exp-lastname (ws-row)     to ws-pn-lastname
010180        move xadb2tst-exp-userid (ws-row)       to ws-pn-userid
010190        move xadb2tst-exp-tstmp (ws-row)        to ws-pn-enttstmp
010200        move ws-pend-line to BLINO (ws-row)
010210     end-if.
010220
010230******************************************************************
010240*    BrowseScreen - keys pressed on the history/pending screen   *
010250******************************************************************
010260 BrowseScreen Section.
010270
010280     evaluate eibaid
010290        when dfhclear
010300           move 'Y' to ws-end-flag
010310        when dfhpf3
010320           perform ReturnFromBrowse
010330        when dfhpf7
010340           subtract +7 from ws-ca-brw-skip
010350           if ws-ca-brw-skip < zero
010360              move zero to ws-ca-brw-skip
010370           end-if
010380           perform ShowBrowse
010390        when dfhpf8
010400           if ws-ca-brw-more = 'Y'
010410              add +7 to ws-ca-brw-skip
010420           else
010430              move 'No more rows' to ws-message
010440           end-if
010450           perform ShowBrowse
010460        when other
010470           move 'Key not in use on this screen' to ws-message
010480           perform ShowBrowse
010490     end-evaluate.
010500
010510******************************************************************
010520*    ReturnFromBrowse - back to the screen the browse came from  *
010530******************************************************************
010540 ReturnFromBrowse Section.
010550
010560     if ws-ca-brw-from = 'D'
010570        if ws-ca-mode = 'V'
010580           perform ShowEmployee
010590        else
010600           move 'N' to ws-have-get
010610           perform SendDetail
010620        end-if
010630     else
010640        perform ShowList
010650     end-if.
010660
010670******************************************************************
010680*    DiagScreen - any key but CLEAR leaves the diagnostics       *
010690******************************************************************
010700 DiagScreen Section.
010710
010720     if eibaid = dfhclear
010730        move 'Y' to ws-end-flag
010740        go to DiagScreen-Exit.
010750
010760     evaluate ws-ca-msg-from
010770        when 'D'
010780           if ws-ca-mode = 'V'
010790              perform ShowEmployee
010800           else
010810              move 'N' to ws-have-get
010820              perform SendDetail
010830           end-if
010840        when 'H'
010850        when 'P'
010860           perform ReturnFromBrowse
010870        when other
010880           perform ShowList
010890     end-evaluate.
010900
010910 DiagScreen-Exit.
010920     Exit.
010930******************************************************************
010940*    ShowError - a failed call: the message on the current       *
010950*                screen, or the diagnostics screen when XADB2TST *
010960*                returned SQL messages                           *
010970******************************************************************
010980 ShowError Section.
010990
011000     if xadb2tst-exp-msgcount = zero
011010        move xadb2tst-exp-message to ws-message
011020        go to ShowError-Exit.
011030
011040     move ws-ca-screen to ws-ca-msg-from.
011050     move 'M'          to ws-ca-screen.
011060
011070     move low-value              to XAMSGMO.
011080     move xadb2tst-imp-function  to MFUNCO.
011090     move ws-call-return         to ws-rc-disp.
011100     move ws-rc-disp             to MRCO.
011110     move xadb2tst-exp-errorcode to ws-sqlcode-disp.
011120     move ws-sqlcode-disp        to MSQLO.
011130     move xadb2tst-exp-message   to MMSGO.
011140
011150     perform varying ws-row from +1 by +1
011160             until ws-row > +10
011170             or ws-row > xadb2tst-exp-msgcount
011180        move xadb2tst-exp-msgline (ws-row) to MLINO (ws-row)
011190        end-perform.
011200
011210     Exec cics send map('XAMSGM')
011220                    mapset('XACIM01')
011230                    from(XAMSGMO)
011240                    erase
011250     end-exec.
011260
011270 ShowError-Exit.
011280     Exit.
011290******************************************************************
011300*    NewImport - clear the import area before a call; the message*
011310*                table is only filled when there is an SQL error *
011320******************************************************************
011330 NewImport Section.
011340
011350     initialize xadb2tst-import.
011360     move zero to xadb2tst-exp-msgcount.
011370
011380******************************************************************
011390*    CallXadb2tst - call XADB2TST as the signed-on user in       *
011400*                   the unit of work of the transaction. An      *
011410*                   update is syncpointed when it succeeds, or   *
011420*                   when it was refused for lack of authority    *
011430*                   (RC 44) so the violation row stays; any      *
011440*                   other failed update is rolled back           *
011450******************************************************************
011460 CallXadb2tst Section.
011470
011480     move ws-userid to xadb2tst-imp-userid.
011490     move 'C'       to xadb2tst-imp-syncmode.
011500
011510     call 'XADB2TST' using xadb2tst-import
011520                           xadb2tst-export.
011530     move return-code to ws-call-return.
011540     move zero        to return-code.
011550
011560     if ws-update-flag = 'Y'
011570        if ws-call-return = zero or ws-call-return = +44
011580           Exec cics syncpoint
011590           end-exec
011600        else
011610           Exec cics syncpoint rollback
011620           end-exec
011630        end-if
011640     end-if.
011650
011660     move 'N' to ws-update-flag.
011670
011680******************************************************************
011690*    CheckNumber - ws-num-text holds an unsigned whole number,   *
011700*                  leading and trailing blanks allowed           *
011710******************************************************************
011720 CheckNumber Section.
011730
011740     move 'N'  to ws-num-flag.
011750     move zero to ws-num-value ws-num-lead ws-num-len.
011760
011770     inspect ws-num-text tallying ws-num-lead for leading space.
011780     if ws-num-lead > +8
011790        go to CheckNumber-Exit.
011800
011810     inspect ws-num-text (ws-num-lead + 1:)
011820             tallying ws-num-len
011830             for characters before initial space.
011840
011850     if ws-num-text (ws-num-lead + 1:ws-num-len) is numeric
011860        and ws-num-text (ws-num-lead + ws-num-len + 1:) = space
011870        move ws-num-text (ws-num-lead + 1:ws-num-len)
011880          to ws-num-digits
011890        move ws-num-digits to ws-num-value
011900        move 'Y' to ws-num-flag
011910     end-if.
011920
011930 CheckNumber-Exit.
011940     Exit.
