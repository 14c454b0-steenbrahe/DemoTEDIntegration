000010 process sql, nodynam, noseq, test
000020 identification division.
000030 program-id.    XAAUT01.
000040 author.        Xact Consulting A/S.
000050******************************************************************
000060* XAAUT01 - Weekly authorisation violation report               *
000070* Lists every XADB2TST call refused for want of a XaUserAuth    *
000080* grant, as logged on XaAuthViol, inside the from/to date       *
000090* window on XAAUTPRM (the previous seven days when the card is  *
000100* left out). Refusals are printed per userid and function with  *
000110* a subtotal per function, a total per userid and a grand total *
000120* to XAAUTRPT for the access audit, and the job ends with RC=4  *
000130* when any refusal was found.                                   *
000140* Xact Consulting A/S                                           *
000150* Arnold Nielsens Boulevard 68A                                 *
000160* DK-2650 Hvidovre, Denmark                                     *
000170******************************************************************
000180 environment    division.
000190 configuration  section.
000200 special-names.
000210 input-output   section.
000220 file-control.
000230
000240     select XAAUTPRM assign to XAAUTPRM
000250            organization is sequential
000260            file status  is ws-autprm-status.
000270
000280     select XAAUTRPT assign to XAAUTRPT
000290            organization is sequential
000300            file status  is ws-autrpt-status.
000310
000320 data division.
000330 file section.
000340
000350 FD  XAAUTPRM
000360     label records are standard.
000370 01  XAAUTPRM-RECORD.
000380     03 XAAUTPRM-FROM-DATE       pic x(10).
000390     03 filler                   pic x(01).
000400     03 XAAUTPRM-TO-DATE         pic x(10).
000410     03 filler                   pic x(59).
000420
000430 FD  XAAUTRPT
000440     label records are standard.
000450 01  XAAUTRPT-RECORD             pic x(160).
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
000690     03 ws-autprm-status      pic x(02)  value space.
000700     03 ws-autrpt-status      pic x(02)  value space.
000710
000720 01  ws-control-data.
000730     03 ws-prm-eof-flag       pic x(01)  value 'N'.
000740     03 ws-report-line        pic x(160) value space.
000750     03 ws-rident-disp        pic z(8)9.
000760     03 ws-count-disp         pic z(8)9.
000770
000780 01  ws-window-data.
000790     03 ws-from-date          pic x(10)  value space.
000800     03 ws-to-date            pic x(10)  value space.
000810     03 ws-from-tstmp         pic x(26)  value space.
000820     03 ws-to-tstmp           pic x(26)  value space.
000830
000840 01  ws-break-data.
000850     03 ws-prev-userid        pic x(08)  value space.
000860     03 ws-prev-function      pic x(08)  value space.
000870     03 ws-function-count     pic s9(9)  value zero comp.
000880     03 ws-user-count         pic s9(9)  value zero comp.
000890     03 ws-total-count        pic s9(9)  value zero comp.
000900     03 ws-userid-total       pic s9(9)  value zero comp.
000910
000920     exec sql include sqlca   end-exec.
000930     exec sql include xaauthv end-exec.
000940
000950 procedure division.
000960 xaaut01-main Section.
000970
000980     perform Initiering.
000990     perform Behandling.
001000     perform Afslutning.
001010     stop run.
001020
001030******************************************************************
001040*    Initiering
001050******************************************************************
001060 Initiering section.
001070
001080     display 'XAAUT01 Started'.
001090
001100     perform ReadParameter.
001110
001120     open output XAAUTRPT.
001130
001140     if ws-autrpt-status not = '00'
001150        display 'XAAUT01 Error: cannot open XAAUTRPT, status '
001160                ws-autrpt-status
001170        perform AbortRun
001180     end-if.
001190
001200     move space to ws-report-line.
001210     string 'XAAUT01 Authorisation violations from: '
001220             ws-from-date ' to: ' ws-to-date
001230             delimited by size into ws-report-line.
001240     perform WriteReportLine.
001250
001260******************************************************************
001270*    ReadParameter - report window from the XAAUTPRM card; with  *
001280*                    no card the window is the previous seven    *
001290*                    days, which suits the weekly schedule       *
001300******************************************************************
001310 ReadParameter section.
001320
001330     open input XAAUTPRM.
001340
001350     if ws-autprm-status not = '00'
001360        display 'XAAUT01 Error: cannot open XAAUTPRM, status '
001370                ws-autprm-status
001380        perform AbortRun
001390     end-if.
001400
001410     read XAAUTPRM
001420        at end move 'Y' to ws-prm-eof-flag
001430     end-read.
001440
001450     if ws-prm-eof-flag = 'N'
001460        move XAAUTPRM-FROM-DATE to ws-from-date
001470        move XAAUTPRM-TO-DATE   to ws-to-date
001480     end-if.
001490
001500     close XAAUTPRM.
001510
001520     if ws-from-date = space and ws-to-date = space
001530        perform DefaultWindow
001540     end-if.
001550
001560     if ws-from-date = space or ws-to-date = space
001570        display 'XAAUT01 Error: both from/to dates are required'
001580        perform AbortRun
001590     end-if.
001600
001610     if ws-from-date > ws-to-date
001620        display 'XAAUT01 Error: from-date is after to-date'
001630        perform AbortRun
001640     end-if.
001650
001660     string ws-from-date '-00.00.00.000000'
001670             delimited by size into ws-from-tstmp.
001680     string ws-to-date   '-24.00.00.000000'
001690             delimited by size into ws-to-tstmp.
001700
001710     display 'XAAUT01 Window from: ' ws-from-date
001720             ' to: ' ws-to-date.
001730
001740******************************************************************
001750*    DefaultWindow - the seven days up to and including          *
001760*                    yesterday                                   *
001770******************************************************************
001780 DefaultWindow section.
001790
001800     move 'Select'    to db2-funk.
001810     move 'Sysdummy1' to db2-tablename.
001820     move 01          to db2-kald-nr.
001830
001840     exec sql select char(current date - 7 days, iso)
001850                    ,char(current date - 1 day, iso)
001860          into :ws-from-date
001870              ,:ws-to-date
001880          from sysibm.sysdummy1
001890          end-exec.
001900
001910     if sqlcode not = zero
001920        perform dsntiar-log
001930        perform AbortRun
001940     end-if.
001950
001960******************************************************************
001970*    AbortRun - stop the job when the parameters or the report   *
001980*               file are unusable                                *
001990******************************************************************
002000 AbortRun section.
002010
002020     move +16 to returncc.
002030     display 'XAAUT01 Ended with return-code: ' returncc.
002040     move returncc to return-code.
002050     stop run.
002060
002070******************************************************************
002080*    Behandling - one line per refusal, broken by userid and     *
002090*                 function                                       *
002100******************************************************************
002110 Behandling section.
002120
002130     move 'Open'       to db2-funk.
002140     move 'XaAuthViol' to db2-tablename.
002150     move 02           to db2-kald-nr.
002160
002170     Exec sql declare c1 cursor for
002180          select userid
002190                ,functioncode
002200                ,rident
002210                ,violtstmp
002220            from xaauthviol
002230            where violtstmp between :ws-from-tstmp
002240                                and :ws-to-tstmp
002250            order by userid, functioncode, violtstmp
002260            end-exec.
002270
002280     Exec sql open c1 end-exec.
002290
002300     if sqlcode not = zero
002310        perform dsntiar-log
002320        move +12 to returncc
002330        go to Behandling-Exit.
002340
002350     perform FetchC1.
002360
002370     if sqlcode = zero
002380        move userid       in dclxaauthviol to ws-prev-userid
002390        move functioncode in dclxaauthviol to ws-prev-function
002400     end-if.
002410
002420     perform until sqlcode not = zero
002430        if userid in dclxaauthviol not = ws-prev-userid
002440           perform FunctionBreak
002450           perform UserBreak
002460        else
002470           if functioncode in dclxaauthviol not = ws-prev-function
002480              perform FunctionBreak
002490           end-if
002500        end-if
002510        perform ReportViolation
002520        perform FetchC1
002530        end-perform.
002540
002550     if ws-total-count > zero
002560        perform FunctionBreak
002570        perform UserBreak
002580     end-if.
002590
002600     Move sqlcode   to wsSqlCode.
002610     Exec sql close c1 end-exec.
002620     Move wsSqlCode to sqlcode.
002630
002640 Behandling-Exit.
002650     Exit.
002660
002670******************************************************************
002680*    ReportViolation - one refused call                          *
002690******************************************************************
002700 ReportViolation section.
002710
002720     add +1 to ws-function-count.
002730     add +1 to ws-user-count.
002740     add +1 to ws-total-count.
002750
002760     move rident in dclxaauthviol to ws-rident-disp.
002770     move space to ws-report-line.
002780     string 'REFUSED  user=' userid in dclxaauthviol
002790            ' function=' functioncode in dclxaauthviol
002800            ' rident=' ws-rident-disp
002810            ' at=' violtstmp in dclxaauthviol
002820            delimited by size into ws-report-line.
002830     perform WriteReportLine.
002840
002850******************************************************************
002860*    FunctionBreak - subtotal for one userid and function        *
002870******************************************************************
002880 FunctionBreak section.
002890
002900     move ws-function-count to ws-count-disp.
002910     move space to ws-report-line.
002920     string 'FUNCTION user=' ws-prev-userid
002930            ' function=' ws-prev-function
002940            ' refusals: ' ws-count-disp
002950            delimited by size into ws-report-line.
002960     perform WriteReportLine.
002970
002980     move zero to ws-function-count.
002990     move functioncode in dclxaauthviol to ws-prev-function.
003000
003010******************************************************************
003020*    UserBreak - total for one userid                            *
003030******************************************************************
003040 UserBreak section.
003050
003060     add +1 to ws-userid-total.
003070
003080     move ws-user-count to ws-count-disp.
003090     move space to ws-report-line.
003100     string 'USER     user=' ws-prev-userid
003110            ' refusals all functions: ' ws-count-disp
003120            delimited by size into ws-report-line.
003130     perform WriteReportLine.
003140
003150     move zero to ws-user-count.
003160     move userid in dclxaauthviol to ws-prev-userid.
003170
003180******************************************************************
003190*    WriteReportLine - one line to the violation report          *
003200******************************************************************
003210 WriteReportLine section.
003220
003230     write XAAUTRPT-RECORD from ws-report-line.
003240
003250     if ws-autrpt-status not = '00'
003260        display 'XAAUT01 Error: XAAUTRPT write status '
003270                ws-autrpt-status
003280     end-if.
003290
003300******************************************************************
003310*    Afslutning
003320******************************************************************
003330 Afslutning section.
003340
003350     move ws-userid-total to ws-count-disp.
003360     move space to ws-report-line.
003370     string 'TOTAL    userids with refusals       : '
003380             ws-count-disp
003390             delimited by size into ws-report-line.
003400     perform WriteReportLine.
003410
003420     move ws-total-count to ws-count-disp.
003430     move space to ws-report-line.
003440     string 'TOTAL    refused calls               : '
003450             ws-count-disp
003460             delimited by size into ws-report-line.
003470     perform WriteReportLine.
003480
003490     close XAAUTRPT.
003500
003510     display 'XAAUT01 Refusals reported: ' ws-total-count.
003520
003530     if returncc = zero and ws-total-count > zero
003540        move +4 to returncc
003550     end-if.
003560
003570     display 'XAAUT01 Ended with return-code: ' returncc.
003580
003590     move returncc to return-code.
003600
003610******************************************************************
003620*    fetch a logged refusal
003630******************************************************************
003640 FetchC1 Section.
003650
003660     Exec sql fetch c1 into
003670          :dclxaauthviol.userid
003680         ,:dclxaauthviol.functioncode
003690         ,:dclxaauthviol.rident
003700         ,:dclxaauthviol.violtstmp
003710         end-exec.
003720
003730     if not (sqlcode = zero or +100)
003740        perform dsntiar-log
003750        move +12 to returncc.
003760
003770******************************************************************
003780*    Log sqlca error messages
003790******************************************************************
003800 dsntiar-log section.
003810
003820     move +78   to db2-logical-msgl.
003830     move +780  to db2-message-length.
003840     move space to db2-tiar-msg-table.
003850
003860     Display 'Statement:' db2-kald-nr
003870             ' Function:' db2-funk
003880             ' Table:'    db2-tablename.
003890
003900     Call 'dsntiar' using sqlca
003910                        db2-message-areal
003920                        db2-logical-msgl
003930          on exception
003940             move sqlcode to dsntiar-sqlcode
003950             display 'XAAUT01 Error: Unable to call DSNTIAR'
003960             display 'Sqlcode: ' dsntiar-sqlcode
003970             display 'Sqlca  :'
003980             display sqlca
003990             end-call
004000
004010     perform varying tally from +1 by +1 until tally > +10
004020        if db2-tiar-msgs (tally) not = space
004030           Display db2-tiar-msgs (tally)
004040           end-if
004050        end-perform
004060     .
