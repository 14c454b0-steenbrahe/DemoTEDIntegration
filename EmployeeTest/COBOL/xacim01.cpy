000010******************************************************************
000020* XACIM01 - Symbolic maps of the XACIM01 mapset used by the      *
000030*           XACIC01 maintenance transaction. The repeated rows   *
000040*           (LSEL1-7/LLIN1-7, DPER1-7, BLIN1-7, MLIN1-10) are    *
000050*           held as OCCURS groups so they can be subscripted;    *
000060*           the storage layout is the one BMS generates          *
000070* Xact Consulting A/S                                            *
000080******************************************************************
000090 01  XALSTMI.
000100     02 FILLER  PIC X(12).
000110     02 SCPRL   COMP PIC S9(4).
000120     02 SCPRF   PIC X(01).
000130     02 FILLER REDEFINES SCPRF.
000140        03 SCPRA   PIC X(01).
000150     02 SCPRI   PIC X(10).
000160     02 SNAMEL  COMP PIC S9(4).
000170     02 SNAMEF  PIC X(01).
000180     02 FILLER REDEFINES SNAMEF.
000190        03 SNAMEA  PIC X(01).
000200     02 SNAMEI  PIC X(30).
000210     02 SRIDL   COMP PIC S9(4).
000220     02 SRIDF   PIC X(01).
000230     02 FILLER REDEFINES SRIDF.
000240        03 SRIDA   PIC X(01).
000250     02 SRIDI   PIC X(09).
000260     02 LROWI OCCURS 7 TIMES.
000270        03 LSELL   COMP PIC S9(4).
000280        03 LSELF   PIC X(01).
000290        03 FILLER REDEFINES LSELF.
000300           04 LSELA   PIC X(01).
000310        03 LSELI   PIC X(01).
000320        03 LLINL   COMP PIC S9(4).
000330        03 LLINF   PIC X(01).
000340        03 FILLER REDEFINES LLINF.
000350           04 LLINA   PIC X(01).
000360        03 LLINI   PIC X(64).
000370     02 LMSGL   COMP PIC S9(4).
000380     02 LMSGF   PIC X(01).
000390     02 FILLER REDEFINES LMSGF.
000400        03 LMSGA   PIC X(01).
000410     02 LMSGI   PIC X(78).
000420 01  XALSTMO REDEFINES XALSTMI.
000430     02 FILLER  PIC X(12).
000440     02 FILLER  PIC X(03).
000450     02 SCPRO   PIC X(10).
000460     02 FILLER  PIC X(03).
000470     02 SNAMEO  PIC X(30).
000480     02 FILLER  PIC X(03).
000490     02 SRIDO   PIC X(09).
000500     02 LROWO OCCURS 7 TIMES.
000510        03 FILLER  PIC X(03).
000520        03 LSELO   PIC X(01).
000530        03 FILLER  PIC X(03).
000540        03 LLINO   PIC X(64).
000550     02 FILLER  PIC X(03).
000560     02 LMSGO   PIC X(78).
000570 01  XADETMI.
000580     02 FILLER  PIC X(12).
000590     02 DTITLEL COMP PIC S9(4).
000600     02 DTITLEF PIC X(01).
000610     02 FILLER REDEFINES DTITLEF.
000620        03 DTITLEA PIC X(01).
000630     02 DTITLEI PIC X(40).
000640     02 DRIDL   COMP PIC S9(4).
000650     02 DRIDF   PIC X(01).
000660     02 FILLER REDEFINES DRIDF.
000670        03 DRIDA   PIC X(01).
000680     02 DRIDI   PIC X(09).
000690     02 DSTATL  COMP PIC S9(4).
000700     02 DSTATF  PIC X(01).
000710     02 FILLER REDEFINES DSTATF.
000720        03 DSTATA  PIC X(01).
000730     02 DSTATI  PIC X(01).
000740     02 DFIRSTL COMP PIC S9(4).
000750     02 DFIRSTF PIC X(01).
000760     02 FILLER REDEFINES DFIRSTF.
000770        03 DFIRSTA PIC X(01).
000780     02 DFIRSTI PIC X(30).
000790     02 DLASTL  COMP PIC S9(4).
000800     02 DLASTF  PIC X(01).
000810     02 FILLER REDEFINES DLASTF.
000820        03 DLASTA  PIC X(01).
000830     02 DLASTI  PIC X(30).
000840     02 DCPRL   COMP PIC S9(4).
000850     02 DCPRF   PIC X(01).
000860     02 FILLER REDEFINES DCPRF.
000870        03 DCPRA   PIC X(01).
000880     02 DCPRI   PIC X(10).
000890     02 DDEPTL  COMP PIC S9(4).
000900     02 DDEPTF  PIC X(01).
000910     02 FILLER REDEFINES DDEPTF.
000920        03 DDEPTA  PIC X(01).
000930     02 DDEPTI  PIC X(04).
000940     02 DGRADEL COMP PIC S9(4).
000950     02 DGRADEF PIC X(01).
000960     02 FILLER REDEFINES DGRADEF.
000970        03 DGRADEA PIC X(01).
000980     02 DGRADEI PIC X(02).
000990     02 DJOBL   COMP PIC S9(4).
001000     02 DJOBF   PIC X(01).
001010     02 FILLER REDEFINES DJOBF.
001020        03 DJOBA   PIC X(01).
001030     02 DJOBI   PIC X(30).
001040     02 DHIREL  COMP PIC S9(4).
001050     02 DHIREF  PIC X(01).
001060     02 FILLER REDEFINES DHIREF.
001070        03 DHIREA  PIC X(01).
001080     02 DHIREI  PIC X(10).
001090     02 DTERML  COMP PIC S9(4).
001100     02 DTERMF  PIC X(01).
001110     02 FILLER REDEFINES DTERMF.
001120        03 DTERMA  PIC X(01).
001130     02 DTERMI  PIC X(10).
001140     02 DREASNL COMP PIC S9(4).
001150     02 DREASNF PIC X(01).
001160     02 FILLER REDEFINES DREASNF.
001170        03 DREASNA PIC X(01).
001180     02 DREASNI PIC X(04).
001190     02 DUSERL  COMP PIC S9(4).
001200     02 DUSERF  PIC X(01).
001210     02 FILLER REDEFINES DUSERF.
001220        03 DUSERA  PIC X(01).
001230     02 DUSERI  PIC X(08).
001240     02 DTSTMPL COMP PIC S9(4).
001250     02 DTSTMPF PIC X(01).
001260     02 FILLER REDEFINES DTSTMPF.
001270        03 DTSTMPA PIC X(01).
001280     02 DTSTMPI PIC X(26).
001290     02 DSERVL  COMP PIC S9(4).
001300     02 DSERVF  PIC X(01).
001310     02 FILLER REDEFINES DSERVF.
001320        03 DSERVA  PIC X(01).
001330     02 DSERVI  PIC X(60).
001340     02 DROWI OCCURS 7 TIMES.
001350        03 DPERL   COMP PIC S9(4).
001360        03 DPERF   PIC X(01).
001370        03 FILLER REDEFINES DPERF.
001380           04 DPERA   PIC X(01).
001390        03 DPERI   PIC X(40).
001400     02 DMSGL   COMP PIC S9(4).
001410     02 DMSGF   PIC X(01).
001420     02 FILLER REDEFINES DMSGF.
001430        03 DMSGA   PIC X(01).
001440     02 DMSGI   PIC X(78).
001450     02 DKEYSL  COMP PIC S9(4).
001460     02 DKEYSF  PIC X(01).
001470     02 FILLER REDEFINES DKEYSF.
001480        03 DKEYSA  PIC X(01).
001490     02 DKEYSI  PIC X(78).
001500 01  XADETMO REDEFINES XADETMI.
001510     02 FILLER  PIC X(12).
001520     02 FILLER  PIC X(03).
001530     02 DTITLEO PIC X(40).
001540     02 FILLER  PIC X(03).
001550     02 DRIDO   PIC X(09).
001560     02 FILLER  PIC X(03).
001570     02 DSTATO  PIC X(01).
001580     02 FILLER  PIC X(03).
001590     02 DFIRSTO PIC X(30).
001600     02 FILLER  PIC X(03).
001610     02 DLASTO  PIC X(30).
001620     02 FILLER  PIC X(03).
001630     02 DCPRO   PIC X(10).
001640     02 FILLER  PIC X(03).
001650     02 DDEPTO  PIC X(04).
001660     02 FILLER  PIC X(03).
001670     02 DGRADEO PIC X(02).
001680     02 FILLER  PIC X(03).
001690     02 DJOBO   PIC X(30).
001700     02 FILLER  PIC X(03).
001710     02 DHIREO  PIC X(10).
001720     02 FILLER  PIC X(03).
001730     02 DTERMO  PIC X(10).
001740     02 FILLER  PIC X(03).
001750     02 DREASNO PIC X(04).
001760     02 FILLER  PIC X(03).
001770     02 DUSERO  PIC X(08).
001780     02 FILLER  PIC X(03).
001790     02 DTSTMPO PIC X(26).
001800     02 FILLER  PIC X(03).
001810     02 DSERVO  PIC X(60).
001820     02 DROWO OCCURS 7 TIMES.
001830        03 FILLER  PIC X(03).
001840        03 DPERO   PIC X(40).
001850     02 FILLER  PIC X(03).
001860     02 DMSGO   PIC X(78).
001870     02 FILLER  PIC X(03).
001880     02 DKEYSO  PIC X(78).
001890 01  XABRWMI.
001900     02 FILLER  PIC X(12).
001910     02 BTITLEL COMP PIC S9(4).
001920     02 BTITLEF PIC X(01).
001930     02 FILLER REDEFINES BTITLEF.
001940        03 BTITLEA PIC X(01).
001950     02 BTITLEI PIC X(40).
001960     02 BRIDL   COMP PIC S9(4).
001970     02 BRIDF   PIC X(01).
001980     02 FILLER REDEFINES BRIDF.
001990        03 BRIDA   PIC X(01).
002000     02 BRIDI   PIC X(09).
002010     02 BNAMEL  COMP PIC S9(4).
002020     02 BNAMEF  PIC X(01).
002030     02 FILLER REDEFINES BNAMEF.
002040        03 BNAMEA  PIC X(01).
002050     02 BNAMEI  PIC X(51).
002060     02 BHEADL  COMP PIC S9(4).
002070     02 BHEADF  PIC X(01).
002080     02 FILLER REDEFINES BHEADF.
002090        03 BHEADA  PIC X(01).
002100     02 BHEADI  PIC X(78).
002110     02 BROWI OCCURS 7 TIMES.
002120        03 BLINL   COMP PIC S9(4).
002130        03 BLINF   PIC X(01).
002140        03 FILLER REDEFINES BLINF.
002150           04 BLINA   PIC X(01).
002160        03 BLINI   PIC X(78).
002170     02 BSERVL  COMP PIC S9(4).
002180     02 BSERVF  PIC X(01).
002190     02 FILLER REDEFINES BSERVF.
002200        03 BSERVA  PIC X(01).
002210     02 BSERVI  PIC X(78).
002220     02 BMSGL   COMP PIC S9(4).
002230     02 BMSGF   PIC X(01).
002240     02 FILLER REDEFINES BMSGF.
002250        03 BMSGA   PIC X(01).
002260     02 BMSGI   PIC X(78).
002270 01  XABRWMO REDEFINES XABRWMI.
002280     02 FILLER  PIC X(12).
002290     02 FILLER  PIC X(03).
002300     02 BTITLEO PIC X(40).
002310     02 FILLER  PIC X(03).
002320     02 BRIDO   PIC X(09).
002330     02 FILLER  PIC X(03).
002340     02 BNAMEO  PIC X(51).
002350     02 FILLER  PIC X(03).
002360     02 BHEADO  PIC X(78).
002370     02 BROWO OCCURS 7 TIMES.
002380        03 FILLER  PIC X(03).
002390        03 BLINO   PIC X(78).
002400     02 FILLER  PIC X(03).
002410     02 BSERVO  PIC X(78).
002420     02 FILLER  PIC X(03).
002430     02 BMSGO   PIC X(78).
002440 01  XAMSGMI.
002450     02 FILLER  PIC X(12).
002460     02 MFUNCL  COMP PIC S9(4).
002470     02 MFUNCF  PIC X(01).
002480     02 FILLER REDEFINES MFUNCF.
002490        03 MFUNCA  PIC X(01).
002500     02 MFUNCI  PIC X(08).
002510     02 MRCL    COMP PIC S9(4).
002520     02 MRCF    PIC X(01).
002530     02 FILLER REDEFINES MRCF.
002540        03 MRCA    PIC X(01).
002550     02 MRCI    PIC X(04).
002560     02 MSQLL   COMP PIC S9(4).
002570     02 MSQLF   PIC X(01).
002580     02 FILLER REDEFINES MSQLF.
002590        03 MSQLA   PIC X(01).
002600     02 MSQLI   PIC X(11).
002610     02 MMSGL   COMP PIC S9(4).
002620     02 MMSGF   PIC X(01).
002630     02 FILLER REDEFINES MMSGF.
002640        03 MMSGA   PIC X(01).
002650     02 MMSGI   PIC X(78).
002660     02 MROWI OCCURS 10 TIMES.
002670        03 MLINL   COMP PIC S9(4).
002680        03 MLINF   PIC X(01).
002690        03 FILLER REDEFINES MLINF.
002700           04 MLINA   PIC X(01).
002710        03 MLINI   PIC X(78).
002720 01  XAMSGMO REDEFINES XAMSGMI.
002730     02 FILLER  PIC X(12).
002740     02 FILLER  PIC X(03).
002750     02 MFUNCO  PIC X(08).
002760     02 FILLER  PIC X(03).
002770     02 MRCO    PIC X(04).
002780     02 FILLER  PIC X(03).
002790     02 MSQLO   PIC X(11).
002800     02 FILLER  PIC X(03).
002810     02 MMSGO   PIC X(78).
002820     02 MROWO OCCURS 10 TIMES.
002830        03 FILLER  PIC X(03).
002840        03 MLINO   PIC X(78).
