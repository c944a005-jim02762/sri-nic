000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTINTEG.
000050
000060 AUTHOR.
000070     J. A. HARTLEY.
000080
000090 INSTALLATION.
000100     DEC-MARLBOROUGH.
000110
000120 DATE-WRITTEN.
000130     15-OCT-26.
000140
000150* Facility: DIL-SAMPLE
000160*
000170* Edit History:
000180*
000190* Edit (15-Oct-26, 'J. A. Hartley')
000200* %(  New program.  Batch integrity pass over JOBTICRMS and
000210*     JOBTICRMS-HIST.  JTRECON only proves a ticket foots;
000220*     this proves it still agrees with the masters after
000230*     JTORDM, JTEMPM, JTCOSTRG, and JTCALM have changed them
000240*     underneath it.  Every ticket on both files is checked
000250*     for:
000260*
000270*      1 a badge not on EMPMAS
000280*      2 a cost center that is no employee's home center and
000290*        carries no RATEMAS rate
000300*      3 a detail line's order not on DISMAS or MFGMAS
000310*      4 a week-ending date not on SHOPCAL
000320*      5 a JT-STATUS other than E, A, H, or X
000330*      6 a JT-DTL-CNT outside 1 to 30 (the lines of such a
000340*        ticket are not checked)
000350*      7 a JT-ORIG-TICKET-KEY that does not point at an
000360*        EXTRACTED ticket on either file
000370*
000380*     The register lists the errors grouped by those types,
000390*     with a count under each.  The run is recorded on
000400*     JTRUNCTL under week zeros, like JTRECON, completed with
000410*     the tickets checked and the errors found, so the
000420*     JTCLOSE weekly close can refuse to go on over a dirty
000430*     file.  )%
000440
000450 ENVIRONMENT DIVISION.
000460
000470 CONFIGURATION SECTION.
000480
000490 SOURCE-COMPUTER.
000500     DECSYSTEM-20.
000510
000520 OBJECT-COMPUTER.
000530     DECSYSTEM-20.
000540
000550 INPUT-OUTPUT SECTION.
000560
000570 FILE-CONTROL.
000580     COPY jtsel.
000590
000600     SELECT JT-HIST-FIL ASSIGN TO "JOBTICRMS-HIST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS AR-ARCH-KEY
000640         FILE STATUS IS AR-HIST-STATUS.
000650
000660     COPY jtempsel.
000670
000680     COPY jtrtesel.
000690
000700     COPY jtdissel.
000710
000720     COPY jtmfgsel.
000730
000740     COPY jtcalsel.
000750
000760     COPY jtrcsel.
000770
000780     SELECT WORK-FIL ASSIGN TO "IGSORT"
000790         .
000800
000810     SELECT PRINT-FIL ASSIGN TO "JTINTEG"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS PRT-FIL-STATUS.
000840
000850 DATA DIVISION.
000860
000870 FILE SECTION.
000880
000890 FD  JT-FIL
000900     LABEL RECORDS ARE STANDARD.
000910
000920 01  JT-REC.
000930     COPY jtrecly.
000940
000950 FD  JT-HIST-FIL
000960     LABEL RECORDS ARE STANDARD.
000970
000980 01  JT-HIST-REC.
000990     05  AR-ARCH-KEY.
001000         10  AR-ARCH-WK-END-DATE     PIC 9(06).
001010         10  AR-ARCH-BADGE-NUM       PIC 9(07).
001020     COPY jtrecly
001030         REPLACING ==JT-TICKET-KEY==   BY ==AR-D-TICKET-KEY==
001040                   ==JT-NAME==         BY ==AR-D-NAME==
001050                   ==JT-BADGE-NUM==    BY ==AR-D-BADGE-NUM==
001060                   ==JT-COST-CENTER==  BY ==AR-D-COST-CENTER==
001070                   ==JT-WK-END-DATE==  BY ==AR-D-WK-END-DATE==
001080                   ==JT-TOTAL-HRS==    BY ==AR-D-TOTAL-HRS==
001090                   ==JT-STATUS==       BY ==AR-D-STATUS==
001100                   ==JT-ENTERED==      BY ==AR-D-ENTERED==
001110                   ==JT-APPROVED==     BY ==AR-D-APPROVED==
001120                   ==JT-HELD==         BY ==AR-D-HELD==
001130                   ==JT-EXTRACTED==    BY ==AR-D-EXTRACTED==
001140                   ==JT-ORIG-TICKET-KEY==
001150                                  BY ==AR-D-ORIG-TICKET-KEY==
001160                   ==JT-ORIG-WK-END-DATE==
001170                                  BY ==AR-D-ORIG-WK-END-DATE==
001180                   ==JT-ORIG-BADGE-NUM==
001190                                  BY ==AR-D-ORIG-BADGE-NUM==
001200                   ==JT-DTL-CNT==      BY ==AR-D-DTL-CNT==
001210                   ==JT-DETAIL-LINES== BY ==AR-D-DETAIL-LINES==
001220                   ==JT-ACTIV-CD==     BY ==AR-D-ACTIV-CD==
001230                   ==JT-PL-NUM==       BY ==AR-D-PL-NUM==
001240                   ==JT-DIS-NUM==      BY ==AR-D-DIS-NUM==
001250                   ==JT-MFG-NUM==      BY ==AR-D-MFG-NUM==
001260                   ==JT-HOURS==        BY ==AR-D-HOURS==
001270                   ==JT-OP-CD==        BY ==AR-D-OP-CD==.
001280
001290 FD  EM-FIL
001300     LABEL RECORDS ARE STANDARD.
001310
001320 01  EM-REC.
001330     COPY jtemply.
001340
001350 FD  RT-FIL
001360     LABEL RECORDS ARE STANDARD.
001370
001380 01  RT-REC.
001390     COPY jtrtely.
001400
001410 FD  DO-FIL
001420     LABEL RECORDS ARE STANDARD.
001430
001440 01  DO-REC.
001450     COPY jtdisly.
001460
001470 FD  MO-FIL
001480     LABEL RECORDS ARE STANDARD.
001490
001500 01  MO-REC.
001510     COPY jtmfgly.
001520
001530 FD  CA-FIL
001540     LABEL RECORDS ARE STANDARD.
001550
001560 01  CA-REC.
001570     COPY jtcally.
001580
001590 FD  RC-FIL
001600     LABEL RECORDS ARE STANDARD.
001610
001620 01  RC-REC.
001630     COPY jtrcly.
001640
001650*-----------------------------------------------------------*
001660* SORT WORK FILE - ONE ENTRY PER ERROR FOUND, SORTED BY      *
001670* ERROR TYPE SO THE REGISTER BREAKS ON TYPE, THEN LIVE FILE  *
001680* AHEAD OF HISTORY, WEEK, BADGE, AND DETAIL LINE.            *
001690*-----------------------------------------------------------*
001700 SD  WORK-FIL.
001710
001720 01  WORK-REC.
001730     05  IW-ERR-TYPE                 PIC 9(01).
001740     05  IW-FILE-ID                  PIC X(01).
001750     05  IW-WK-END-DATE              PIC 9(06).
001760     05  IW-BADGE-NUM                PIC 9(07).
001770     05  IW-LINE-NO                  PIC 9(02).
001780     05  IW-COST-CENTER              PIC X(04).
001790     05  IW-DETAIL                   PIC X(50).
001800
001810 FD  PRINT-FIL
001820     LABEL RECORDS ARE STANDARD
001830     RECORD CONTAINS 132 CHARACTERS.
001840
001850 01  PRINT-LINE                      PIC X(132).
001860
001870 WORKING-STORAGE SECTION.
001880     COPY jtstat.
001890
001900     COPY jtempst.
001910
001920     COPY jtrtest.
001930
001940     COPY jtdisst.
001950
001960     COPY jtmfgst.
001970
001980     COPY jtcalst.
001990
002000     COPY jtrcst.
002010
002020 01  AR-HIST-STATUS                  PIC X(02).
002030     88  AR-HIST-OK                  VALUE "00".
002040     88  AR-HIST-NOTFOUND            VALUE "35".
002050
002060 01  PRT-FIL-STATUS                  PIC X(02).
002070
002080 01  IG-EOF-SW                       PIC X(01) VALUE "N".
002090     88  IG-EOF                      VALUE "Y".
002100
002110 01  IG-HIST-EOF-SW                  PIC X(01) VALUE "N".
002120     88  IG-HIST-EOF                 VALUE "Y".
002130
002140 01  IG-HIST-AVAIL-SW                PIC X(01) VALUE "Y".
002150     88  IG-HIST-AVAIL               VALUE "Y".
002160
002170 01  IG-EMP-EOF-SW                   PIC X(01) VALUE "N".
002180     88  IG-EMP-EOF                  VALUE "Y".
002190
002200 01  IG-SORT-EOF-SW                  PIC X(01) VALUE "N".
002210     88  IG-SORT-EOF                 VALUE "Y".
002220
002230 01  IG-FIRST-GROUP-SW               PIC X(01) VALUE "Y".
002240
002250 01  IG-EMP-FOUND-SW                 PIC X(01).
002260     88  IG-EMP-FOUND                VALUE "Y".
002270
002280 01  IG-ORIG-FOUND-SW                PIC X(01).
002290     88  IG-ORIG-FOUND               VALUE "Y".
002300
002310 01  IG-TICKET-DIRTY-SW              PIC X(01).
002320     88  IG-TICKET-DIRTY             VALUE "Y".
002330
002340 01  IG-ORIG-STATUS                  PIC X(01).
002350
002360 01  IG-DTL-SUB                      PIC 9(04) COMP.
002370
002380 01  IG-CURR-ERR-TYPE                PIC 9(01).
002390
002400 01  IG-SAVE-KEY                     PIC 9(13).
002410
002420 01  IG-RUN-DATE                     PIC 9(06).
002430
002440*-----------------------------------------------------------*
002450* THE TICKET BEING CHECKED - FILLED FROM A LIVE OR A         *
002460* HISTORY TICKET, SO ONE SET OF PARAGRAPHS CHECKS BOTH.      *
002470*-----------------------------------------------------------*
002480 01  IG-TICKET.
002490     05  IG-FILE-ID                  PIC X(01).
002500         88  IG-LIVE-TICKET          VALUE "L".
002510         88  IG-HIST-TICKET          VALUE "H".
002520     05  IG-WK-END-DATE              PIC 9(06).
002530     05  IG-BADGE-NUM                PIC 9(07).
002540     05  IG-NAME                     PIC X(30).
002550     05  IG-COST-CENTER              PIC X(04).
002560     05  IG-STATUS                   PIC X(01).
002570         88  IG-STATUS-VALID         VALUE "E" "A" "H" "X".
002580     05  IG-DTL-CNT                  PIC 9(04).
002590         88  IG-DTL-CNT-VALID        VALUE 1 THRU 30.
002600     05  IG-ORIG-KEY.
002610         10  IG-ORIG-WK-END-DATE     PIC 9(06).
002620         10  IG-ORIG-BADGE-NUM       PIC 9(07).
002630     05  IG-LINE OCCURS 30 TIMES.
002640         10  IG-DIS-NUM              PIC 9(05).
002650         10  IG-MFG-NUM              PIC 9(05).
002660
002670*-----------------------------------------------------------*
002680* EVERY HOME COST CENTER ON EMPMAS, LOADED AT START.  A      *
002690* TICKET'S CENTER IS GOOD IF IT IS ONE OF THESE OR HAS A     *
002700* RATE ON RATEMAS.                                           *
002710*-----------------------------------------------------------*
002720 01  IG-CTR-CNT                      PIC 9(04) COMP VALUE 0.
002730
002740 01  IG-CTR-TABLE.
002750     05  IG-HOME-CTR                 PIC X(04) OCCURS 500 TIMES.
002760
002770 01  IG-CTR-SUB                      PIC 9(04) COMP.
002780
002790 01  IG-HIT-SUB                      PIC 9(04) COMP.
002800
002810 01  IG-LOOKUP-CC                    PIC X(04).
002820
002830 01  IG-CTR-FULL-SW                  PIC X(01) VALUE "N".
002840     88  IG-CTR-FULL                 VALUE "Y".
002850
002860*-----------------------------------------------------------*
002870* THE ERROR TYPES, IN REGISTER ORDER, WITH A COUNT OF EACH.  *
002880*-----------------------------------------------------------*
002890 01  IG-TYPE-TITLES.
002900     05  FILLER                      PIC X(40)
002910             VALUE "BADGE NOT ON EMPMAS".
002920     05  FILLER                      PIC X(40)
002930             VALUE "COST CENTER NOT A HOME CENTER OR RATED".
002940     05  FILLER                      PIC X(40)
002950             VALUE "ORDER NOT ON DISMAS OR MFGMAS".
002960     05  FILLER                      PIC X(40)
002970             VALUE "WEEK NOT ON SHOPCAL".
002980     05  FILLER                      PIC X(40)
002990             VALUE "STATUS NOT E, A, H, OR X".
003000     05  FILLER                      PIC X(40)
003010             VALUE "DETAIL LINE COUNT OUT OF RANGE".
003020     05  FILLER                      PIC X(40)
003030             VALUE "ORIGINAL TICKET NOT EXTRACTED".
003040
003050 01  IG-TYPE-TABLE REDEFINES IG-TYPE-TITLES.
003060     05  IG-TYPE-TITLE               PIC X(40) OCCURS 7 TIMES.
003070
003080 01  IG-TYPE-COUNTS.
003090     05  IG-TYPE-CNT                 PIC 9(07) COMP
003100                                     OCCURS 7 TIMES.
003110
003120 01  IG-TYPE-SUB                     PIC 9(02) COMP.
003130
003140 01  IG-EDIT-ORDER                   PIC 9(05).
003150
003160 01  IG-EDIT-DTL-CNT                 PIC 9(04).
003170
003180 01  IG-LIVE-CNT                     PIC 9(07) COMP VALUE 0.
003190
003200 01  IG-HIST-CNT                     PIC 9(07) COMP VALUE 0.
003210
003220 01  IG-DIRTY-CNT                    PIC 9(07) COMP VALUE 0.
003230
003240 01  IG-ERROR-CNT                    PIC 9(07) COMP VALUE 0.
003250
003260 01  IG-GROUP-CNT                    PIC 9(07) COMP VALUE 0.
003270
003280 01  IG-LINE-CNT                     PIC 9(03) VALUE 99.
003290
003300 01  IG-PAGE-NO                      PIC 9(03) VALUE 0.
003310
003320 01  HDR1-LINE.
003330     05  FILLER                      PIC X(01) VALUE SPACE.
003340     05  FILLER                      PIC X(40)
003350             VALUE "JTINTEG - TICKET INTEGRITY REGISTER".
003360     05  FILLER                      PIC X(10) VALUE "RUN DATE ".
003370     05  HDR1-RUN-DATE               PIC 9(06).
003380     05  FILLER                      PIC X(10) VALUE SPACES.
003390     05  FILLER                      PIC X(05) VALUE "PAGE ".
003400     05  HDR1-PAGE-NO                PIC ZZ9.
003410
003420 01  HDR2-LINE.
003430     05  FILLER                      PIC X(01) VALUE SPACE.
003440     05  FILLER                      PIC X(07) VALUE "FILE".
003450     05  FILLER                      PIC X(10) VALUE "WEEK END".
003460     05  FILLER                      PIC X(10) VALUE "BADGE NUM".
003470     05  FILLER                      PIC X(10) VALUE "COST CTR".
003480     05  FILLER                      PIC X(06) VALUE "LINE".
003490     05  FILLER                      PIC X(50) VALUE "ERROR".
003500
003510 01  TYPE-HEAD-LINE.
003520     05  FILLER                      PIC X(01) VALUE SPACE.
003530     05  FILLER                      PIC X(11)
003540             VALUE "ERROR TYPE ".
003550     05  TH-ERR-TYPE                 PIC 9(01).
003560     05  FILLER                      PIC X(03) VALUE " - ".
003570     05  TH-TITLE                    PIC X(40).
003580
003590 01  DTL-LINE.
003600     05  FILLER                      PIC X(01) VALUE SPACE.
003610     05  DTL-FILE                    PIC X(04).
003620     05  FILLER                      PIC X(03) VALUE SPACES.
003630     05  DTL-WK-END-DATE             PIC 9(06).
003640     05  FILLER                      PIC X(04) VALUE SPACES.
003650     05  DTL-BADGE-NUM               PIC 9(07).
003660     05  FILLER                      PIC X(03) VALUE SPACES.
003670     05  DTL-COST-CENTER             PIC X(04).
003680     05  FILLER                      PIC X(06) VALUE SPACES.
003690     05  DTL-LINE-NO                 PIC Z9.
003700     05  FILLER                      PIC X(04) VALUE SPACES.
003710     05  DTL-DETAIL                  PIC X(50).
003720
003730 01  TYPE-TOTAL-LINE.
003740     05  FILLER                      PIC X(01) VALUE SPACE.
003750     05  FILLER                      PIC X(26)
003760             VALUE "  ERRORS OF THIS TYPE ....".
003770     05  TT-ERR-CNT                  PIC ZZZ,ZZ9.
003780
003790 01  SUMMARY-LINE.
003800     05  FILLER                      PIC X(01) VALUE SPACE.
003810     05  SUM-LABEL                   PIC X(30).
003820     05  SUM-COUNT                   PIC ZZZ,ZZ9.
003830
003840 01  NO-HIST-LINE                    PIC X(60)
003850         VALUE "JOBTICRMS-HIST NOT ON FILE - LIVE TICKETS ONLY.".
003860
003870 01  NO-ERROR-LINE                   PIC X(60)
003880         VALUE "NO INTEGRITY ERRORS FOUND ON THE TICKET FILES.".
003890
003900 PROCEDURE DIVISION.
003910
003920*-----------------------------------------------------------*
003930* 0000-MAINLINE                                              *
003940*-----------------------------------------------------------*
003950 0000-MAINLINE.
003960
003970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003980
003990     SORT WORK-FIL
004000         ON ASCENDING KEY IW-ERR-TYPE
004010         ON DESCENDING KEY IW-FILE-ID
004020         ON ASCENDING KEY IW-WK-END-DATE IW-BADGE-NUM IW-LINE-NO
004030         INPUT PROCEDURE IS 2000-CHECK-TICKETS THRU 2000-EXIT
004040         OUTPUT PROCEDURE IS 5000-PRINT-REGISTER THRU 5000-EXIT.
004050
004060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004070
004080     GOBACK.
004090
004100*-----------------------------------------------------------*
004110* 1000-INITIALIZE                                            *
004120*     THE RUN IS POSTED STARTED BEFORE ANY FILE IS OPENED, SO *
004130*     A RUN THAT CANNOT OPEN A MASTER STAYS INCOMPLETE ON     *
004140*     JTRUNCTL AND THE CLOSE WILL NOT TAKE IT AS CLEAN.       *
004150*     A HISTORY FILE NOT YET CREATED BY JTARCHV IS NO ERROR.  *
004160*-----------------------------------------------------------*
004170 1000-INITIALIZE.
004180
004190     PERFORM 7000-OPEN-RUN-CONTROL THRU 7000-EXIT.
004200     PERFORM 7200-POST-RUN-START THRU 7200-EXIT.
004210
004220     OPEN INPUT JT-FIL.
004230     IF JT-FIL-STATUS NOT = "00"
004240         DISPLAY "JTINTEG - JOBTICRMS NOT AVAILABLE - STATUS "
004250                 JT-FIL-STATUS
004260         GOBACK
004270     END-IF.
004280
004290     OPEN INPUT JT-HIST-FIL.
004300     IF AR-HIST-NOTFOUND
004310         DISPLAY "JTINTEG - JOBTICRMS-HIST NOT ON FILE - "
004320         DISPLAY "         CHECKING LIVE TICKETS ONLY"
004330         MOVE "N" TO IG-HIST-AVAIL-SW
004340     ELSE
004350         IF AR-HIST-STATUS NOT = "00"
004360             DISPLAY "JTINTEG - JOBTICRMS-HIST NOT AVAILABLE - "
004370                     "STATUS " AR-HIST-STATUS
004380             GOBACK
004390         END-IF
004400     END-IF.
004410
004420     OPEN INPUT EM-FIL.
004430     IF EM-FIL-STATUS NOT = "00"
004440         DISPLAY "JTINTEG - EMPMAS NOT AVAILABLE - STATUS "
004450                 EM-FIL-STATUS
004460         GOBACK
004470     END-IF.
004480
004490     OPEN INPUT RT-FIL.
004500     IF RT-FIL-STATUS NOT = "00"
004510         DISPLAY "JTINTEG - RATEMAS NOT AVAILABLE - STATUS "
004520                 RT-FIL-STATUS
004530         GOBACK
004540     END-IF.
004550
004560     OPEN INPUT DO-FIL.
004570     IF DO-FIL-STATUS NOT = "00"
004580         DISPLAY "JTINTEG - DISMAS NOT AVAILABLE - STATUS "
004590                 DO-FIL-STATUS
004600         GOBACK
004610     END-IF.
004620
004630     OPEN INPUT MO-FIL.
004640     IF MO-FIL-STATUS NOT = "00"
004650         DISPLAY "JTINTEG - MFGMAS NOT AVAILABLE - STATUS "
004660                 MO-FIL-STATUS
004670         GOBACK
004680     END-IF.
004690
004700     OPEN INPUT CA-FIL.
004710     IF CA-FIL-STATUS NOT = "00"
004720         DISPLAY "JTINTEG - SHOPCAL NOT AVAILABLE - STATUS "
004730                 CA-FIL-STATUS
004740         GOBACK
004750     END-IF.
004760
004770     OPEN OUTPUT PRINT-FIL.
004780
004790     ACCEPT IG-RUN-DATE FROM DATE.
004800
004810     MOVE 0 TO IG-TYPE-CNT (1) IG-TYPE-CNT (2) IG-TYPE-CNT (3)
004820               IG-TYPE-CNT (4) IG-TYPE-CNT (5) IG-TYPE-CNT (6)
004830               IG-TYPE-CNT (7).
004840
004850     PERFORM 1100-READ-NEXT-EMPLOYEE THRU 1100-EXIT.
004860
004870     PERFORM 1200-TAKE-HOME-CENTER THRU 1200-EXIT
004880         UNTIL IG-EMP-EOF.
004890
004900 1000-EXIT.
004910     EXIT.
004920
004930 1100-READ-NEXT-EMPLOYEE.
004940
004950     READ EM-FIL NEXT RECORD
004960         AT END
004970             MOVE "Y" TO IG-EMP-EOF-SW
004980     END-READ.
004990
005000 1100-EXIT.
005010     EXIT.
005020
005030*-----------------------------------------------------------*
005040* 1200-TAKE-HOME-CENTER                                      *
005050*     ADDS THE EMPLOYEE'S HOME CENTER TO THE TABLE THE FIRST  *
005060*     TIME IT IS SEEN.  TERMINATED EMPLOYEES COUNT - THEIR    *
005070*     OLD TICKETS ARE STILL GOOD.  A FULL TABLE LEAVES THE    *
005080*     REST OF THE CENTERS TO THE RATEMAS TEST.                *
005090*-----------------------------------------------------------*
005100 1200-TAKE-HOME-CENTER.
005110
005120     MOVE EM-COST-CENTER TO IG-LOOKUP-CC.
005130     PERFORM 6100-FIND-HOME-CENTER THRU 6100-EXIT.
005140
005150     IF IG-HIT-SUB = 0
005160         IF IG-CTR-CNT < 500
005170             ADD 1 TO IG-CTR-CNT
005180             MOVE EM-COST-CENTER TO IG-HOME-CTR (IG-CTR-CNT)
005190         ELSE
005200             IF NOT IG-CTR-FULL
005210                 MOVE "Y" TO IG-CTR-FULL-SW
005220                 DISPLAY "JTINTEG - MORE THAN 500 HOME CENTERS "
005230                         "ON EMPMAS - THE REST ARE CHECKED "
005240                         "AGAINST RATEMAS ONLY"
005250             END-IF
005260         END-IF
005270     END-IF.
005280
005290     PERFORM 1100-READ-NEXT-EMPLOYEE THRU 1100-EXIT.
005300
005310 1200-EXIT.
005320     EXIT.
005330
005340*-----------------------------------------------------------*
005350* 2000-CHECK-TICKETS                                         *
005360*     PASS 1 - EVERY TICKET ON JOBTICRMS.                     *
005370*     PASS 2 - EVERY TICKET ON JOBTICRMS-HIST.                *
005380*     EACH ERROR FOUND IS RELEASED TO THE SORT.               *
005390*-----------------------------------------------------------*
005400 2000-CHECK-TICKETS.
005410
005420     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
005430
005440     PERFORM 2200-CHECK-LIVE-TICKET THRU 2200-EXIT
005450         UNTIL IG-EOF.
005460
005470     IF IG-HIST-AVAIL
005480         PERFORM 2350-START-HIST-PASS THRU 2350-EXIT
005490         PERFORM 2500-CHECK-HIST-TICKET THRU 2500-EXIT
005500             UNTIL IG-HIST-EOF
005510     END-IF.
005520
005530 2000-EXIT.
005540     EXIT.
005550
005560 2100-READ-NEXT-TICKET.
005570
005580     READ JT-FIL NEXT RECORD
005590         AT END
005600             MOVE "Y" TO IG-EOF-SW
005610     END-READ.
005620
005630 2100-EXIT.
005640     EXIT.
005650
005660*-----------------------------------------------------------*
005670* 2200-CHECK-LIVE-TICKET                                     *
005680*     THE ORIGINAL-TICKET CHECK READS JOBTICRMS BY KEY, SO    *
005690*     THE PASS IS STARTED AGAIN PAST THIS TICKET AFTERWARD.   *
005700*-----------------------------------------------------------*
005710 2200-CHECK-LIVE-TICKET.
005720
005730     ADD 1 TO IG-LIVE-CNT.
005740     MOVE JT-TICKET-KEY TO IG-SAVE-KEY.
005750
005760     MOVE "L" TO IG-FILE-ID.
005770     MOVE JT-WK-END-DATE TO IG-WK-END-DATE.
005780     MOVE JT-BADGE-NUM TO IG-BADGE-NUM.
005790     MOVE JT-NAME TO IG-NAME.
005800     MOVE JT-COST-CENTER TO IG-COST-CENTER.
005810     MOVE JT-STATUS TO IG-STATUS.
005820     MOVE JT-DTL-CNT TO IG-DTL-CNT.
005830     MOVE JT-ORIG-TICKET-KEY TO IG-ORIG-KEY.
005840
005850     IF IG-DTL-CNT-VALID
005860         PERFORM 2300-TAKE-LIVE-LINE THRU 2300-EXIT
005870             VARYING IG-DTL-SUB FROM 1 BY 1
005880             UNTIL IG-DTL-SUB > IG-DTL-CNT
005890     END-IF.
005900
005910     PERFORM 3000-CHECK-TICKET THRU 3000-EXIT.
005920
005930     IF IG-ORIG-KEY NOT = ZEROS
005940         MOVE IG-SAVE-KEY TO JT-TICKET-KEY
005950         START JT-FIL KEY IS GREATER THAN JT-TICKET-KEY
005960             INVALID KEY
005970                 MOVE "Y" TO IG-EOF-SW
005980                 GO TO 2200-EXIT
005990         END-START
006000     END-IF.
006010
006020     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
006030
006040 2200-EXIT.
006050     EXIT.
006060
006070 2300-TAKE-LIVE-LINE.
006080
006090     MOVE JT-DIS-NUM (IG-DTL-SUB) TO IG-DIS-NUM (IG-DTL-SUB).
006100     MOVE JT-MFG-NUM (IG-DTL-SUB) TO IG-MFG-NUM (IG-DTL-SUB).
006110
006120 2300-EXIT.
006130     EXIT.
006140
006150*-----------------------------------------------------------*
006160* 2350-START-HIST-PASS                                       *
006170*     THE LIVE PASS'S ORIGINAL-TICKET LOOKUPS HAVE MOVED THE  *
006180*     HISTORY FILE, SO THE PASS IS STARTED AT THE FIRST KEY.  *
006190*-----------------------------------------------------------*
006200 2350-START-HIST-PASS.
006210
006220     MOVE ZEROS TO AR-ARCH-KEY.
006230
006240     START JT-HIST-FIL KEY IS NOT LESS THAN AR-ARCH-KEY
006250         INVALID KEY
006260             MOVE "Y" TO IG-HIST-EOF-SW
006270             GO TO 2350-EXIT
006280     END-START.
006290
006300     PERFORM 2400-READ-NEXT-HIST THRU 2400-EXIT.
006310
006320 2350-EXIT.
006330     EXIT.
006340
006350 2400-READ-NEXT-HIST.
006360
006370     READ JT-HIST-FIL NEXT RECORD
006380         AT END
006390             MOVE "Y" TO IG-HIST-EOF-SW
006400     END-READ.
006410
006420 2400-EXIT.
006430     EXIT.
006440
006450*-----------------------------------------------------------*
006460* 2500-CHECK-HIST-TICKET                                     *
006470*     THE SAME FOR AN ARCHIVED TICKET, STARTING THE HISTORY   *
006480*     PASS AGAIN AFTER AN ORIGINAL-TICKET LOOKUP.             *
006490*-----------------------------------------------------------*
006500 2500-CHECK-HIST-TICKET.
006510
006520     ADD 1 TO IG-HIST-CNT.
006530     MOVE AR-ARCH-KEY TO IG-SAVE-KEY.
006540
006550     MOVE "H" TO IG-FILE-ID.
006560     MOVE AR-D-WK-END-DATE TO IG-WK-END-DATE.
006570     MOVE AR-D-BADGE-NUM TO IG-BADGE-NUM.
006580     MOVE AR-D-NAME TO IG-NAME.
006590     MOVE AR-D-COST-CENTER TO IG-COST-CENTER.
006600     MOVE AR-D-STATUS TO IG-STATUS.
006610     MOVE AR-D-DTL-CNT TO IG-DTL-CNT.
006620     MOVE AR-D-ORIG-TICKET-KEY TO IG-ORIG-KEY.
006630
006640     IF IG-DTL-CNT-VALID
006650         PERFORM 2600-TAKE-HIST-LINE THRU 2600-EXIT
006660             VARYING IG-DTL-SUB FROM 1 BY 1
006670             UNTIL IG-DTL-SUB > IG-DTL-CNT
006680     END-IF.
006690
006700     PERFORM 3000-CHECK-TICKET THRU 3000-EXIT.
006710
006720     IF IG-ORIG-KEY NOT = ZEROS
006730         MOVE IG-SAVE-KEY TO AR-ARCH-KEY
006740         START JT-HIST-FIL KEY IS GREATER THAN AR-ARCH-KEY
006750             INVALID KEY
006760                 MOVE "Y" TO IG-HIST-EOF-SW
006770                 GO TO 2500-EXIT
006780         END-START
006790     END-IF.
006800
006810     PERFORM 2400-READ-NEXT-HIST THRU 2400-EXIT.
006820
006830 2500-EXIT.
006840     EXIT.
006850
006860 2600-TAKE-HIST-LINE.
006870
006880     MOVE AR-D-DIS-NUM (IG-DTL-SUB) TO IG-DIS-NUM (IG-DTL-SUB).
006890     MOVE AR-D-MFG-NUM (IG-DTL-SUB) TO IG-MFG-NUM (IG-DTL-SUB).
006900
006910 2600-EXIT.
006920     EXIT.
006930
006940*-----------------------------------------------------------*
006950* 3000-CHECK-TICKET                                          *
006960*     RUNS EVERY CHECK AGAINST THE TICKET IN IG-TICKET.       *
006970*-----------------------------------------------------------*
006980 3000-CHECK-TICKET.
006990
007000     MOVE "N" TO IG-TICKET-DIRTY-SW.
007010
007020     PERFORM 3100-CHECK-BADGE THRU 3100-EXIT.
007030     PERFORM 3200-CHECK-COST-CENTER THRU 3200-EXIT.
007040     PERFORM 3300-CHECK-WEEK THRU 3300-EXIT.
007050     PERFORM 3400-CHECK-STATUS THRU 3400-EXIT.
007060
007070     IF IG-DTL-CNT-VALID
007080         PERFORM 3600-CHECK-LINE THRU 3600-EXIT
007090             VARYING IG-DTL-SUB FROM 1 BY 1
007100             UNTIL IG-DTL-SUB > IG-DTL-CNT
007110     ELSE
007120         MOVE IG-DTL-CNT TO IG-EDIT-DTL-CNT
007130         MOVE 6 TO IW-ERR-TYPE
007140         MOVE 0 TO IW-LINE-NO
007150         MOVE SPACES TO IW-DETAIL
007160         STRING "DETAIL COUNT " DELIMITED BY SIZE
007170                IG-EDIT-DTL-CNT DELIMITED BY SIZE
007180                " - LINES NOT CHECKED" DELIMITED BY SIZE
007190             INTO IW-DETAIL
007200         PERFORM 3900-RELEASE-ERROR THRU 3900-EXIT
007210     END-IF.
007220
007230     IF IG-ORIG-KEY NOT = ZEROS
007240         PERFORM 3700-CHECK-ORIGINAL THRU 3700-EXIT
007250     END-IF.
007260
007270     IF IG-TICKET-DIRTY
007280         ADD 1 TO IG-DIRTY-CNT
007290     END-IF.
007300
007310 3000-EXIT.
007320     EXIT.
007330
007340 3100-CHECK-BADGE.
007350
007360     MOVE IG-BADGE-NUM TO EM-BADGE-NUM.
007370
007380     READ EM-FIL
007390         INVALID KEY
007400             MOVE "N" TO IG-EMP-FOUND-SW
007410             MOVE 1 TO IW-ERR-TYPE
007420             MOVE 0 TO IW-LINE-NO
007430             MOVE IG-NAME TO IW-DETAIL
007440             PERFORM 3900-RELEASE-ERROR THRU 3900-EXIT
007450         NOT INVALID KEY
007460             MOVE "Y" TO IG-EMP-FOUND-SW
007470     END-READ.
007480
007490 3100-EXIT.
007500     EXIT.
007510
007520*-----------------------------------------------------------*
007530* 3200-CHECK-COST-CENTER                                     *
007540*     GOOD IF IT IS THE BADGE'S OWN HOME CENTER, ANY OTHER    *
007550*     EMPLOYEE'S HOME CENTER, OR A CENTER WITH ANY RATE ON    *
007560*     RATEMAS.                                                *
007570*-----------------------------------------------------------*
007580 3200-CHECK-COST-CENTER.
007590
007600     IF IG-EMP-FOUND
007610        AND EM-COST-CENTER = IG-COST-CENTER
007620         GO TO 3200-EXIT
007630     END-IF.
007640
007650     MOVE IG-COST-CENTER TO IG-LOOKUP-CC.
007660     PERFORM 6100-FIND-HOME-CENTER THRU 6100-EXIT.
007670
007680     IF IG-HIT-SUB NOT = 0
007690         GO TO 3200-EXIT
007700     END-IF.
007710
007720     MOVE IG-COST-CENTER TO RT-COST-CENTER.
007730     MOVE LOW-VALUES TO RT-ACTIV-CD.
007740
007750     START RT-FIL KEY IS NOT LESS THAN RT-RATE-KEY
007760         INVALID KEY
007770             GO TO 3200-FLAG
007780     END-START.
007790
007800     READ RT-FIL NEXT RECORD
007810         AT END
007820             GO TO 3200-FLAG
007830     END-READ.
007840
007850     IF RT-COST-CENTER = IG-COST-CENTER
007860         GO TO 3200-EXIT
007870     END-IF.
007880
007890 3200-FLAG.
007900
007910     MOVE 2 TO IW-ERR-TYPE.
007920     MOVE 0 TO IW-LINE-NO.
007930     MOVE SPACES TO IW-DETAIL.
007940
007950     IF IG-EMP-FOUND
007960         STRING "BADGE'S HOME CENTER IS " DELIMITED BY SIZE
007970                EM-COST-CENTER DELIMITED BY SIZE
007980             INTO IW-DETAIL
007990     END-IF.
008000
008010     PERFORM 3900-RELEASE-ERROR THRU 3900-EXIT.
008020
008030 3200-EXIT.
008040     EXIT.
008050
008060 3300-CHECK-WEEK.
008070
008080     MOVE IG-WK-END-DATE TO CA-WK-END-DATE.
008090
008100     READ CA-FIL
008110         INVALID KEY
008120             MOVE 4 TO IW-ERR-TYPE
008130             MOVE 0 TO IW-LINE-NO
008140             MOVE SPACES TO IW-DETAIL
008150             PERFORM 3900-RELEASE-ERROR THRU 3900-EXIT
008160     END-READ.
008170
008180 3300-EXIT.
008190     EXIT.
008200
008210 3400-CHECK-STATUS.
008220
008230     IF NOT IG-STATUS-VALID
008240         MOVE 5 TO IW-ERR-TYPE
008250         MOVE 0 TO IW-LINE-NO
008260         MOVE SPACES TO IW-DETAIL
008270         STRING "STATUS ON FILE IS """ DELIMITED BY SIZE
008280                IG-STATUS DELIMITED BY SIZE
008290                """" DELIMITED BY SIZE
008300             INTO IW-DETAIL
008310         PERFORM 3900-RELEASE-ERROR THRU 3900-EXIT
008320     END-IF.
008330
008340 3400-EXIT.
008350     EXIT.
008360
008370*-----------------------------------------------------------*
008380* 3600-CHECK-LINE                                            *
008390*     A LINE'S DIS AND MFG ORDERS MUST STILL BE ON THEIR      *
008400*     MASTERS.  AN ORDER DEACTIVATED SINCE IS NO ERROR - ONLY *
008410*     ONE THAT IS GONE.                                       *
008420*-----------------------------------------------------------*
008430 3600-CHECK-LINE.
008440
008450     IF IG-DIS-NUM (IG-DTL-SUB) NOT = 0
008460         MOVE IG-DIS-NUM (IG-DTL-SUB) TO DO-DIS-NUM
008470         READ DO-FIL
008480             INVALID KEY
008490                 MOVE IG-DIS-NUM (IG-DTL-SUB) TO IG-EDIT-ORDER
008500                 MOVE 3 TO IW-ERR-TYPE
008510                 MOVE IG-DTL-SUB TO IW-LINE-NO
008520                 MOVE SPACES TO IW-DETAIL
008530                 STRING "DIS ORDER " DELIMITED BY SIZE
008540                        IG-EDIT-ORDER DELIMITED BY SIZE
008550                        " NOT ON DISMAS" DELIMITED BY SIZE
008560                     INTO IW-DETAIL
008570                 PERFORM 3900-RELEASE-ERROR THRU 3900-EXIT
008580         END-READ
008590     END-IF.
008600
008610     IF IG-MFG-NUM (IG-DTL-SUB) NOT = 0
008620         MOVE IG-MFG-NUM (IG-DTL-SUB) TO MO-MFG-NUM
008630         READ MO-FIL
008640             INVALID KEY
008650                 MOVE IG-MFG-NUM (IG-DTL-SUB) TO IG-EDIT-ORDER
008660                 MOVE 3 TO IW-ERR-TYPE
008670                 MOVE IG-DTL-SUB TO IW-LINE-NO
008680                 MOVE SPACES TO IW-DETAIL
008690                 STRING "MFG ORDER " DELIMITED BY SIZE
008700                        IG-EDIT-ORDER DELIMITED BY SIZE
008710                        " NOT ON MFGMAS" DELIMITED BY SIZE
008720                     INTO IW-DETAIL
008730                 PERFORM 3900-RELEASE-ERROR THRU 3900-EXIT
008740         END-READ
008750     END-IF.
008760
008770 3600-EXIT.
008780     EXIT.
008790
008800*-----------------------------------------------------------*
008810* 3700-CHECK-ORIGINAL                                        *
008820*     AN ADJUSTMENT TICKET'S ORIGINAL MUST BE AN EXTRACTED    *
008830*     TICKET - ON JOBTICRMS IF NOT YET ARCHIVED, ON           *
008840*     JOBTICRMS-HIST IF IT HAS BEEN.                          *
008850*-----------------------------------------------------------*
008860 3700-CHECK-ORIGINAL.
008870
008880     MOVE "N" TO IG-ORIG-FOUND-SW.
008890     MOVE IG-ORIG-KEY TO JT-TICKET-KEY.
008900
008910     READ JT-FIL
008920         INVALID KEY
008930             GO TO 3700-TRY-HIST
008940     END-READ.
008950
008960     IF JT-EXTRACTED
008970         GO TO 3700-EXIT
008980     END-IF.
008990
009000     MOVE "Y" TO IG-ORIG-FOUND-SW.
009010     MOVE JT-STATUS TO IG-ORIG-STATUS.
009020
009030 3700-TRY-HIST.
009040
009050     IF NOT IG-HIST-AVAIL
009060         GO TO 3700-FLAG
009070     END-IF.
009080
009090     MOVE IG-ORIG-KEY TO AR-ARCH-KEY.
009100
009110     READ JT-HIST-FIL
009120         INVALID KEY
009130             GO TO 3700-FLAG
009140     END-READ.
009150
009160     IF AR-D-EXTRACTED
009170         GO TO 3700-EXIT
009180     END-IF.
009190
009200     MOVE "Y" TO IG-ORIG-FOUND-SW.
009210     MOVE AR-D-STATUS TO IG-ORIG-STATUS.
009220
009230 3700-FLAG.
009240
009250     MOVE 7 TO IW-ERR-TYPE.
009260     MOVE 0 TO IW-LINE-NO.
009270     MOVE SPACES TO IW-DETAIL.
009280
009290     IF IG-ORIG-FOUND
009300         STRING "ORIGINAL " DELIMITED BY SIZE
009310                IG-ORIG-WK-END-DATE DELIMITED BY SIZE
009320                "/" DELIMITED BY SIZE
009330                IG-ORIG-BADGE-NUM DELIMITED BY SIZE
009340                " IS STATUS " DELIMITED BY SIZE
009350                IG-ORIG-STATUS DELIMITED BY SIZE
009360             INTO IW-DETAIL
009370     ELSE
009380         STRING "ORIGINAL " DELIMITED BY SIZE
009390                IG-ORIG-WK-END-DATE DELIMITED BY SIZE
009400                "/" DELIMITED BY SIZE
009410                IG-ORIG-BADGE-NUM DELIMITED BY SIZE
009420                " NOT ON EITHER FILE" DELIMITED BY SIZE
009430             INTO IW-DETAIL
009440     END-IF.
009450
009460     PERFORM 3900-RELEASE-ERROR THRU 3900-EXIT.
009470
009480 3700-EXIT.
009490     EXIT.
009500
009510*-----------------------------------------------------------*
009520* 3900-RELEASE-ERROR                                         *
009530*     THE CALLER HAS SET THE TYPE, LINE, AND DETAIL TEXT -    *
009540*     THE TICKET'S OWN FIELDS ARE FILLED IN HERE.             *
009550*-----------------------------------------------------------*
009560 3900-RELEASE-ERROR.
009570
009580     MOVE IG-FILE-ID TO IW-FILE-ID.
009590     MOVE IG-WK-END-DATE TO IW-WK-END-DATE.
009600     MOVE IG-BADGE-NUM TO IW-BADGE-NUM.
009610     MOVE IG-COST-CENTER TO IW-COST-CENTER.
009620
009630     ADD 1 TO IG-TYPE-CNT (IW-ERR-TYPE).
009640     ADD 1 TO IG-ERROR-CNT.
009650     MOVE "Y" TO IG-TICKET-DIRTY-SW.
009660
009670     RELEASE WORK-REC.
009680
009690 3900-EXIT.
009700     EXIT.
009710
009720*-----------------------------------------------------------*
009730* 5000-PRINT-REGISTER                                        *
009740*     CONTROL-BREAK REGISTER OFF THE SORTED ERRORS.  EACH     *
009750*     ERROR TYPE OPENS WITH ITS TITLE AND CLOSES WITH ITS     *
009760*     COUNT; THE PASS TOTALS PRINT AT THE END.                *
009770*-----------------------------------------------------------*
009780 5000-PRINT-REGISTER.
009790
009800     PERFORM 5100-RETURN-NEXT-ERROR THRU 5100-EXIT.
009810
009820     IF IG-SORT-EOF
009830         PERFORM 5400-PRINT-HEADINGS THRU 5400-EXIT
009840         MOVE NO-ERROR-LINE TO PRINT-LINE
009850         WRITE PRINT-LINE
009860     ELSE
009870         PERFORM 5200-PROCESS-ERROR THRU 5200-EXIT
009880             UNTIL IG-SORT-EOF
009890         PERFORM 5500-PRINT-TYPE-TOTAL THRU 5500-EXIT
009900     END-IF.
009910
009920     PERFORM 5600-PRINT-SUMMARY THRU 5600-EXIT.
009930
009940 5000-EXIT.
009950     EXIT.
009960
009970 5100-RETURN-NEXT-ERROR.
009980
009990     RETURN WORK-FIL
010000         AT END
010010             MOVE "Y" TO IG-SORT-EOF-SW
010020     END-RETURN.
010030
010040 5100-EXIT.
010050     EXIT.
010060
010070 5200-PROCESS-ERROR.
010080
010090     IF IG-FIRST-GROUP-SW = "Y"
010100         MOVE IW-ERR-TYPE TO IG-CURR-ERR-TYPE
010110         MOVE "N" TO IG-FIRST-GROUP-SW
010120         PERFORM 5400-PRINT-HEADINGS THRU 5400-EXIT
010130         PERFORM 5300-PRINT-TYPE-HEAD THRU 5300-EXIT
010140     END-IF.
010150
010160     IF IW-ERR-TYPE NOT = IG-CURR-ERR-TYPE
010170         PERFORM 5500-PRINT-TYPE-TOTAL THRU 5500-EXIT
010180         MOVE IW-ERR-TYPE TO IG-CURR-ERR-TYPE
010190         PERFORM 5300-PRINT-TYPE-HEAD THRU 5300-EXIT
010200     END-IF.
010210
010220     IF IG-LINE-CNT > 55
010230         PERFORM 5400-PRINT-HEADINGS THRU 5400-EXIT
010240     END-IF.
010250
010260     MOVE SPACES TO DTL-LINE.
010270
010280     IF IW-FILE-ID = "H"
010290         MOVE "HIST" TO DTL-FILE
010300     ELSE
010310         MOVE "LIVE" TO DTL-FILE
010320     END-IF.
010330
010340     MOVE IW-WK-END-DATE TO DTL-WK-END-DATE.
010350     MOVE IW-BADGE-NUM TO DTL-BADGE-NUM.
010360     MOVE IW-COST-CENTER TO DTL-COST-CENTER.
010370     MOVE IW-LINE-NO TO DTL-LINE-NO.
010380     MOVE IW-DETAIL TO DTL-DETAIL.
010390     WRITE PRINT-LINE FROM DTL-LINE.
010400     ADD 1 TO IG-LINE-CNT.
010410
010420     ADD 1 TO IG-GROUP-CNT.
010430
010440     PERFORM 5100-RETURN-NEXT-ERROR THRU 5100-EXIT.
010450
010460 5200-EXIT.
010470     EXIT.
010480
010490 5300-PRINT-TYPE-HEAD.
010500
010510     IF IG-LINE-CNT > 53
010520         PERFORM 5400-PRINT-HEADINGS THRU 5400-EXIT
010530     END-IF.
010540
010550     MOVE SPACES TO PRINT-LINE.
010560     WRITE PRINT-LINE.
010570     MOVE IW-ERR-TYPE TO TH-ERR-TYPE.
010580     MOVE IG-TYPE-TITLE (IW-ERR-TYPE) TO TH-TITLE.
010590     WRITE PRINT-LINE FROM TYPE-HEAD-LINE.
010600     ADD 2 TO IG-LINE-CNT.
010610
010620 5300-EXIT.
010630     EXIT.
010640
010650 5400-PRINT-HEADINGS.
010660
010670     ADD 1 TO IG-PAGE-NO.
010680     MOVE IG-RUN-DATE TO HDR1-RUN-DATE.
010690     MOVE IG-PAGE-NO TO HDR1-PAGE-NO.
010700     WRITE PRINT-LINE FROM HDR1-LINE.
010710     WRITE PRINT-LINE FROM HDR2-LINE.
010720     MOVE 2 TO IG-LINE-CNT.
010730
010740     IF IG-PAGE-NO = 1 AND NOT IG-HIST-AVAIL
010750         MOVE NO-HIST-LINE TO PRINT-LINE
010760         WRITE PRINT-LINE
010770         ADD 1 TO IG-LINE-CNT
010780     END-IF.
010790
010800 5400-EXIT.
010810     EXIT.
010820
010830 5500-PRINT-TYPE-TOTAL.
010840
010850     MOVE IG-GROUP-CNT TO TT-ERR-CNT.
010860     WRITE PRINT-LINE FROM TYPE-TOTAL-LINE.
010870     ADD 1 TO IG-LINE-CNT.
010880     MOVE 0 TO IG-GROUP-CNT.
010890
010900 5500-EXIT.
010910     EXIT.
010920
010930*-----------------------------------------------------------*
010940* 5600-PRINT-SUMMARY                                         *
010950*     THE PASS TOTALS, THEN THE COUNT UNDER EACH ERROR TYPE   *
010960*     SO A CLEAN TYPE SHOWS AS ZERO.                          *
010970*-----------------------------------------------------------*
010980 5600-PRINT-SUMMARY.
010990
011000     IF IG-LINE-CNT > 44
011010         PERFORM 5400-PRINT-HEADINGS THRU 5400-EXIT
011020     END-IF.
011030
011040     MOVE SPACES TO PRINT-LINE.
011050     WRITE PRINT-LINE.
011060
011070     MOVE "LIVE TICKETS CHECKED ........" TO SUM-LABEL.
011080     MOVE IG-LIVE-CNT TO SUM-COUNT.
011090     WRITE PRINT-LINE FROM SUMMARY-LINE.
011100
011110     MOVE "HISTORY TICKETS CHECKED ....." TO SUM-LABEL.
011120     MOVE IG-HIST-CNT TO SUM-COUNT.
011130     WRITE PRINT-LINE FROM SUMMARY-LINE.
011140
011150     MOVE "TICKETS IN ERROR ............" TO SUM-LABEL.
011160     MOVE IG-DIRTY-CNT TO SUM-COUNT.
011170     WRITE PRINT-LINE FROM SUMMARY-LINE.
011180
011190     MOVE "ERRORS FOUND ................" TO SUM-LABEL.
011200     MOVE IG-ERROR-CNT TO SUM-COUNT.
011210     WRITE PRINT-LINE FROM SUMMARY-LINE.
011220
011230     MOVE SPACES TO PRINT-LINE.
011240     WRITE PRINT-LINE.
011250
011260     PERFORM 5700-PRINT-TYPE-COUNT THRU 5700-EXIT
011270         VARYING IG-TYPE-SUB FROM 1 BY 1
011280         UNTIL IG-TYPE-SUB > 7.
011290
011300 5600-EXIT.
011310     EXIT.
011320
011330 5700-PRINT-TYPE-COUNT.
011340
011350     MOVE IG-TYPE-TITLE (IG-TYPE-SUB) TO SUM-LABEL.
011360     MOVE IG-TYPE-CNT (IG-TYPE-SUB) TO SUM-COUNT.
011370     WRITE PRINT-LINE FROM SUMMARY-LINE.
011380
011390 5700-EXIT.
011400     EXIT.
011410
011420*-----------------------------------------------------------*
011430* 6100-FIND-HOME-CENTER                                      *
011440*     SETS IG-HIT-SUB TO IG-LOOKUP-CC'S TABLE ENTRY, OR ZERO. *
011450*-----------------------------------------------------------*
011460 6100-FIND-HOME-CENTER.
011470
011480     MOVE 0 TO IG-HIT-SUB.
011490
011500     PERFORM 6110-MATCH-HOME-CENTER THRU 6110-EXIT
011510         VARYING IG-CTR-SUB FROM 1 BY 1
011520         UNTIL IG-CTR-SUB > IG-CTR-CNT OR IG-HIT-SUB NOT = 0.
011530
011540 6100-EXIT.
011550     EXIT.
011560
011570 6110-MATCH-HOME-CENTER.
011580
011590     IF IG-HOME-CTR (IG-CTR-SUB) = IG-LOOKUP-CC
011600         MOVE IG-CTR-SUB TO IG-HIT-SUB
011610     END-IF.
011620
011630 6110-EXIT.
011640     EXIT.
011650
011660*-----------------------------------------------------------*
011670* 7000-OPEN-RUN-CONTROL                                      *
011680*     OPENS JTRUNCTL FOR UPDATE, CREATING IT ON THE FIRST     *
011690*     RUN IF IT DOES NOT YET EXIST.                           *
011700*-----------------------------------------------------------*
011710 7000-OPEN-RUN-CONTROL.
011720
011730     OPEN I-O RC-FIL.
011740     IF RC-FIL-NOTFOUND
011750         CLOSE RC-FIL
011760         OPEN OUTPUT RC-FIL
011770         CLOSE RC-FIL
011780         OPEN I-O RC-FIL
011790     END-IF.
011800
011810     IF RC-FIL-STATUS NOT = "00"
011820         DISPLAY "JTINTEG - JTRUNCTL NOT AVAILABLE - STATUS "
011830                 RC-FIL-STATUS
011840         GOBACK
011850     END-IF.
011860
011870 7000-EXIT.
011880     EXIT.
011890
011900*-----------------------------------------------------------*
011910* 7200-POST-RUN-START                                        *
011920*     POSTS THE RUN AS STARTED AND NOT COMPLETE, SO AN ABEND  *
011930*     LEAVES A VISIBLE INCOMPLETE RECORD ON JTRUNCTL.  THE    *
011940*     WEEK IS ZEROS - THE PASS ALWAYS COVERS BOTH FILES.      *
011950*-----------------------------------------------------------*
011960 7200-POST-RUN-START.
011970
011980     MOVE "JTINTEG" TO RC-PROGRAM.
011990     MOVE 0 TO RC-WK-END-DATE.
012000     MOVE 0 TO RC-REC-CNT.
012010     MOVE "N" TO RC-COMPLETE-SW.
012020     MOVE 0 TO RC-CHKPT-WK-END.
012030     MOVE 0 TO RC-CHKPT-BADGE.
012040     ACCEPT RC-START-DATE FROM DATE.
012050     ACCEPT RC-START-TIME FROM TIME.
012060     MOVE 0 TO RC-END-DATE.
012070     MOVE 0 TO RC-END-TIME.
012080     MOVE SPACE TO RC-RECON-SW.
012090     MOVE 0 TO RC-EXCEP-CNT.
012100
012110     WRITE RC-REC
012120         INVALID KEY
012130             REWRITE RC-REC
012140     END-WRITE.
012150
012160 7200-EXIT.
012170     EXIT.
012180
012190*-----------------------------------------------------------*
012200* 7300-POST-RUN-END                                          *
012210*     COMPLETES THE RUN-CONTROL RECORD WITH THE TICKETS       *
012220*     CHECKED ON BOTH FILES AND THE ERRORS FOUND.             *
012230*-----------------------------------------------------------*
012240 7300-POST-RUN-END.
012250
012260     MOVE "JTINTEG" TO RC-PROGRAM.
012270     MOVE 0 TO RC-WK-END-DATE.
012280
012290     READ RC-FIL
012300         INVALID KEY
012310             GO TO 7300-EXIT
012320     END-READ.
012330
012340     COMPUTE RC-REC-CNT = IG-LIVE-CNT + IG-HIST-CNT.
012350     MOVE IG-ERROR-CNT TO RC-EXCEP-CNT.
012360     MOVE "Y" TO RC-COMPLETE-SW.
012370     ACCEPT RC-END-DATE FROM DATE.
012380     ACCEPT RC-END-TIME FROM TIME.
012390
012400     REWRITE RC-REC.
012410
012420 7300-EXIT.
012430     EXIT.
012440
012450*-----------------------------------------------------------*
012460* 9000-TERMINATE                                             *
012470*-----------------------------------------------------------*
012480 9000-TERMINATE.
012490
012500     CLOSE JT-FIL.
012510
012520     IF IG-HIST-AVAIL
012530         CLOSE JT-HIST-FIL
012540     END-IF.
012550
012560     CLOSE EM-FIL.
012570     CLOSE RT-FIL.
012580     CLOSE DO-FIL.
012590     CLOSE MO-FIL.
012600     CLOSE CA-FIL.
012610     CLOSE PRINT-FIL.
012620
012630     DISPLAY "JTINTEG - TICKETS CHECKED: " IG-LIVE-CNT
012640             " LIVE, " IG-HIST-CNT " HISTORY".
012650     DISPLAY "JTINTEG - INTEGRITY ERRORS FOUND: " IG-ERROR-CNT.
012660
012670     PERFORM 7300-POST-RUN-END THRU 7300-EXIT.
012680     CLOSE RC-FIL.
012690
012700 9000-EXIT.
012710     EXIT.
