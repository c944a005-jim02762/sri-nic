000430*     zero week and hours).  RATEMAS changes are register-only
000440*     - the log has no key shape for a rate - so the register
000450*     is the rate trail.  )%
000460*
000470* Edit (15-Oct-26, 'J. A. Hartley')
000480* %(  Every new code on JTCCMAP must already be on the CCMAS
000490*     cost center master (see JTCCSEL/JTCCLY) and not closed
000500*     - a mapping onto an unknown or closed center refuses the
000510*     run at load, like a chained mapping set, before any file
000520*     is touched.  Set the new center up with JTCCM first.  A
000530*     missing CCMAS refuses the run.  )%
000540*
000550* Edit (15-Oct-26, 'J. A. Hartley')
000560* %(  Journal a full after-image of every live ticket remapped
000570*     through JTJNLWR onto the JTAIJNL recovery journal - the
000580*     history rewrites are not journaled, the journal covers
000590*     JOBTICRMS only.  Now CALLed USING the JTMENU sign-on
000600*     block so the image carries the operator who ran the
000610*     reorganization.  )%
000620
000630 ENVIRONMENT DIVISION.
000640
000650 CONFIGURATION SECTION.
000660
000670 SOURCE-COMPUTER.
000680     DECSYSTEM-20.
000690
000700 OBJECT-COMPUTER.
000710     DECSYSTEM-20.
000720
000730 INPUT-OUTPUT SECTION.
000740
000750 FILE-CONTROL.
000760     COPY jtsel.
000770
000780     SELECT JT-HIST-FIL ASSIGN TO "JOBTICRMS-HIST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS AR-ARCH-KEY
000820         FILE STATUS IS AR-HIST-STATUS.
000830
000840     SELECT MAP-FIL ASSIGN TO "JTCCMAP"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS MP-FIL-STATUS.
000870
000880     SELECT AUDIT-FIL ASSIGN TO "JTAUDLOG"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS JA-FIL-STATUS.
000910
000920     SELECT PRINT-FIL ASSIGN TO "JTCOSTRG"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS PRT-FIL-STATUS.
000950
000960     COPY jtempsel.
000970
000980     COPY jtrtesel.
000990
001000     COPY jtrcsel.
001010
001020     COPY jtccsel.
001030
001040 DATA DIVISION.
001050
001060 FILE SECTION.
001070
001080 FD  JT-FIL
001090     LABEL RECORDS ARE STANDARD.
001100
001110 01  JT-REC.
001120     COPY jtrecly.
001130
001140 FD  JT-HIST-FIL
001150     LABEL RECORDS ARE STANDARD.
001160
001170 01  JT-HIST-REC.
001180     05  AR-ARCH-KEY.
001190         10  AR-ARCH-WK-END-DATE     PIC 9(06).
001200         10  AR-ARCH-BADGE-NUM       PIC 9(07).
001210     COPY jtrecly
001220         REPLACING ==JT-TICKET-KEY==   BY ==AR-D-TICKET-KEY==
001230                   ==JT-NAME==         BY ==AR-D-NAME==
001240                   ==JT-BADGE-NUM==    BY ==AR-D-BADGE-NUM==
001250                   ==JT-COST-CENTER==  BY ==AR-D-COST-CENTER==
001260                   ==JT-WK-END-DATE==  BY ==AR-D-WK-END-DATE==
001270                   ==JT-TOTAL-HRS==    BY ==AR-D-TOTAL-HRS==
001280                   ==JT-STATUS==       BY ==AR-D-STATUS==
001290                   ==JT-ENTERED==      BY ==AR-D-ENTERED==
001300                   ==JT-APPROVED==     BY ==AR-D-APPROVED==
001310                   ==JT-HELD==         BY ==AR-D-HELD==
001320                   ==JT-EXTRACTED==    BY ==AR-D-EXTRACTED==
001330                   ==JT-ORIG-TICKET-KEY==
001340                                  BY ==AR-D-ORIG-TICKET-KEY==
001350                   ==JT-ORIG-WK-END-DATE==
001360                                  BY ==AR-D-ORIG-WK-END-DATE==
001370                   ==JT-ORIG-BADGE-NUM==
001380                                  BY ==AR-D-ORIG-BADGE-NUM==
001390                   ==JT-DTL-CNT==      BY ==AR-D-DTL-CNT==
001400                   ==JT-DETAIL-LINES== BY ==AR-D-DETAIL-LINES==
001410                   ==JT-ACTIV-CD==     BY ==AR-D-ACTIV-CD==
001420                   ==JT-PL-NUM==       BY ==AR-D-PL-NUM==
001430                   ==JT-DIS-NUM==      BY ==AR-D-DIS-NUM==
001440                   ==JT-MFG-NUM==      BY ==AR-D-MFG-NUM==
001450                   ==JT-HOURS==        BY ==AR-D-HOURS==
001460                   ==JT-OP-CD==        BY ==AR-D-OP-CD==.
001470
001480*-----------------------------------------------------------*
001490* COST-CENTER MAPPING TRANSACTION - OLD CODE AND NEW CODE AS *
001500* FIXED-WIDTH FIELDS SEPARATED BY ONE SPACE.                 *
001510*-----------------------------------------------------------*
001520 FD  MAP-FIL
001530     LABEL RECORDS ARE STANDARD.
001540
001550 01  MP-MAP-REC.
001560     05  MP-OLD-CC                   PIC X(04).
001570     05  FILLER                      PIC X(01).
001580     05  MP-NEW-CC                   PIC X(04).
001590
001600 FD  AUDIT-FIL
001610     LABEL RECORDS ARE STANDARD.
001620
001630 01  JA-AUDIT-REC.
001640     05  JA-BADGE-NUM                PIC 9(07).
001650     05  FILLER                      PIC X(01) VALUE SPACE.
001660     05  JA-WK-END-DATE              PIC 9(06).
001670     05  FILLER                      PIC X(01) VALUE SPACE.
001680     05  JA-OPERATION                PIC X(01).
001690     05  FILLER                      PIC X(01) VALUE SPACE.
001700     05  JA-BEFORE-HRS               PIC S9(05)V99
001710                               SIGN LEADING SEPARATE.
001720     05  FILLER                      PIC X(01) VALUE SPACE.
001730     05  JA-AFTER-HRS                PIC S9(05)V99
001740                               SIGN LEADING SEPARATE.
001750     05  FILLER                      PIC X(01) VALUE SPACE.
001760     05  JA-TERM-ID                  PIC X(08).
001770     05  FILLER                      PIC X(01) VALUE SPACE.
001780     05  JA-LOG-DATE                 PIC 9(06).
001790     05  FILLER                      PIC X(01) VALUE SPACE.
001800     05  JA-LOG-TIME                 PIC 9(08).
001810     05  FILLER                      PIC X(01) VALUE SPACE.
001820     05  JA-ORIG-WK-END-DATE         PIC 9(06).
001830     05  FILLER                      PIC X(01) VALUE SPACE.
001840     05  JA-ORIG-BADGE-NUM           PIC 9(07).
001850
001860 FD  EM-FIL
001870     LABEL RECORDS ARE STANDARD.
001880
001890 01  EM-REC.
001900     COPY jtemply.
001910
001920 FD  RT-FIL
001930     LABEL RECORDS ARE STANDARD.
001940
001950 01  RT-REC.
001960     COPY jtrtely.
001970
001980 FD  RC-FIL
001990     LABEL RECORDS ARE STANDARD.
002000
002010 01  RC-REC.
002020     COPY jtrcly.
002030
002040 FD  CC-FIL
002050     LABEL RECORDS ARE STANDARD.
002060
002070 01  CC-REC.
002080     COPY jtccly.
002090
002100 FD  PRINT-FIL
002110     LABEL RECORDS ARE STANDARD
002120     RECORD CONTAINS 132 CHARACTERS.
002130
002140 01  PRINT-LINE                      PIC X(132).
002150
002160 WORKING-STORAGE SECTION.
002170     COPY jtstat.
002180
002190 01  JT-JNL-REQ.
002200     COPY jtjnrly.
002210
002220     COPY jtempst.
002230
002240     COPY jtrtest.
002250
002260     COPY jtrcst.
002270
002280     COPY jtccst.
002290
002300 01  AR-HIST-STATUS                  PIC X(02).
002310     88  AR-HIST-OK                  VALUE "00".
002320     88  AR-HIST-NOTFOUND            VALUE "35".
002330
002340 01  MP-FIL-STATUS                   PIC X(02).
002350
002360 01  JA-FIL-STATUS                   PIC X(02).
002370     88  JA-FIL-NOTFOUND             VALUE "35".
002380
002390 01  PRT-FIL-STATUS                  PIC X(02).
002400
002410 01  RG-MAP-EOF-SW                   PIC X(01) VALUE "N".
002420     88  RG-MAP-EOF                  VALUE "Y".
002430
002440 01  RG-EOF-SW                       PIC X(01).
002450     88  RG-EOF                      VALUE "Y".
002460
002470 01  RG-RESUME-SW                    PIC X(01) VALUE "N".
002480     88  RG-RESUMING                 VALUE "Y".
002490
002500 01  RG-HIST-AVAIL-SW                PIC X(01) VALUE "Y".
002510     88  RG-HIST-AVAIL               VALUE "Y".
002520
002530 01  RG-MAP-SUB                      PIC 9(04) COMP.
002540
002550 01  RG-HIT-SUB                      PIC 9(04) COMP.
002560
002570 01  RG-LOOKUP-CC                    PIC X(04).
002580
002590 01  RG-CHK-SUB                      PIC 9(04) COMP.
002600
002610 01  RG-RTE-SUB                      PIC 9(04) COMP.
002620
002630*-----------------------------------------------------------*
002640* THE MAPPING TABLE - ONE ENTRY PER JTCCMAP TRANSACTION,     *
002650* WITH THE COUNT OF RECORDS REMAPPED ON EACH FILE.           *
002660*-----------------------------------------------------------*
002670 01  RG-MAP-CNT                      PIC 9(04) COMP VALUE 0.
002680
002690 01  RG-MAP-TABLE.
002700     05  RG-MAP-ENTRY OCCURS 100 TIMES.
002710         10  RG-OLD-CC               PIC X(04).
002720         10  RG-NEW-CC               PIC X(04).
002730         10  RG-EMP-CNT              PIC 9(07) COMP.
002740         10  RG-RTE-CNT              PIC 9(07) COMP.
002750         10  RG-RTE-DROP-CNT         PIC 9(07) COMP.
002760         10  RG-TKT-CNT              PIC 9(07) COMP.
002770         10  RG-HIST-CNT             PIC 9(07) COMP.
002780
002790*-----------------------------------------------------------*
002800* RATES COLLECTED OFF RATEMAS FOR RE-KEYING - THE CENTER IS  *
002810* PART OF THE RATE KEY, SO EACH OLD-CENTER RATE IS DELETED   *
002820* AND WRITTEN BACK UNDER THE NEW CENTER AFTER THE SCAN.      *
002830*-----------------------------------------------------------*
002840 01  RG-RTE-HIT-CNT                  PIC 9(04) COMP VALUE 0.
002850
002860 01  RG-RTE-TABLE.
002870     05  RG-RTE-ENTRY OCCURS 200 TIMES.
002880         10  RG-RTE-OLD-CC           PIC X(04).
002890         10  RG-RTE-ACTIV-CD         PIC X(04).
002900         10  RG-RTE-RATE             PIC 9(03)V99.
002910         10  RG-RTE-MAP-SUB          PIC 9(04) COMP.
002920
002930 01  RG-TOT-EMP-CNT                  PIC 9(07) COMP VALUE 0.
002940
002950 01  RG-TOT-RTE-CNT                  PIC 9(07) COMP VALUE 0.
002960
002970 01  RG-TOT-TKT-CNT                  PIC 9(07) COMP VALUE 0.
002980
002990 01  RG-TOT-HIST-CNT                 PIC 9(07) COMP VALUE 0.
003000
003010 01  RG-LINE-CNT                     PIC 9(03) VALUE 99.
003020
003030 01  RG-PAGE-NO                      PIC 9(03) VALUE 0.
003040
003050 01  HDR1-LINE.
003060     05  FILLER                      PIC X(01) VALUE SPACE.
003070     05  FILLER                      PIC X(44)
003080             VALUE "JTCOSTRG - COST CENTER REORGANIZATION".
003090     05  FILLER                      PIC X(09)
003100             VALUE "REGISTER".
003110     05  FILLER                      PIC X(05) VALUE "PAGE ".
003120     05  HDR1-PAGE-NO                PIC ZZ9.
003130
003140 01  HDR2-LINE.
003150     05  FILLER                      PIC X(01) VALUE SPACE.
003160     05  FILLER                      PIC X(08) VALUE "OLD CC".
003170     05  FILLER                      PIC X(08) VALUE "NEW CC".
003180     05  FILLER                      PIC X(10) VALUE "EMPMAS".
003190     05  FILLER                      PIC X(10) VALUE "RATEMAS".
003200     05  FILLER                      PIC X(12) VALUE "RATES DROP".
003210     05  FILLER                      PIC X(11) VALUE "JOBTICRMS".
003220     05  FILLER                      PIC X(10) VALUE "HISTORY".
003230
003240 01  DTL-LINE.
003250     05  FILLER                      PIC X(01) VALUE SPACE.
003260     05  DTL-OLD-CC                  PIC X(04).
003270     05  FILLER                      PIC X(04) VALUE SPACES.
003280     05  DTL-NEW-CC                  PIC X(04).
003290     05  FILLER                      PIC X(04) VALUE SPACES.
003300     05  DTL-EMP-CNT                 PIC ZZZ,ZZ9.
003310     05  FILLER                      PIC X(03) VALUE SPACES.
003320     05  DTL-RTE-CNT                 PIC ZZZ,ZZ9.
003330     05  FILLER                      PIC X(04) VALUE SPACES.
003340     05  DTL-RTE-DROP-CNT            PIC ZZZ,ZZ9.
003350     05  FILLER                      PIC X(04) VALUE SPACES.
003360     05  DTL-TKT-CNT                 PIC ZZZ,ZZ9.
003370     05  FILLER                      PIC X(03) VALUE SPACES.
003380     05  DTL-HIST-CNT                PIC ZZZ,ZZ9.
003390
003400 01  SUMMARY-LINE.
003410     05  FILLER                      PIC X(01) VALUE SPACE.
003420     05  FILLER                      PIC X(10)
003430             VALUE "TOTALS  ".
003440     05  FILLER                      PIC X(07) VALUE SPACES.
003450     05  SUM-EMP-CNT                 PIC ZZZ,ZZ9.
003460     05  FILLER                      PIC X(03) VALUE SPACES.
003470     05  SUM-RTE-CNT                 PIC ZZZ,ZZ9.
003480     05  FILLER                      PIC X(15) VALUE SPACES.
003490     05  SUM-TKT-CNT                 PIC ZZZ,ZZ9.
003500     05  FILLER                      PIC X(03) VALUE SPACES.
003510     05  SUM-HIST-CNT                PIC ZZZ,ZZ9.
003520
003530 LINKAGE SECTION.
003540
003550 01  JT-SIGNON.
003560     COPY jtsgnly.
003570
003580 PROCEDURE DIVISION USING JT-SIGNON.
003590
003600*-----------------------------------------------------------*
003610* 0000-MAINLINE                                              *
003620*     THE FOUR FILE PHASES RUN IN A FIXED ORDER - MASTERS     *
003630*     FIRST, THEN THE TICKET FILES - SO A RESTART CAN RERUN   *
003640*     THE MASTER PHASES HARMLESSLY AND RESUME THE TICKETS.    *
003650*-----------------------------------------------------------*
003660 0000-MAINLINE.
003670
003680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003690
003700     PERFORM 2000-REMAP-EMPMAS THRU 2000-EXIT.
003710     PERFORM 3000-REMAP-RATEMAS THRU 3000-EXIT.
003720     PERFORM 4000-REMAP-TICKETS THRU 4000-EXIT.
003730
003740     IF RG-HIST-AVAIL
003750         PERFORM 5000-REMAP-HISTORY THRU 5000-EXIT
003760     END-IF.
003770
003780     PERFORM 8800-PRINT-REGISTER THRU 8800-EXIT.
003790
003800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003810
003820     GOBACK.
003830
003840*-----------------------------------------------------------*
003850* 1000-INITIALIZE                                            *
003860*     LOADS THE MAPPING TABLE AND OPENS EVERY FILE.  THE      *
003870*     MASTERS AND THE LIVE TICKET FILE ARE NOT OPTIONAL; A    *
003880*     MISSING HISTORY FILE ONLY MEANS NOTHING HAS BEEN        *
003890*     ARCHIVED YET.                                           *
003900*-----------------------------------------------------------*
003910 1000-INITIALIZE.
003920
003930     MOVE "JTCOSTRG" TO JN-PROGRAM.
003940     MOVE SG-OPER-ID TO JN-OPER-ID.
003950
003960     OPEN INPUT MAP-FIL.
003970     IF MP-FIL-STATUS NOT = "00"
003980         DISPLAY "JTCOSTRG - JTCCMAP NOT AVAILABLE - STATUS "
003990                 MP-FIL-STATUS
004000         GOBACK
004010     END-IF.
004020
004030     PERFORM 1100-LOAD-MAP-TABLE THRU 1100-EXIT.
004040     CLOSE MAP-FIL.
004050
004060     IF RG-MAP-CNT = 0
004070         DISPLAY "JTCOSTRG - NO MAPPINGS ON JTCCMAP - NOTHING "
004080                 "TO DO"
004090         GOBACK
004100     END-IF.
004110
004120     PERFORM 1400-CHECK-MAP-CHAINS THRU 1400-EXIT
004130         VARYING RG-MAP-SUB FROM 1 BY 1
004140         UNTIL RG-MAP-SUB > RG-MAP-CNT.
004150
004160     OPEN INPUT CC-FIL.
004170     IF CC-FIL-STATUS NOT = "00"
004180         DISPLAY "JTCOSTRG - CCMAS NOT AVAILABLE - STATUS "
004190                 CC-FIL-STATUS
004200         GOBACK
004210     END-IF.
004220
004230     PERFORM 1500-CHECK-NEW-CENTER THRU 1500-EXIT
004240         VARYING RG-MAP-SUB FROM 1 BY 1
004250         UNTIL RG-MAP-SUB > RG-MAP-CNT.
004260
004270     CLOSE CC-FIL.
004280
004290     OPEN I-O EM-FIL.
004300     IF EM-FIL-STATUS NOT = "00"
004310         DISPLAY "JTCOSTRG - EMPMAS NOT AVAILABLE - STATUS "
004320                 EM-FIL-STATUS
004330         GOBACK
004340     END-IF.
004350
004360     OPEN I-O RT-FIL.
004370     IF RT-FIL-STATUS NOT = "00"
004380         DISPLAY "JTCOSTRG - RATEMAS NOT AVAILABLE - STATUS "
004390                 RT-FIL-STATUS
004400         GOBACK
004410     END-IF.
004420
004430     OPEN I-O JT-FIL.
004440     IF JT-FIL-STATUS NOT = "00"
004450         DISPLAY "JTCOSTRG - JOBTICRMS NOT AVAILABLE - STATUS "
004460                 JT-FIL-STATUS
004470         GOBACK
004480     END-IF.
004490
004500     OPEN I-O JT-HIST-FIL.
004510     IF AR-HIST-STATUS NOT = "00"
004520         DISPLAY "JTCOSTRG - JOBTICRMS-HIST NOT AVAILABLE - "
004530         DISPLAY "           LIVE FILES ONLY THIS RUN"
004540         MOVE "N" TO RG-HIST-AVAIL-SW
004550     END-IF.
004560
004570     OPEN EXTEND AUDIT-FIL.
004580     IF JA-FIL-NOTFOUND
004590         OPEN OUTPUT AUDIT-FIL
004600     END-IF.
004610
004620     OPEN OUTPUT PRINT-FIL.
004630
004640     PERFORM 7000-OPEN-RUN-CONTROL THRU 7000-EXIT.
004650     PERFORM 7100-CHECK-PRIOR-RUN THRU 7100-EXIT.
004660
004670     IF NOT RG-RESUMING
004680         PERFORM 7200-POST-RUN-START THRU 7200-EXIT
004690     END-IF.
004700
004710 1000-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------*
004750* 1100-LOAD-MAP-TABLE                                        *
004760*     ONE TABLE ENTRY PER JTCCMAP TRANSACTION.  A MAPPING     *
004770*     WHOSE OLD AND NEW CODES MATCH, OR AN OVERFLOWING FILE,  *
004780*     REFUSES THE RUN - BAD MAPPINGS ARE FIXED ON JTCCMAP,    *
004790*     NOT GUESSED AT HERE.  1400 THEN REFUSES ANY MAPPING     *
004800*     CHAIN (ONE MAPPING'S NEW CODE MATCHING ANOTHER'S OLD    *
004810*     CODE) - A CHAINED SET WOULD RE-REMAP ALREADY-CONVERTED  *
004820*     RECORDS ON A RESTART'S FULL RE-SWEEP, SO THE RE-SWEEP   *
004830*     PREMISE ONLY HOLDS WHEN NO NEW CODE IS ALSO AN OLD ONE. *
004840*-----------------------------------------------------------*
004850 1100-LOAD-MAP-TABLE.
004860
004870     PERFORM 1200-READ-NEXT-MAP THRU 1200-EXIT.
004880
004890     PERFORM 1300-STORE-MAP-ENTRY THRU 1300-EXIT
004900         UNTIL RG-MAP-EOF.
004910
004920 1100-EXIT.
004930     EXIT.
004940
004950 1200-READ-NEXT-MAP.
004960
004970     READ MAP-FIL NEXT RECORD
004980         AT END
004990             MOVE "Y" TO RG-MAP-EOF-SW
005000     END-READ.
005010
005020 1200-EXIT.
005030     EXIT.
005040
005050 1300-STORE-MAP-ENTRY.
005060
005070     IF MP-OLD-CC = MP-NEW-CC
005080         DISPLAY "JTCOSTRG - MAPPING " MP-OLD-CC " TO ITSELF - "
005090                 "RUN REFUSED"
005100         GOBACK
005110     END-IF.
005120
005130     IF RG-MAP-CNT = 100
005140         DISPLAY "JTCOSTRG - MORE THAN 100 MAPPINGS - RUN "
005150                 "REFUSED"
005160         GOBACK
005170     END-IF.
005180
005190     ADD 1 TO RG-MAP-CNT.
005200     MOVE MP-OLD-CC TO RG-OLD-CC (RG-MAP-CNT).
005210     MOVE MP-NEW-CC TO RG-NEW-CC (RG-MAP-CNT).
005220     MOVE 0 TO RG-EMP-CNT (RG-MAP-CNT).
005230     MOVE 0 TO RG-RTE-CNT (RG-MAP-CNT).
005240     MOVE 0 TO RG-RTE-DROP-CNT (RG-MAP-CNT).
005250     MOVE 0 TO RG-TKT-CNT (RG-MAP-CNT).
005260     MOVE 0 TO RG-HIST-CNT (RG-MAP-CNT).
005270
005280     PERFORM 1200-READ-NEXT-MAP THRU 1200-EXIT.
005290
005300 1300-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------*
005340* 1400-CHECK-MAP-CHAINS                                      *
005350*     REFUSES THE RUN WHEN ANY MAPPING'S NEW CODE IS ALSO     *
005360*     SOME MAPPING'S OLD CODE - RECORDS ALREADY MOVED TO THE  *
005370*     NEW CODE WOULD BE MOVED AGAIN ON A RESTART'S RE-SWEEP.  *
005380*-----------------------------------------------------------*
005390 1400-CHECK-MAP-CHAINS.
005400
005410     PERFORM 1410-TEST-MAP-CHAIN THRU 1410-EXIT
005420         VARYING RG-CHK-SUB FROM 1 BY 1
005430         UNTIL RG-CHK-SUB > RG-MAP-CNT.
005440
005450 1400-EXIT.
005460     EXIT.
005470
005480 1410-TEST-MAP-CHAIN.
005490
005500     IF RG-NEW-CC (RG-MAP-SUB) = RG-OLD-CC (RG-CHK-SUB)
005510         DISPLAY "JTCOSTRG - NEW CODE " RG-NEW-CC (RG-MAP-SUB)
005520                 " IS ALSO AN OLD CODE - CHAINED MAPPINGS "
005530                 "REFUSED"
005540         GOBACK
005550     END-IF.
005560
005570 1410-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------*
005610* 1500-CHECK-NEW-CENTER                                      *
005620*     REFUSES THE RUN WHEN A MAPPING'S NEW CODE IS NOT ON     *
005630*     CCMAS OR HAS BEEN CLOSED - RECORDS ARE NEVER MOVED ONTO *
005640*     A COST CENTER THE REST OF THE SYSTEM WOULD REJECT.      *
005650*-----------------------------------------------------------*
005660 1500-CHECK-NEW-CENTER.
005670
005680     MOVE RG-NEW-CC (RG-MAP-SUB) TO CC-COST-CENTER.
005690
005700     READ CC-FIL
005710         INVALID KEY
005720             DISPLAY "JTCOSTRG - NEW CODE " RG-NEW-CC (RG-MAP-SUB)
005730                     " NOT ON CCMAS - RUN REFUSED"
005740             CLOSE CC-FIL
005750             GOBACK
005760     END-READ.
005770
005780     IF CC-CLOSED
005790         DISPLAY "JTCOSTRG - NEW CODE " RG-NEW-CC (RG-MAP-SUB)
005800                 " IS A CLOSED COST CENTER - RUN REFUSED"
005810         CLOSE CC-FIL
005820         GOBACK
005830     END-IF.
005840
005850 1500-EXIT.
005860     EXIT.
005870
005880*-----------------------------------------------------------*
005890* 2000-REMAP-EMPMAS                                          *
005900*     SWEEPS THE EMPLOYEE MASTER AND REWRITES EACH RECORD     *
005910*     WHOSE HOME CENTER CARRIES AN OLD CODE.                  *
005920*-----------------------------------------------------------*
005930 2000-REMAP-EMPMAS.
005940
005950     MOVE "N" TO RG-EOF-SW.
005960
005970     MOVE 0 TO EM-BADGE-NUM.
005980
005990     START EM-FIL KEY IS NOT LESS THAN EM-BADGE-NUM
006000         INVALID KEY
006010             MOVE "Y" TO RG-EOF-SW
006020     END-START.
006030
006040     IF NOT RG-EOF
006050         PERFORM 2100-READ-NEXT-EMP THRU 2100-EXIT
006060     END-IF.
006070
006080     PERFORM 2200-REMAP-ONE-EMP THRU 2200-EXIT
006090         UNTIL RG-EOF.
006100
006110 2000-EXIT.
006120     EXIT.
006130
006140 2100-READ-NEXT-EMP.
006150
006160     READ EM-FIL NEXT RECORD
006170         AT END
006180             MOVE "Y" TO RG-EOF-SW
006190     END-READ.
006200
006210 2100-EXIT.
006220     EXIT.
006230
006240 2200-REMAP-ONE-EMP.
006250
006260     MOVE EM-COST-CENTER TO RG-LOOKUP-CC.
006270     PERFORM 8100-LOOK-UP-MAPPING THRU 8100-EXIT.
006280
006290     IF RG-HIT-SUB NOT = 0
006300         MOVE RG-NEW-CC (RG-HIT-SUB) TO EM-COST-CENTER
006310         REWRITE EM-REC
006320             INVALID KEY
006330                 DISPLAY "JTCOSTRG - EMPMAS REWRITE FAILED, "
006340                         "BADGE " EM-BADGE-NUM
006350             NOT INVALID KEY
006360                 ADD 1 TO RG-EMP-CNT (RG-HIT-SUB)
006370                 ADD 1 TO RG-TOT-EMP-CNT
006380                 PERFORM 8300-WRITE-EMP-AUDIT THRU 8300-EXIT
006390         END-REWRITE
006400     END-IF.
006410
006420     PERFORM 2100-READ-NEXT-EMP THRU 2100-EXIT.
006430
006440 2200-EXIT.
006450     EXIT.
006460
006470*-----------------------------------------------------------*
006480* 3000-REMAP-RATEMAS                                         *
006490*     THE CENTER IS PART OF THE RATE KEY, SO THE OLD-CENTER   *
006500*     RATES ARE COLLECTED ON A SCAN AND THEN WRITTEN BACK     *
006510*     UNDER THE NEW CENTER BEFORE THE OLD KEY IS DELETED.     *
006520*     A RATE THE NEW CENTER ALREADY CARRIES IS DROPPED - THE  *
006530*     SURVIVING CENTER'S RATE STANDS - AND COUNTED ON THE     *
006540*     REGISTER.                                               *
006550*-----------------------------------------------------------*
006560 3000-REMAP-RATEMAS.
006570
006580     MOVE "N" TO RG-EOF-SW.
006590     MOVE 0 TO RG-RTE-HIT-CNT.
006600
006610     MOVE SPACES TO RT-RATE-KEY.
006620
006630     START RT-FIL KEY IS NOT LESS THAN RT-RATE-KEY
006640         INVALID KEY
006650             MOVE "Y" TO RG-EOF-SW
006660     END-START.
006670
006680     IF NOT RG-EOF
006690         PERFORM 3100-READ-NEXT-RATE THRU 3100-EXIT
006700     END-IF.
006710
006720     PERFORM 3200-COLLECT-ONE-RATE THRU 3200-EXIT
006730         UNTIL RG-EOF.
006740
006750     PERFORM 3300-REKEY-ONE-RATE THRU 3300-EXIT
006760         VARYING RG-RTE-SUB FROM 1 BY 1
006770         UNTIL RG-RTE-SUB > RG-RTE-HIT-CNT.
006780
006790 3000-EXIT.
006800     EXIT.
006810
006820 3100-READ-NEXT-RATE.
006830
006840     READ RT-FIL NEXT RECORD
006850         AT END
006860             MOVE "Y" TO RG-EOF-SW
006870     END-READ.
006880
006890 3100-EXIT.
006900     EXIT.
006910
006920 3200-COLLECT-ONE-RATE.
006930
006940     MOVE RT-COST-CENTER TO RG-LOOKUP-CC.
006950     PERFORM 8100-LOOK-UP-MAPPING THRU 8100-EXIT.
006960
006970     IF RG-HIT-SUB NOT = 0
006980         IF RG-RTE-HIT-CNT = 200
006990             DISPLAY "JTCOSTRG - MORE THAN 200 RATES TO RE-KEY "
007000                     "- RUN REFUSED"
007010             GOBACK
007020         END-IF
007030         ADD 1 TO RG-RTE-HIT-CNT
007040         MOVE RT-COST-CENTER
007050             TO RG-RTE-OLD-CC (RG-RTE-HIT-CNT)
007060         MOVE RT-ACTIV-CD
007070             TO RG-RTE-ACTIV-CD (RG-RTE-HIT-CNT)
007080         MOVE RT-RATE-PER-HOUR
007090             TO RG-RTE-RATE (RG-RTE-HIT-CNT)
007100         MOVE RG-HIT-SUB TO RG-RTE-MAP-SUB (RG-RTE-HIT-CNT)
007110     END-IF.
007120
007130     PERFORM 3100-READ-NEXT-RATE THRU 3100-EXIT.
007140
007150 3200-EXIT.
007160     EXIT.
007170
007180 3300-REKEY-ONE-RATE.
007190
007200*    THE NEW-CENTER RATE GOES ON FILE BEFORE THE OLD ONE
007210*    COMES OFF - AN ABEND BETWEEN THE TWO LEAVES BOTH RATES
007220*    ON RATEMAS, AND THE RESTART RE-SWEEP CONVERGES (THE
007230*    WRITE LANDS DUPLICATE AND COUNTS AS DROPPED, THE OLD
007240*    KEY IS DELETED AGAIN).  DELETE-FIRST WOULD LOSE THE
007250*    RATE FOR GOOD ON THE SAME ABEND.
007260     MOVE RG-RTE-MAP-SUB (RG-RTE-SUB) TO RG-MAP-SUB.
007270     MOVE RG-NEW-CC (RG-MAP-SUB) TO RT-COST-CENTER.
007280     MOVE RG-RTE-ACTIV-CD (RG-RTE-SUB) TO RT-ACTIV-CD.
007290     MOVE RG-RTE-RATE (RG-RTE-SUB) TO RT-RATE-PER-HOUR.
007300
007310     WRITE RT-REC
007320         INVALID KEY
007330             ADD 1 TO RG-RTE-DROP-CNT (RG-MAP-SUB)
007340         NOT INVALID KEY
007350             ADD 1 TO RG-RTE-CNT (RG-MAP-SUB)
007360             ADD 1 TO RG-TOT-RTE-CNT
007370     END-WRITE.
007380
007390     MOVE RG-RTE-OLD-CC (RG-RTE-SUB) TO RT-COST-CENTER.
007400     MOVE RG-RTE-ACTIV-CD (RG-RTE-SUB) TO RT-ACTIV-CD.
007410
007420     DELETE RT-FIL RECORD
007430         INVALID KEY
007440             DISPLAY "JTCOSTRG - RATEMAS DELETE FAILED, KEY "
007450                     RT-RATE-KEY
007460     END-DELETE.
007470
007480 3300-EXIT.
007490     EXIT.
007500
007510*-----------------------------------------------------------*
007520* 4000-REMAP-TICKETS                                         *
007530*     SWEEPS JOBTICRMS IN KEY ORDER - RESUMING PAST THE       *
007540*     CHECKPOINT ON A RESTART - AND REWRITES EACH TICKET      *
007550*     CARRYING AN OLD CODE, WITH A JTAUDLOG RECORD AND A      *
007560*     CHECKPOINT AFTER EVERY REWRITE.                         *
007570*-----------------------------------------------------------*
007580 4000-REMAP-TICKETS.
007590
007600     MOVE "N" TO RG-EOF-SW.
007610
007620     IF RG-RESUMING
007630         MOVE RC-CHECKPOINT-KEY TO JT-TICKET-KEY
007640         START JT-FIL KEY IS GREATER THAN JT-TICKET-KEY
007650             INVALID KEY
007660                 MOVE "Y" TO RG-EOF-SW
007670         END-START
007680     ELSE
007690         MOVE 0 TO JT-WK-END-DATE
007700         MOVE 0 TO JT-BADGE-NUM
007710         START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
007720             INVALID KEY
007730                 MOVE "Y" TO RG-EOF-SW
007740         END-START
007750     END-IF.
007760
007770     IF NOT RG-EOF
007780         PERFORM 4100-READ-NEXT-TICKET THRU 4100-EXIT
007790     END-IF.
007800
007810     PERFORM 4200-REMAP-ONE-TICKET THRU 4200-EXIT
007820         UNTIL RG-EOF.
007830
007840 4000-EXIT.
007850     EXIT.
007860
007870 4100-READ-NEXT-TICKET.
007880
007890     READ JT-FIL NEXT RECORD
007900         AT END
007910             MOVE "Y" TO RG-EOF-SW
007920     END-READ.
007930
007940 4100-EXIT.
007950     EXIT.
007960
007970 4200-REMAP-ONE-TICKET.
007980
007990     MOVE JT-COST-CENTER TO RG-LOOKUP-CC.
008000     PERFORM 8100-LOOK-UP-MAPPING THRU 8100-EXIT.
008010
008020     IF RG-HIT-SUB NOT = 0
008030         MOVE RG-NEW-CC (RG-HIT-SUB) TO JT-COST-CENTER
008040         REWRITE JT-REC
008050             INVALID KEY
008060                 DISPLAY "JTCOSTRG - TICKET REWRITE FAILED, "
008070                         "BADGE " JT-BADGE-NUM
008080             NOT INVALID KEY
008090                 ADD 1 TO RG-TKT-CNT (RG-HIT-SUB)
008100                 ADD 1 TO RG-TOT-TKT-CNT
008110                 MOVE "C" TO JN-ACTION
008120                 PERFORM 8050-WRITE-JOURNAL-IMAGE THRU 8050-EXIT
008130                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
008140                 PERFORM 7250-POST-CHECKPOINT THRU 7250-EXIT
008150         END-REWRITE
008160     END-IF.
008170
008180     PERFORM 4100-READ-NEXT-TICKET THRU 4100-EXIT.
008190
008200 4200-EXIT.
008210     EXIT.
008220
008230*-----------------------------------------------------------*
008240* 5000-REMAP-HISTORY                                         *
008250*     SAME SWEEP OVER JOBTICRMS-HIST, ALWAYS FROM THE TOP -   *
008260*     A RECORD ALREADY REMAPPED NO LONGER MATCHES AND IS      *
008270*     PASSED OVER, SO A RESTART RE-SWEEP IS HARMLESS.         *
008280*-----------------------------------------------------------*
008290 5000-REMAP-HISTORY.
008300
008310     MOVE "N" TO RG-EOF-SW.
008320
008330     MOVE 0 TO AR-ARCH-WK-END-DATE.
008340     MOVE 0 TO AR-ARCH-BADGE-NUM.
008350
008360     START JT-HIST-FIL KEY IS NOT LESS THAN AR-ARCH-KEY
008370         INVALID KEY
008380             MOVE "Y" TO RG-EOF-SW
008390     END-START.
008400
008410     IF NOT RG-EOF
008420         PERFORM 5100-READ-NEXT-HIST THRU 5100-EXIT
008430     END-IF.
008440
008450     PERFORM 5200-REMAP-ONE-HIST THRU 5200-EXIT
008460         UNTIL RG-EOF.
008470
008480 5000-EXIT.
008490     EXIT.
008500
008510 5100-READ-NEXT-HIST.
008520
008530     READ JT-HIST-FIL NEXT RECORD
008540         AT END
008550             MOVE "Y" TO RG-EOF-SW
008560     END-READ.
008570
008580 5100-EXIT.
008590     EXIT.
008600
008610 5200-REMAP-ONE-HIST.
008620
008630     MOVE AR-D-COST-CENTER TO RG-LOOKUP-CC.
008640     PERFORM 8100-LOOK-UP-MAPPING THRU 8100-EXIT.
008650
008660     IF RG-HIT-SUB NOT = 0
008670         MOVE RG-NEW-CC (RG-HIT-SUB) TO AR-D-COST-CENTER
008680         REWRITE JT-HIST-REC
008690             INVALID KEY
008700                 DISPLAY "JTCOSTRG - HISTORY REWRITE FAILED, "
008710                         "BADGE " AR-ARCH-BADGE-NUM
008720             NOT INVALID KEY
008730                 ADD 1 TO RG-HIST-CNT (RG-HIT-SUB)
008740                 ADD 1 TO RG-TOT-HIST-CNT
008750                 PERFORM 8200-WRITE-HIST-AUDIT THRU 8200-EXIT
008760         END-REWRITE
008770     END-IF.
008780
008790     PERFORM 5100-READ-NEXT-HIST THRU 5100-EXIT.
008800
008810 5200-EXIT.
008820     EXIT.
008830
008840*-----------------------------------------------------------*
008850* 7000-OPEN-RUN-CONTROL                                      *
008860*     OPENS JTRUNCTL FOR UPDATE, CREATING IT ON THE FIRST     *
008870*     RUN IF IT DOES NOT YET EXIST.                           *
008880*-----------------------------------------------------------*
008890 7000-OPEN-RUN-CONTROL.
008900
008910     OPEN I-O RC-FIL.
008920     IF RC-FIL-NOTFOUND
008930         CLOSE RC-FIL
008940         OPEN OUTPUT RC-FIL
008950         CLOSE RC-FIL
008960         OPEN I-O RC-FIL
008970     END-IF.
008980
008990     IF RC-FIL-STATUS NOT = "00"
009000         DISPLAY "JTCOSTRG - JTRUNCTL NOT AVAILABLE - STATUS "
009010                 RC-FIL-STATUS
009020         GOBACK
009030     END-IF.
009040
009050 7000-EXIT.
009060     EXIT.
009070
009080*-----------------------------------------------------------*
009090* 7100-CHECK-PRIOR-RUN                                       *
009100*     AN INCOMPLETE RUN-CONTROL RECORD MEANS THE PRIOR REORG  *
009110*     ABENDED - THE MASTER PHASES RERUN HARMLESSLY AND THE    *
009120*     TICKET PHASE RESUMES PAST THE CHECKPOINT.  THE WEEK ON  *
009130*     THE RUN KEY IS ZEROS - A REORG SPANS EVERY WEEK.        *
009140*-----------------------------------------------------------*
009150 7100-CHECK-PRIOR-RUN.
009160
009170     MOVE "JTCOSTRG" TO RC-PROGRAM.
009180     MOVE 0 TO RC-WK-END-DATE.
009190
009200     READ RC-FIL
009210         INVALID KEY
009220             GO TO 7100-EXIT
009230     END-READ.
009240
009250     IF RC-COMPLETE
009260         GO TO 7100-EXIT
009270     END-IF.
009280
009290     MOVE "Y" TO RG-RESUME-SW.
009300     MOVE RC-REC-CNT TO RG-TOT-TKT-CNT.
009310
009320     DISPLAY "JTCOSTRG - PRIOR RUN DID NOT COMPLETE - RESUMING "
009330             "PAST WEEK " RC-CHKPT-WK-END " BADGE "
009340             RC-CHKPT-BADGE.
009350
009360 7100-EXIT.
009370     EXIT.
009380
009390*-----------------------------------------------------------*
009400* 7200-POST-RUN-START                                        *
009410*     POSTS THE RUN AS STARTED AND NOT COMPLETE, SO AN ABEND  *
009420*     LEAVES A VISIBLE INCOMPLETE RECORD ON JTRUNCTL.         *
009430*-----------------------------------------------------------*
009440 7200-POST-RUN-START.
009450
009460     MOVE "JTCOSTRG" TO RC-PROGRAM.
009470     MOVE 0 TO RC-WK-END-DATE.
009480     MOVE 0 TO RC-REC-CNT.
009490     MOVE "N" TO RC-COMPLETE-SW.
009500     MOVE 0 TO RC-CHKPT-WK-END.
009510     MOVE 0 TO RC-CHKPT-BADGE.
009520     ACCEPT RC-START-DATE FROM DATE.
009530     ACCEPT RC-START-TIME FROM TIME.
009540     MOVE 0 TO RC-END-DATE.
009550     MOVE 0 TO RC-END-TIME.
009560     MOVE SPACE TO RC-RECON-SW.
009570     MOVE 0 TO RC-EXCEP-CNT.
009580
009590     WRITE RC-REC
009600         INVALID KEY
009610             REWRITE RC-REC
009620     END-WRITE.
009630
009640 7200-EXIT.
009650     EXIT.
009660
009670*-----------------------------------------------------------*
009680* 7250-POST-CHECKPOINT                                       *
009690*     AFTER EACH LIVE TICKET IS SAFELY REWRITTEN, THE RUN-    *
009700*     CONTROL RECORD ADVANCES TO ITS KEY SO AN ABENDED RUN    *
009710*     CAN RESUME JUST PAST IT.                                *
009720*-----------------------------------------------------------*
009730 7250-POST-CHECKPOINT.
009740
009750     MOVE JT-WK-END-DATE TO RC-CHKPT-WK-END.
009760     MOVE JT-BADGE-NUM TO RC-CHKPT-BADGE.
009770     MOVE RG-TOT-TKT-CNT TO RC-REC-CNT.
009780
009790     REWRITE RC-REC.
009800
009810 7250-EXIT.
009820     EXIT.
009830
009840*-----------------------------------------------------------*
009850* 7300-POST-RUN-END                                          *
009860*     COMPLETES THE RUN-CONTROL RECORD WITH THE REMAPPED      *
009870*     TICKET COUNT AT A CLEAN END OF RUN.                     *
009880*-----------------------------------------------------------*
009890 7300-POST-RUN-END.
009900
009910     MOVE "JTCOSTRG" TO RC-PROGRAM.
009920     MOVE 0 TO RC-WK-END-DATE.
009930
009940     READ RC-FIL
009950         INVALID KEY
009960             GO TO 7300-EXIT
009970     END-READ.
009980
009990     MOVE RG-TOT-TKT-CNT TO RC-REC-CNT.
010000     MOVE "Y" TO RC-COMPLETE-SW.
010010     ACCEPT RC-END-DATE FROM DATE.
010020     ACCEPT RC-END-TIME FROM TIME.
010030
010040     REWRITE RC-REC.
010050
010060 7300-EXIT.
010070     EXIT.
010080
010090*-----------------------------------------------------------*
010100* 8000-WRITE-AUDIT-RECORD                                    *
010110*     APPENDS ONE JTAUDLOG RECORD FOR THE LIVE TICKET JUST    *
010120*     REWRITTEN - THE HOURS ARE UNCHANGED, SO BEFORE AND      *
010130*     AFTER CARRY THE SAME FOOTING.                           *
010140*-----------------------------------------------------------*
010150 8000-WRITE-AUDIT-RECORD.
010160
010170     MOVE JT-BADGE-NUM TO JA-BADGE-NUM.
010180     MOVE JT-WK-END-DATE TO JA-WK-END-DATE.
010190     MOVE "R" TO JA-OPERATION.
010200     MOVE JT-TOTAL-HRS TO JA-BEFORE-HRS.
010210     MOVE JT-TOTAL-HRS TO JA-AFTER-HRS.
010220     MOVE "JTCOSTRG" TO JA-TERM-ID.
010230     ACCEPT JA-LOG-DATE FROM DATE.
010240     ACCEPT JA-LOG-TIME FROM TIME.
010250     MOVE JT-ORIG-WK-END-DATE TO JA-ORIG-WK-END-DATE.
010260     MOVE JT-ORIG-BADGE-NUM TO JA-ORIG-BADGE-NUM.
010270
010280     WRITE JA-AUDIT-REC.
010290
010300 8000-EXIT.
010310     EXIT.
010320
010330*-----------------------------------------------------------*
010340* 8050-WRITE-JOURNAL-IMAGE                                   *
010350*     HANDS THE TICKET JUST CHANGED ON JOBTICRMS TO THE       *
010360*     AFTER-IMAGE JOURNAL WRITER.  THE CALLER SETS JN-ACTION. *
010370*-----------------------------------------------------------*
010380 8050-WRITE-JOURNAL-IMAGE.
010390
010400     CALL "JTJNLWR" USING JT-JNL-REQ JT-REC.
010410
010420 8050-EXIT.
010430     EXIT.
010440
010450 8200-WRITE-HIST-AUDIT.
010460
010470     MOVE AR-ARCH-BADGE-NUM TO JA-BADGE-NUM.
010480     MOVE AR-ARCH-WK-END-DATE TO JA-WK-END-DATE.
010490     MOVE "R" TO JA-OPERATION.
010500     MOVE AR-D-TOTAL-HRS TO JA-BEFORE-HRS.
010510     MOVE AR-D-TOTAL-HRS TO JA-AFTER-HRS.
010520     MOVE "JTCOSTRG" TO JA-TERM-ID.
010530     ACCEPT JA-LOG-DATE FROM DATE.
010540     ACCEPT JA-LOG-TIME FROM TIME.
010550     MOVE AR-D-ORIG-WK-END-DATE TO JA-ORIG-WK-END-DATE.
010560     MOVE AR-D-ORIG-BADGE-NUM TO JA-ORIG-BADGE-NUM.
010570
010580     WRITE JA-AUDIT-REC.
010590
010600 8200-EXIT.
010610     EXIT.
010620
010630*-----------------------------------------------------------*
010640* 8300-WRITE-EMP-AUDIT                                       *
010650*     APPENDS ONE JTAUDLOG RECORD FOR THE EMPMAS RECORD JUST  *
010660*     REWRITTEN - BADGE-KEYED LIKE A TICKET ENTRY, WITH A     *
010670*     ZERO WEEK AND ZERO HOURS SINCE ONLY THE HOME CENTER     *
010680*     CHANGED.                                                *
010690*-----------------------------------------------------------*
010700 8300-WRITE-EMP-AUDIT.
010710
010720     MOVE EM-BADGE-NUM TO JA-BADGE-NUM.
010730     MOVE 0 TO JA-WK-END-DATE.
010740     MOVE "R" TO JA-OPERATION.
010750     MOVE 0 TO JA-BEFORE-HRS.
010760     MOVE 0 TO JA-AFTER-HRS.
010770     MOVE "JTCOSTRG" TO JA-TERM-ID.
010780     ACCEPT JA-LOG-DATE FROM DATE.
010790     ACCEPT JA-LOG-TIME FROM TIME.
010800     MOVE 0 TO JA-ORIG-WK-END-DATE.
010810     MOVE 0 TO JA-ORIG-BADGE-NUM.
010820
010830     WRITE JA-AUDIT-REC.
010840
010850 8300-EXIT.
010860     EXIT.
010870
010880*-----------------------------------------------------------*
010890* 8100-LOOK-UP-MAPPING                                       *
010900*     SETS RG-HIT-SUB TO THE MAPPING ENTRY WHOSE OLD CODE     *
010910*     MATCHES RG-LOOKUP-CC, OR ZERO WHEN NONE DOES.           *
010920*-----------------------------------------------------------*
010930 8100-LOOK-UP-MAPPING.
010940
010950     MOVE 0 TO RG-HIT-SUB.
010960
010970     PERFORM 8110-TEST-MAP-ENTRY THRU 8110-EXIT
010980         VARYING RG-MAP-SUB FROM 1 BY 1
010990         UNTIL RG-MAP-SUB > RG-MAP-CNT OR RG-HIT-SUB NOT = 0.
011000
011010 8100-EXIT.
011020     EXIT.
011030
011040 8110-TEST-MAP-ENTRY.
011050
011060     IF RG-OLD-CC (RG-MAP-SUB) = RG-LOOKUP-CC
011070         MOVE RG-MAP-SUB TO RG-HIT-SUB
011080     END-IF.
011090
011100 8110-EXIT.
011110     EXIT.
011120
011130*-----------------------------------------------------------*
011140* 8800-PRINT-REGISTER                                        *
011150*     ONE LINE PER MAPPING WITH THE COUNT OF RECORDS          *
011160*     REMAPPED ON EACH FILE, AND A TOTALS LINE.               *
011170*-----------------------------------------------------------*
011180 8800-PRINT-REGISTER.
011190
011200     PERFORM 8810-PRINT-HEADINGS THRU 8810-EXIT.
011210
011220     PERFORM 8820-PRINT-MAP-LINE THRU 8820-EXIT
011230         VARYING RG-MAP-SUB FROM 1 BY 1
011240         UNTIL RG-MAP-SUB > RG-MAP-CNT.
011250
011260     MOVE RG-TOT-EMP-CNT TO SUM-EMP-CNT.
011270     MOVE RG-TOT-RTE-CNT TO SUM-RTE-CNT.
011280     MOVE RG-TOT-TKT-CNT TO SUM-TKT-CNT.
011290     MOVE RG-TOT-HIST-CNT TO SUM-HIST-CNT.
011300     WRITE PRINT-LINE FROM SUMMARY-LINE.
011310
011320 8800-EXIT.
011330     EXIT.
011340
011350 8810-PRINT-HEADINGS.
011360
011370     ADD 1 TO RG-PAGE-NO.
011380     MOVE RG-PAGE-NO TO HDR1-PAGE-NO.
011390     WRITE PRINT-LINE FROM HDR1-LINE.
011400     WRITE PRINT-LINE FROM HDR2-LINE.
011410     MOVE 2 TO RG-LINE-CNT.
011420
011430 8810-EXIT.
011440     EXIT.
011450
011460 8820-PRINT-MAP-LINE.
011470
011480     IF RG-LINE-CNT > 55
011490         PERFORM 8810-PRINT-HEADINGS THRU 8810-EXIT
011500     END-IF.
011510
011520     MOVE SPACES TO DTL-LINE.
011530     MOVE RG-OLD-CC (RG-MAP-SUB) TO DTL-OLD-CC.
011540     MOVE RG-NEW-CC (RG-MAP-SUB) TO DTL-NEW-CC.
011550     MOVE RG-EMP-CNT (RG-MAP-SUB) TO DTL-EMP-CNT.
011560     MOVE RG-RTE-CNT (RG-MAP-SUB) TO DTL-RTE-CNT.
011570     MOVE RG-RTE-DROP-CNT (RG-MAP-SUB) TO DTL-RTE-DROP-CNT.
011580     MOVE RG-TKT-CNT (RG-MAP-SUB) TO DTL-TKT-CNT.
011590     MOVE RG-HIST-CNT (RG-MAP-SUB) TO DTL-HIST-CNT.
011600
011610     WRITE PRINT-LINE FROM DTL-LINE.
011620     ADD 1 TO RG-LINE-CNT.
011630
011640 8820-EXIT.
011650     EXIT.
011660
011670*-----------------------------------------------------------*
011680* 9000-TERMINATE                                             *
011690*-----------------------------------------------------------*
011700 9000-TERMINATE.
011710
011720     PERFORM 7300-POST-RUN-END THRU 7300-EXIT.
011730
011740     CLOSE EM-FIL.
011750     CLOSE RT-FIL.
011760     CLOSE JT-FIL.
011770
011780     IF RG-HIST-AVAIL
011790         CLOSE JT-HIST-FIL
011800     END-IF.
011810
011820     CLOSE AUDIT-FIL.
011830     CLOSE PRINT-FIL.
011840     CLOSE RC-FIL.
011850
011860     DISPLAY "JTCOSTRG - EMPMAS RECORDS REMAPPED: "
011870             RG-TOT-EMP-CNT.
011880     DISPLAY "JTCOSTRG - RATEMAS RATES RE-KEYED: "
011890             RG-TOT-RTE-CNT.
011900     DISPLAY "JTCOSTRG - TICKETS REMAPPED: " RG-TOT-TKT-CNT.
011910     DISPLAY "JTCOSTRG - HISTORY TICKETS REMAPPED: "
011920             RG-TOT-HIST-CNT.
011930
011940 9000-EXIT.
011950     EXIT.
