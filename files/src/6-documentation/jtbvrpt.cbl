000350* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
000360*     way to GOBACK so control returns to the menu, at a
000370*     clean end and at a startup failure alike.  )%
000380*
000390* Edit (15-Oct-26, 'J. A. Hartley')
000400* %(  Foot paid labor off the ORDCOST order cost ledger JTEXPRT
000410*     now posts, instead of re-footing every detail line on
000420*     JOBTICRMS and JOBTICRMS-HIST each run.  The ledger
000430*     carries the hours and dollars actually sent to payroll,
000440*     premium and adjustment tickets included, so history is
000450*     no longer valued at today's RATEMAS rates and the run no
000460*     longer grows with the archive.  Live tickets not yet
000470*     extracted still foot in at hours only.  A PAID AMOUNT
000480*     column is added.  JOBTICRMS-HIST is no longer read.  )%
000490
000500 ENVIRONMENT DIVISION.
000510
000520 CONFIGURATION SECTION.
000530
000540 SOURCE-COMPUTER.
000550     DECSYSTEM-20.
000560
000570 OBJECT-COMPUTER.
000580     DECSYSTEM-20.
000590
000600 INPUT-OUTPUT SECTION.
000610
000620 FILE-CONTROL.
000630     COPY jtsel.
000640
000650     COPY jtocsel.
000660
000670     COPY jtdissel.
000680
000690     COPY jtmfgsel.
000700
000710     SELECT WORK-FIL ASSIGN TO "BVSORT"
000720         .
000730
000740     SELECT PRINT-FIL ASSIGN TO "JTBVRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS PRT-FIL-STATUS.
000770
000780 DATA DIVISION.
000790
000800 FILE SECTION.
000810
000820 FD  JT-FIL
000830     LABEL RECORDS ARE STANDARD.
000840
000850 01  JT-REC.
000860     COPY jtrecly.
000870
000880 FD  OC-FIL
000890     LABEL RECORDS ARE STANDARD.
000900
000910 01  OC-REC.
000920     COPY jtocly.
000930
000940 FD  DO-FIL
000950     LABEL RECORDS ARE STANDARD.
000960
000970 01  DO-REC.
000980     COPY jtdisly.
000990
001000 FD  MO-FIL
001010     LABEL RECORDS ARE STANDARD.
001020
001030 01  MO-REC.
001040     COPY jtmfgly.
001050
001060*-----------------------------------------------------------*
001070* SORT WORK FILE - ONE ENTRY PER ORDER COST LEDGER RECORD,  *
001080* PLUS ONE PER ORDER REFERENCE ON EVERY OCCUPIED DETAIL LINE *
001090* OF A LIVE TICKET NOT YET EXTRACTED.  SECTION 1 IS          *
001100* DISTRIBUTION ORDERS, 2 IS MANUFACTURING.                   *
001110*-----------------------------------------------------------*
001120 SD  WORK-FIL.
001130
001140 01  WORK-REC.
001150     05  BW-SECTION                  PIC 9(01).
001160     05  BW-ORDER-NUM                PIC 9(05).
001170     05  BW-HOURS                    COMP-1.
001180     05  BW-AMOUNT                   PIC S9(07)V99 COMP.
001190
001200 FD  PRINT-FIL
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 132 CHARACTERS.
001230
001240 01  PRINT-LINE                      PIC X(132).
001250
001260 WORKING-STORAGE SECTION.
001270     COPY jtstat.
001280
001290     COPY jtdisst.
001300
001310     COPY jtmfgst.
001320
001330     COPY jtocst.
001340
001350 01  PRT-FIL-STATUS                  PIC X(02).
001360
001370 01  BV-EOF-SW                       PIC X(01) VALUE "N".
001380     88  BV-EOF                      VALUE "Y".
001390
001400 01  BV-OC-EOF-SW                    PIC X(01) VALUE "N".
001410     88  BV-OC-EOF                   VALUE "Y".
001420
001430 01  BV-SORT-EOF-SW                  PIC X(01) VALUE "N".
001440     88  BV-SORT-EOF                 VALUE "Y".
001450
001460 01  BV-OC-AVAIL-SW                  PIC X(01) VALUE "Y".
001470     88  BV-OC-AVAIL                 VALUE "Y".
001480
001490 01  BV-FIRST-GROUP-SW               PIC X(01) VALUE "Y".
001500
001510 01  BV-DTL-SUB                      PIC 9(04) COMP.
001520
001530 01  BV-CURR-SECTION                 PIC 9(01).
001540
001550 01  BV-CURR-ORDER-NUM               PIC 9(05).
001560
001570 01  BV-ORDER-TOTAL                  COMP-1 VALUE 0.
001580
001590 01  BV-ORDER-AMOUNT                 PIC S9(07)V99 COMP VALUE 0.
001600
001610 01  BV-BUDGET-HRS                   COMP-1 VALUE 0.
001620
001630 01  BV-PCT-USED                     COMP-1 VALUE 0.
001640
001650 01  BV-OVER-CNT                     PIC 9(07) COMP VALUE 0.
001660
001670 01  BV-ORDER-CNT                    PIC 9(07) COMP VALUE 0.
001680
001690 01  BV-LINE-CNT                     PIC 9(03) VALUE 99.
001700
001710 01  BV-PAGE-NO                      PIC 9(03) VALUE 0.
001720
001730 01  HDR1-LINE.
001740     05  FILLER                      PIC X(01) VALUE SPACE.
001750     05  FILLER                      PIC X(42)
001760             VALUE "JTBVRPT - LABOR VERSUS BUDGET BY ORDER".
001770     05  FILLER                      PIC X(10) VALUE SPACES.
001780     05  FILLER                      PIC X(05) VALUE "PAGE ".
001790     05  HDR1-PAGE-NO                PIC ZZ9.
001800
001810 01  HDR2-LINE.
001820     05  FILLER                      PIC X(01) VALUE SPACE.
001830     05  FILLER                      PIC X(11) VALUE "ORDER NUM".
001840     05  FILLER                      PIC X(32)
001850             VALUE "DESCRIPTION".
001860     05  FILLER                      PIC X(13) VALUE "BUDGET HRS".
001870     05  FILLER                      PIC X(13)
001880             VALUE "CHARGED HRS".
001890     05  FILLER                      PIC X(15)
001900             VALUE "PAID AMOUNT".
001910     05  FILLER                      PIC X(10) VALUE "PCT USED".
001920     05  FILLER                      PIC X(14) VALUE "FLAG".
001930
001940 01  SECT1-HDR-LINE                  PIC X(40)
001950         VALUE "DISTRIBUTION ORDERS".
001960
001970 01  SECT2-HDR-LINE                  PIC X(40)
001980         VALUE "MANUFACTURING ORDERS".
001990
002000 01  DTL-LINE.
002010     05  FILLER                      PIC X(01) VALUE SPACE.
002020     05  DTL-ORDER-NUM               PIC 9(05).
002030     05  FILLER                      PIC X(06) VALUE SPACES.
002040     05  DTL-ORDER-DESC              PIC X(30).
002050     05  FILLER                      PIC X(02) VALUE SPACES.
002060     05  DTL-BUDGET-HRS              PIC ZZ,ZZ9.99.
002070     05  FILLER                      PIC X(03) VALUE SPACES.
002080     05  DTL-CHARGED-HRS             PIC ZZ,ZZ9.99-.
002090     05  FILLER                      PIC X(02) VALUE SPACES.
002100     05  DTL-PAID-AMT                PIC Z,ZZZ,ZZ9.99-.
002110     05  FILLER                      PIC X(04) VALUE SPACES.
002120     05  DTL-PCT-USED                PIC ZZZ9.9-.
002130     05  FILLER                      PIC X(03) VALUE SPACES.
002140     05  DTL-FLAG                    PIC X(14).
002150
002160 01  SUMMARY-LINE.
002170     05  FILLER                      PIC X(01) VALUE SPACE.
002180     05  FILLER                      PIC X(20)
002190             VALUE "ORDERS REPORTED ....".
002200     05  SUM-ORDER-CNT               PIC ZZZ,ZZ9.
002210     05  FILLER                      PIC X(18)
002220             VALUE "   OVER BUDGET ...".
002230     05  SUM-OVER-CNT                PIC ZZZ,ZZ9.
002240
002250 01  NO-DATA-LINE                    PIC X(60)
002260         VALUE "NO ORDER-CHARGED LABOR ON ORDCOST OR JOBTICRMS.".
002270
002280 PROCEDURE DIVISION.
002290
002300*-----------------------------------------------------------*
002310* 0000-MAINLINE                                              *
002320*-----------------------------------------------------------*
002330 0000-MAINLINE.
002340
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360
002370     SORT WORK-FIL
002380         ON ASCENDING KEY BW-SECTION BW-ORDER-NUM
002390         INPUT PROCEDURE IS 2000-BUILD-SORT-FILE THRU 2000-EXIT
002400         OUTPUT PROCEDURE IS 3000-PRINT-REPORT THRU 3000-EXIT.
002410
002420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002430
002440     GOBACK.
002450
002460*-----------------------------------------------------------*
002470* 1000-INITIALIZE                                            *
002480*     JOBTICRMS AND THE ORDER MASTERS ARE NOT OPTIONAL.  A    *
002490*     MISSING ORDER COST LEDGER ONLY MEANS NOTHING HAS BEEN   *
002500*     EXTRACTED SINCE IT CAME IN, SO THE REPORT RUNS OFF THE  *
002510*     UNEXTRACTED LIVE TICKETS ALONE WITH A STARTUP MESSAGE.  *
002520*-----------------------------------------------------------*
002530 1000-INITIALIZE.
002540
002550     OPEN INPUT JT-FIL.
002560     IF JT-FIL-STATUS NOT = "00"
002570         DISPLAY "JTBVRPT - JOBTICRMS NOT AVAILABLE - STATUS "
002580                 JT-FIL-STATUS
002590         GOBACK
002600     END-IF.
002610
002620     OPEN INPUT OC-FIL.
002630     IF OC-FIL-STATUS NOT = "00"
002640         DISPLAY "JTBVRPT - ORDCOST NOT AVAILABLE - "
002650         DISPLAY "          REPORTING UNEXTRACTED TICKETS ONLY"
002660         MOVE "N" TO BV-OC-AVAIL-SW
002670     END-IF.
002680
002690     OPEN INPUT DO-FIL.
002700     IF DO-FIL-STATUS NOT = "00"
002710         DISPLAY "JTBVRPT - DISMAS NOT AVAILABLE - STATUS "
002720                 DO-FIL-STATUS
002730         GOBACK
002740     END-IF.
002750
002760     OPEN INPUT MO-FIL.
002770     IF MO-FIL-STATUS NOT = "00"
002780         DISPLAY "JTBVRPT - MFGMAS NOT AVAILABLE - STATUS "
002790                 MO-FIL-STATUS
002800         GOBACK
002810     END-IF.
002820
002830     OPEN OUTPUT PRINT-FIL.
002840
002850 1000-EXIT.
002860     EXIT.
002870
002880*-----------------------------------------------------------*
002890* 2000-BUILD-SORT-FILE                                       *
002900*     AN ORDER'S PAID LABOR COMES OFF THE ORDER COST LEDGER,  *
002910*     WHICH JTEXPRT POSTS AT THE HOURS AND DOLLARS IT SENT TO *
002920*     PAYROLL.  LABOR NOT YET EXTRACTED IS ONLY ON THE LIVE   *
002930*     FILE, SO THOSE TICKETS' DETAIL LINES ARE RELEASED TOO,  *
002940*     AT HOURS ONLY - THEY HAVE NOT BEEN PAID YET.            *
002950*-----------------------------------------------------------*
002960 2000-BUILD-SORT-FILE.
002970
002980     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
002990
003000     PERFORM 2200-PROCESS-TICKET THRU 2200-EXIT
003010         UNTIL BV-EOF.
003020
003030     IF NOT BV-OC-AVAIL
003040         GO TO 2000-EXIT
003050     END-IF.
003060
003070     PERFORM 2400-READ-NEXT-LEDGER THRU 2400-EXIT.
003080
003090     PERFORM 2500-PROCESS-LEDGER THRU 2500-EXIT
003100         UNTIL BV-OC-EOF.
003110
003120 2000-EXIT.
003130     EXIT.
003140
003150 2100-READ-NEXT-TICKET.
003160
003170     READ JT-FIL NEXT RECORD
003180         AT END
003190             MOVE "Y" TO BV-EOF-SW
003200     END-READ.
003210
003220 2100-EXIT.
003230     EXIT.
003240
003250 2200-PROCESS-TICKET.
003260
003270     IF JT-EXTRACTED
003280         PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT
003290         GO TO 2200-EXIT
003300     END-IF.
003310
003320     PERFORM 2300-RELEASE-DETAIL-LINE THRU 2300-EXIT
003330         VARYING BV-DTL-SUB FROM 1 BY 1
003340         UNTIL BV-DTL-SUB > JT-DTL-CNT.
003350
003360     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
003370
003380 2200-EXIT.
003390     EXIT.
003400
003410 2300-RELEASE-DETAIL-LINE.
003420
003430     MOVE 0 TO BW-AMOUNT.
003440
003450     IF JT-DIS-NUM (BV-DTL-SUB) NOT = 0
003460         MOVE 1 TO BW-SECTION
003470         MOVE JT-DIS-NUM (BV-DTL-SUB) TO BW-ORDER-NUM
003480         MOVE JT-HOURS (BV-DTL-SUB) TO BW-HOURS
003490         RELEASE WORK-REC
003500     END-IF.
003510
003520     IF JT-MFG-NUM (BV-DTL-SUB) NOT = 0
003530         MOVE 2 TO BW-SECTION
003540         MOVE JT-MFG-NUM (BV-DTL-SUB) TO BW-ORDER-NUM
003550         MOVE JT-HOURS (BV-DTL-SUB) TO BW-HOURS
003560         RELEASE WORK-REC
003570     END-IF.
003580
003590 2300-EXIT.
003600     EXIT.
003610
003620 2400-READ-NEXT-LEDGER.
003630
003640     READ OC-FIL NEXT RECORD
003650         AT END
003660             MOVE "Y" TO BV-OC-EOF-SW
003670     END-READ.
003680
003690 2400-EXIT.
003700     EXIT.
003710
003720*-----------------------------------------------------------*
003730* 2500-PROCESS-LEDGER                                        *
003740*     ONE SORT RECORD PER LEDGER RECORD ON A DISTRIBUTION OR  *
003750*     MANUFACTURING ORDER.  ADJUSTMENT HOURS ARE ALREADY IN   *
003760*     THE REGULAR AND PREMIUM BUCKETS, AND UNORDERED TIME     *
003770*     HAS NO BUDGET TO FOOT AGAINST.                          *
003780*-----------------------------------------------------------*
003790 2500-PROCESS-LEDGER.
003800
003810     IF OC-DIS-ORDER
003820         MOVE 1 TO BW-SECTION
003830     ELSE
003840         IF OC-MFG-ORDER
003850             MOVE 2 TO BW-SECTION
003860         ELSE
003870             PERFORM 2400-READ-NEXT-LEDGER THRU 2400-EXIT
003880             GO TO 2500-EXIT
003890         END-IF
003900     END-IF.
003910
003920     MOVE OC-ORDER-NUM TO BW-ORDER-NUM.
003930     COMPUTE BW-HOURS = OC-REG-HRS + OC-PREM-HRS.
003940     COMPUTE BW-AMOUNT = OC-REG-AMT + OC-PREM-AMT.
003950     RELEASE WORK-REC.
003960
003970     PERFORM 2400-READ-NEXT-LEDGER THRU 2400-EXIT.
003980
003990 2500-EXIT.
004000     EXIT.
004010
004020*-----------------------------------------------------------*
004030* 3000-PRINT-REPORT                                          *
004040*     CONTROL-BREAK REPORT OFF THE SORTED WORK FILE - ONE     *
004050*     LINE PER ORDER WITH ITS BUDGET, CHARGED HOURS, PERCENT  *
004060*     CONSUMED, AND OVER-BUDGET FLAG.                         *
004070*-----------------------------------------------------------*
004080 3000-PRINT-REPORT.
004090
004100     PERFORM 3100-RETURN-NEXT-LINE THRU 3100-EXIT.
004110
004120     IF BV-SORT-EOF
004130         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
004140         MOVE NO-DATA-LINE TO PRINT-LINE
004150         WRITE PRINT-LINE
004160     ELSE
004170         PERFORM 3200-PROCESS-LINE THRU 3200-EXIT
004180             UNTIL BV-SORT-EOF
004190         PERFORM 3500-PRINT-ORDER-LINE THRU 3500-EXIT
004200         PERFORM 3600-PRINT-SUMMARY THRU 3600-EXIT
004210     END-IF.
004220
004230 3000-EXIT.
004240     EXIT.
004250
004260 3100-RETURN-NEXT-LINE.
004270
004280     RETURN WORK-FIL
004290         AT END
004300             MOVE "Y" TO BV-SORT-EOF-SW
004310     END-RETURN.
004320
004330 3100-EXIT.
004340     EXIT.
004350
004360 3200-PROCESS-LINE.
004370
004380     IF BV-FIRST-GROUP-SW = "Y"
004390         MOVE BW-SECTION TO BV-CURR-SECTION
004400         MOVE BW-ORDER-NUM TO BV-CURR-ORDER-NUM
004410         MOVE "N" TO BV-FIRST-GROUP-SW
004420         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
004430         PERFORM 3450-PRINT-SECTION-HEADER THRU 3450-EXIT
004440     END-IF.
004450
004460     IF BW-SECTION NOT = BV-CURR-SECTION
004470         PERFORM 3500-PRINT-ORDER-LINE THRU 3500-EXIT
004480         MOVE BW-SECTION TO BV-CURR-SECTION
004490         MOVE BW-ORDER-NUM TO BV-CURR-ORDER-NUM
004500         PERFORM 3450-PRINT-SECTION-HEADER THRU 3450-EXIT
004510     ELSE
004520         IF BW-ORDER-NUM NOT = BV-CURR-ORDER-NUM
004530             PERFORM 3500-PRINT-ORDER-LINE THRU 3500-EXIT
004540             MOVE BW-ORDER-NUM TO BV-CURR-ORDER-NUM
004550         END-IF
004560     END-IF.
004570
004580     ADD BW-HOURS TO BV-ORDER-TOTAL.
004590     ADD BW-AMOUNT TO BV-ORDER-AMOUNT.
004600
004610     PERFORM 3100-RETURN-NEXT-LINE THRU 3100-EXIT.
004620
004630 3200-EXIT.
004640     EXIT.
004650
004660 3400-PRINT-HEADINGS.
004670
004680     ADD 1 TO BV-PAGE-NO.
004690     MOVE BV-PAGE-NO TO HDR1-PAGE-NO.
004700     WRITE PRINT-LINE FROM HDR1-LINE.
004710     WRITE PRINT-LINE FROM HDR2-LINE.
004720     MOVE 2 TO BV-LINE-CNT.
004730
004740 3400-EXIT.
004750     EXIT.
004760
004770 3450-PRINT-SECTION-HEADER.
004780
004790     IF BV-CURR-SECTION = 1
004800         WRITE PRINT-LINE FROM SECT1-HDR-LINE
004810     ELSE
004820         WRITE PRINT-LINE FROM SECT2-HDR-LINE
004830     END-IF.
004840
004850     ADD 1 TO BV-LINE-CNT.
004860
004870 3450-EXIT.
004880     EXIT.
004890
004900*-----------------------------------------------------------*
004910* 3500-PRINT-ORDER-LINE                                      *
004920*     PRINTS THE ORDER JUST ENDED - DESCRIPTION AND BUDGET    *
004930*     OFF THE PROPER MASTER, CHARGED HOURS, PERCENT OF        *
004940*     BUDGET CONSUMED, AND THE OVER-BUDGET FLAG.              *
004950*-----------------------------------------------------------*
004960 3500-PRINT-ORDER-LINE.
004970
004980     IF BV-LINE-CNT > 55
004990         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
005000         PERFORM 3450-PRINT-SECTION-HEADER THRU 3450-EXIT
005010     END-IF.
005020
005030     MOVE SPACES TO DTL-LINE.
005040     MOVE BV-CURR-ORDER-NUM TO DTL-ORDER-NUM.
005050
005060     PERFORM 3700-LOOK-UP-ORDER THRU 3700-EXIT.
005070
005080     MOVE BV-ORDER-TOTAL TO DTL-CHARGED-HRS.
005090     MOVE BV-ORDER-AMOUNT TO DTL-PAID-AMT.
005100     MOVE BV-BUDGET-HRS TO DTL-BUDGET-HRS.
005110
005120     IF BV-BUDGET-HRS = 0
005130         MOVE 0 TO DTL-PCT-USED
005140         MOVE "NO BUDGET" TO DTL-FLAG
005150     ELSE
005160         COMPUTE BV-PCT-USED =
005170             BV-ORDER-TOTAL / BV-BUDGET-HRS * 100
005180         MOVE BV-PCT-USED TO DTL-PCT-USED
005190         IF BV-ORDER-TOTAL > BV-BUDGET-HRS
005200             MOVE "*OVER BUDGET*" TO DTL-FLAG
005210             ADD 1 TO BV-OVER-CNT
005220         END-IF
005230     END-IF.
005240
005250     WRITE PRINT-LINE FROM DTL-LINE.
005260     ADD 1 TO BV-LINE-CNT.
005270     ADD 1 TO BV-ORDER-CNT.
005280
005290     MOVE 0 TO BV-ORDER-TOTAL.
005300     MOVE 0 TO BV-ORDER-AMOUNT.
005310
005320 3500-EXIT.
005330     EXIT.
005340
005350 3600-PRINT-SUMMARY.
005360
005370     MOVE BV-ORDER-CNT TO SUM-ORDER-CNT.
005380     MOVE BV-OVER-CNT TO SUM-OVER-CNT.
005390     WRITE PRINT-LINE FROM SUMMARY-LINE.
005400
005410 3600-EXIT.
005420     EXIT.
005430
005440*-----------------------------------------------------------*
005450* 3700-LOOK-UP-ORDER                                         *
005460*     FILLS THE ORDER LINE'S DESCRIPTION AND BUDGET FROM THE  *
005470*     MASTER THAT GOES WITH THE CURRENT SECTION.              *
005480*-----------------------------------------------------------*
005490 3700-LOOK-UP-ORDER.
005500
005510     MOVE 0 TO BV-BUDGET-HRS.
005520
005530     IF BV-CURR-SECTION = 1
005540         MOVE BV-CURR-ORDER-NUM TO DO-DIS-NUM
005550         READ DO-FIL
005560             INVALID KEY
005570                 MOVE "** NOT ON ORDER MASTER **"
005580                     TO DTL-ORDER-DESC
005590                 GO TO 3700-EXIT
005600         END-READ
005610         MOVE DO-DIS-DESC TO DTL-ORDER-DESC
005620         MOVE DO-BUDGET-HRS TO BV-BUDGET-HRS
005630     ELSE
005640         MOVE BV-CURR-ORDER-NUM TO MO-MFG-NUM
005650         READ MO-FIL
005660             INVALID KEY
005670                 MOVE "** NOT ON ORDER MASTER **"
005680                     TO DTL-ORDER-DESC
005690                 GO TO 3700-EXIT
005700         END-READ
005710         MOVE MO-MFG-DESC TO DTL-ORDER-DESC
005720         MOVE MO-BUDGET-HRS TO BV-BUDGET-HRS
005730     END-IF.
005740
005750 3700-EXIT.
005760     EXIT.
005770
005780*-----------------------------------------------------------*
005790* 9000-TERMINATE                                             *
005800*-----------------------------------------------------------*
005810 9000-TERMINATE.
005820
005830     CLOSE JT-FIL.
005840
005850     IF BV-OC-AVAIL
005860         CLOSE OC-FIL
005870     END-IF.
005880
005890     CLOSE DO-FIL.
005900     CLOSE MO-FIL.
005910     CLOSE PRINT-FIL.
005920
005930     DISPLAY "JTBVRPT - ORDERS REPORTED: " BV-ORDER-CNT.
005940     DISPLAY "JTBVRPT - ORDERS OVER BUDGET: " BV-OVER-CNT.
005950
005960 9000-EXIT.
005970     EXIT.
