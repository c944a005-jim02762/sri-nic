000340* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
000350*     way to GOBACK so control returns to the menu, at a
000360*     clean end and at a startup failure alike.  )%
000370*
000380* Edit (15-Oct-26, 'J. A. Hartley')
000390* %(  Foot paid labor off the ORDCOST order cost ledger JTEXPRT
000400*     now posts, at the hours and dollars actually sent to
000410*     payroll, premium and adjustment tickets included, so a
000420*     week range reaching into archived weeks still reports
000430*     and nothing is re-priced at today's rates.  Tickets on
000440*     JOBTICRMS not yet extracted still foot in at hours only,
000450*     with their total shown under the grand total.  A PAID
000460*     AMOUNT column is added at every level.  The grand total
000470*     backs out the ledger's shared hours and dollars so dual
000480*     charging still counts once.  )%
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
000710     SELECT WORK-FIL ASSIGN TO "JCSORT"
000720         .
000730
000740     SELECT PRINT-FIL ASSIGN TO "JTJCRPT"
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
001070* SORT WORK FILE - ONE ENTRY PER ORDER COST LEDGER RECORD IN *
001080* THE REQUESTED WEEK RANGE, PLUS ONE PER ORDER REFERENCE ON   *
001090* EVERY OCCUPIED DETAIL LINE OF A LIVE TICKET IN THE RANGE    *
001100* NOT YET EXTRACTED.  SECTION 1 IS DISTRIBUTION ORDERS, 2 IS  *
001110* MANUFACTURING ORDERS, 3 IS TIME CHARGED TO NO ORDER AT ALL. *
001120*-----------------------------------------------------------*
001130 SD  WORK-FIL.
001140
001150 01  WORK-REC.
001160     05  JW-SECTION                  PIC 9(01).
001170     05  JW-ORDER-NUM                PIC 9(05).
001180     05  JW-HOURS                    COMP-1.
001190     05  JW-AMOUNT                   PIC S9(07)V99 COMP.
001200
001210 FD  PRINT-FIL
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 132 CHARACTERS.
001240
001250 01  PRINT-LINE                      PIC X(132).
001260
001270 WORKING-STORAGE SECTION.
001280     COPY jtstat.
001290
001300     COPY jtdisst.
001310
001320     COPY jtmfgst.
001330
001340     COPY jtocst.
001350
001360 01  PRT-FIL-STATUS                  PIC X(02).
001370
001380 01  JC-FROM-DATE                    PIC 9(06).
001390
001400 01  JC-THRU-DATE                    PIC 9(06).
001410
001420 01  JC-EOF-SW                       PIC X(01) VALUE "N".
001430     88  JC-EOF                      VALUE "Y".
001440
001450 01  JC-SORT-EOF-SW                  PIC X(01) VALUE "N".
001460     88  JC-SORT-EOF                 VALUE "Y".
001470
001480 01  JC-OC-EOF-SW                    PIC X(01) VALUE "N".
001490     88  JC-OC-EOF                   VALUE "Y".
001500
001510 01  JC-OC-AVAIL-SW                  PIC X(01) VALUE "Y".
001520     88  JC-OC-AVAIL                 VALUE "Y".
001530
001540 01  JC-FIRST-GROUP-SW               PIC X(01) VALUE "Y".
001550
001560 01  JC-DTL-SUB                      PIC 9(04) COMP.
001570
001580 01  JC-CURR-SECTION                 PIC 9(01).
001590
001600 01  JC-CURR-ORDER-NUM               PIC 9(05).
001610
001620 01  JC-ORDER-TOTAL                  COMP-1 VALUE 0.
001630
001640 01  JC-SECT-TOTAL                   COMP-1 VALUE 0.
001650
001660 01  JC-GRAND-TOTAL                  COMP-1 VALUE 0.
001670
001680 01  JC-OPEN-TOTAL                   COMP-1 VALUE 0.
001690
001700 01  JC-ORDER-AMOUNT                 PIC S9(07)V99 COMP VALUE 0.
001710
001720 01  JC-SECT-AMOUNT                  PIC S9(07)V99 COMP VALUE 0.
001730
001740 01  JC-GRAND-AMOUNT                 PIC S9(07)V99 COMP VALUE 0.
001750
001760 01  JC-LINE-CNT                     PIC 9(03) VALUE 99.
001770
001780 01  JC-PAGE-NO                      PIC 9(03) VALUE 0.
001790
001800 01  HDR1-LINE.
001810     05  FILLER                      PIC X(01) VALUE SPACE.
001820     05  FILLER                      PIC X(33)
001830             VALUE "JTJCRPT - JOB COSTING BY ORDER".
001840     05  FILLER                      PIC X(05) VALUE "FROM ".
001850     05  HDR1-FROM-DATE              PIC 9(06).
001860     05  FILLER                      PIC X(07) VALUE " THRU ".
001870     05  HDR1-THRU-DATE              PIC 9(06).
001880     05  FILLER                      PIC X(08) VALUE SPACES.
001890     05  FILLER                      PIC X(05) VALUE "PAGE ".
001900     05  HDR1-PAGE-NO                PIC ZZ9.
001910
001920 01  HDR2-LINE.
001930     05  FILLER                      PIC X(01) VALUE SPACE.
001940     05  FILLER                      PIC X(11) VALUE "ORDER NUM".
001950     05  FILLER                      PIC X(32)
001960             VALUE "DESCRIPTION".
001970     05  FILLER                      PIC X(13) VALUE "HOURS".
001980     05  FILLER                      PIC X(15)
001990             VALUE "PAID AMOUNT".
002000     05  FILLER                      PIC X(10) VALUE "FLAG".
002010
002020 01  SECT1-HDR-LINE                  PIC X(40)
002030         VALUE "DISTRIBUTION ORDERS".
002040
002050 01  SECT2-HDR-LINE                  PIC X(40)
002060         VALUE "MANUFACTURING ORDERS".
002070
002080 01  SECT3-HDR-LINE                  PIC X(40)
002090         VALUE "UNORDERED TIME".
002100
002110 01  DTL-LINE.
002120     05  FILLER                      PIC X(01) VALUE SPACE.
002130     05  DTL-ORDER-NUM               PIC 9(05).
002140     05  FILLER                      PIC X(06) VALUE SPACES.
002150     05  DTL-ORDER-DESC              PIC X(30).
002160     05  FILLER                      PIC X(02) VALUE SPACES.
002170     05  DTL-HOURS                   PIC ZZZ,ZZ9.99-.
002180     05  FILLER                      PIC X(02) VALUE SPACES.
002190     05  DTL-AMOUNT                  PIC Z,ZZZ,ZZ9.99-.
002200     05  FILLER                      PIC X(02) VALUE SPACES.
002210     05  DTL-FLAG                    PIC X(12).
002220
002230 01  SECT-TOTAL-LINE.
002240     05  FILLER                      PIC X(01) VALUE SPACE.
002250     05  FILLER                      PIC X(26)
002260             VALUE "  SECTION TOTAL ........".
002270     05  SECT-TOTAL-HOURS            PIC ZZZ,ZZ9.99-.
002280     05  FILLER                      PIC X(02) VALUE SPACES.
002290     05  SECT-TOTAL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
002300
002310 01  GRAND-TOTAL-LINE.
002320     05  FILLER                      PIC X(01) VALUE SPACE.
002330     05  FILLER                      PIC X(26)
002340             VALUE "GRAND TOTAL ............".
002350     05  GRAND-TOTAL-HOURS           PIC ZZZ,ZZ9.99-.
002360     05  FILLER                      PIC X(02) VALUE SPACES.
002370     05  GRAND-TOTAL-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
002380
002390 01  OPEN-TOTAL-LINE.
002400     05  FILLER                      PIC X(01) VALUE SPACE.
002410     05  FILLER                      PIC X(26)
002420             VALUE "  NOT YET EXTRACTED ....".
002430     05  OPEN-TOTAL-HOURS            PIC ZZZ,ZZ9.99-.
002440     05  FILLER                      PIC X(30)
002450             VALUE "  INCLUDED ABOVE, NOT VALUED".
002460
002470 01  NO-DATA-LINE                    PIC X(60)
002480         VALUE "NO JOB TICKETS FOUND FOR THE REQUESTED WEEK RANGE
002490-".".
002500
002510 PROCEDURE DIVISION.
002520
002530*-----------------------------------------------------------*
002540* 0000-MAINLINE                                              *
002550*-----------------------------------------------------------*
002560 0000-MAINLINE.
002570
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590
002600     SORT WORK-FIL
002610         ON ASCENDING KEY JW-SECTION JW-ORDER-NUM
002620         INPUT PROCEDURE IS 2000-BUILD-SORT-FILE THRU 2000-EXIT
002630         OUTPUT PROCEDURE IS 3000-PRINT-REPORT THRU 3000-EXIT.
002640
002650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002660
002670     GOBACK.
002680
002690*-----------------------------------------------------------*
002700* 1000-INITIALIZE                                            *
002710*-----------------------------------------------------------*
002720 1000-INITIALIZE.
002730
002740     DISPLAY "JTJCRPT - REPORT FROM WEEK ENDING (YYMMDD): ".
002750     ACCEPT JC-FROM-DATE.
002760     DISPLAY "JTJCRPT - REPORT THRU WEEK ENDING (YYMMDD): ".
002770     ACCEPT JC-THRU-DATE.
002780
002790     OPEN INPUT JT-FIL.
002800     IF JT-FIL-STATUS NOT = "00"
002810         DISPLAY "JTJCRPT - JOBTICRMS NOT AVAILABLE - STATUS "
002820                 JT-FIL-STATUS
002830         GOBACK
002840     END-IF.
002850
002860     OPEN INPUT DO-FIL.
002870     IF DO-FIL-STATUS NOT = "00"
002880         DISPLAY "JTJCRPT - DISMAS NOT AVAILABLE - STATUS "
002890                 DO-FIL-STATUS
002900         GOBACK
002910     END-IF.
002920
002930     OPEN INPUT MO-FIL.
002940     IF MO-FIL-STATUS NOT = "00"
002950         DISPLAY "JTJCRPT - MFGMAS NOT AVAILABLE - STATUS "
002960                 MO-FIL-STATUS
002970         GOBACK
002980     END-IF.
002990
003000     OPEN INPUT OC-FIL.
003010     IF OC-FIL-STATUS NOT = "00"
003020         DISPLAY "JTJCRPT - ORDCOST NOT AVAILABLE - "
003030         DISPLAY "          REPORTING UNEXTRACTED TICKETS ONLY"
003040         MOVE "N" TO JC-OC-AVAIL-SW
003050     END-IF.
003060
003070     OPEN OUTPUT PRINT-FIL.
003080
003090     MOVE JC-FROM-DATE TO HDR1-FROM-DATE.
003100     MOVE JC-THRU-DATE TO HDR1-THRU-DATE.
003110
003120 1000-EXIT.
003130     EXIT.
003140
003150*-----------------------------------------------------------*
003160* 2000-BUILD-SORT-FILE                                       *
003170*     PAID LABOR COMES OFF THE ORDER COST LEDGER, WHICH       *
003180*     JTEXPRT POSTS AT THE HOURS AND DOLLARS IT SENT TO       *
003190*     PAYROLL, SO ARCHIVED WEEKS STILL REPORT.  THE LEDGER IS *
003200*     KEYED BY ORDER, SO IT IS READ THROUGH AND EACH RECORD   *
003210*     TESTED AGAINST THE WEEK RANGE.  LABOR NOT YET EXTRACTED *
003220*     IS ONLY ON JOBTICRMS - JT-FIL IS STARTED ON THE FROM    *
003230*     WEEK AND THOSE TICKETS' DETAIL LINES ARE RELEASED AT    *
003240*     HOURS ONLY THROUGH THE THRU WEEK.                       *
003250*-----------------------------------------------------------*
003260 2000-BUILD-SORT-FILE.
003270
003280     MOVE JC-FROM-DATE TO JT-WK-END-DATE.
003290     MOVE 0 TO JT-BADGE-NUM.
003300
003310     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
003320         INVALID KEY
003330             MOVE "Y" TO JC-EOF-SW
003340     END-START.
003350
003360     IF NOT JC-EOF
003370         PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT
003380     END-IF.
003390
003400     PERFORM 2200-PROCESS-TICKET THRU 2200-EXIT
003410         UNTIL JC-EOF.
003420
003430     IF NOT JC-OC-AVAIL
003440         GO TO 2000-EXIT
003450     END-IF.
003460
003470     PERFORM 2400-READ-NEXT-LEDGER THRU 2400-EXIT.
003480
003490     PERFORM 2500-PROCESS-LEDGER THRU 2500-EXIT
003500         UNTIL JC-OC-EOF.
003510
003520 2000-EXIT.
003530     EXIT.
003540
003550 2100-READ-NEXT-TICKET.
003560
003570     READ JT-FIL NEXT RECORD
003580         AT END
003590             MOVE "Y" TO JC-EOF-SW
003600     END-READ.
003610
003620 2100-EXIT.
003630     EXIT.
003640
003650 2200-PROCESS-TICKET.
003660
003670     IF JT-WK-END-DATE > JC-THRU-DATE
003680         MOVE "Y" TO JC-EOF-SW
003690         GO TO 2200-EXIT
003700     END-IF.
003710
003720     IF JT-EXTRACTED
003730         PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT
003740         GO TO 2200-EXIT
003750     END-IF.
003760
003770     PERFORM 2300-RELEASE-DETAIL-LINE THRU 2300-EXIT
003780         VARYING JC-DTL-SUB FROM 1 BY 1
003790         UNTIL JC-DTL-SUB > JT-DTL-CNT.
003800
003810     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
003820
003830 2200-EXIT.
003840     EXIT.
003850
003860*-----------------------------------------------------------*
003870* 2300-RELEASE-DETAIL-LINE                                   *
003880*     A LINE CHARGED TO BOTH A DISTRIBUTION AND A             *
003890*     MANUFACTURING ORDER IS RELEASED UNDER EACH; A LINE      *
003900*     CHARGED TO NEITHER IS RELEASED AS UNORDERED TIME.       *
003910*     THE GRAND TOTAL IS FOOTED HERE, ONCE PER DETAIL LINE,   *
003920*     SO A DUAL-CHARGED LINE DOES NOT COUNT TWICE THE WAY IT  *
003930*     PROPERLY DOES IN THE PER-VIEW SECTION TOTALS.  THE      *
003940*     LINE IS NOT YET PAID, SO IT CARRIES NO DOLLARS.         *
003950*-----------------------------------------------------------*
003960 2300-RELEASE-DETAIL-LINE.
003970
003980     MOVE JT-HOURS (JC-DTL-SUB) TO JW-HOURS.
003990     MOVE 0 TO JW-AMOUNT.
004000     ADD JT-HOURS (JC-DTL-SUB) TO JC-GRAND-TOTAL JC-OPEN-TOTAL.
004010
004020     IF JT-DIS-NUM (JC-DTL-SUB) = 0
004030         AND JT-MFG-NUM (JC-DTL-SUB) = 0
004040         MOVE 3 TO JW-SECTION
004050         MOVE 0 TO JW-ORDER-NUM
004060         RELEASE WORK-REC
004070         GO TO 2300-EXIT
004080     END-IF.
004090
004100     IF JT-DIS-NUM (JC-DTL-SUB) NOT = 0
004110         MOVE 1 TO JW-SECTION
004120         MOVE JT-DIS-NUM (JC-DTL-SUB) TO JW-ORDER-NUM
004130         RELEASE WORK-REC
004140     END-IF.
004150
004160     IF JT-MFG-NUM (JC-DTL-SUB) NOT = 0
004170         MOVE 2 TO JW-SECTION
004180         MOVE JT-MFG-NUM (JC-DTL-SUB) TO JW-ORDER-NUM
004190         RELEASE WORK-REC
004200     END-IF.
004210
004220 2300-EXIT.
004230     EXIT.
004240
004250 2400-READ-NEXT-LEDGER.
004260
004270     READ OC-FIL NEXT RECORD
004280         AT END
004290             MOVE "Y" TO JC-OC-EOF-SW
004300     END-READ.
004310
004320 2400-EXIT.
004330     EXIT.
004340
004350*-----------------------------------------------------------*
004360* 2500-PROCESS-LEDGER                                        *
004370*     ONE SORT RECORD PER LEDGER RECORD IN THE WEEK RANGE.    *
004380*     A DUAL-CHARGED LINE IS ON THE LEDGER UNDER BOTH ITS     *
004390*     ORDERS, WITH THE MFG RECORD CARRYING IT AGAIN AS        *
004400*     SHARED, SO THE GRAND TOTAL BACKS THE SHARED HOURS AND   *
004410*     DOLLARS OUT TO COUNT THEM ONCE.                         *
004420*-----------------------------------------------------------*
004430 2500-PROCESS-LEDGER.
004440
004450     IF OC-WK-END-DATE < JC-FROM-DATE
004460        OR OC-WK-END-DATE > JC-THRU-DATE
004470         PERFORM 2400-READ-NEXT-LEDGER THRU 2400-EXIT
004480         GO TO 2500-EXIT
004490     END-IF.
004500
004510     EVALUATE TRUE
004520         WHEN OC-DIS-ORDER
004530             MOVE 1 TO JW-SECTION
004540         WHEN OC-MFG-ORDER
004550             MOVE 2 TO JW-SECTION
004560         WHEN OTHER
004570             MOVE 3 TO JW-SECTION
004580     END-EVALUATE.
004590
004600     MOVE OC-ORDER-NUM TO JW-ORDER-NUM.
004610     COMPUTE JW-HOURS = OC-REG-HRS + OC-PREM-HRS.
004620     COMPUTE JW-AMOUNT = OC-REG-AMT + OC-PREM-AMT.
004630     RELEASE WORK-REC.
004640
004650     COMPUTE JC-GRAND-TOTAL =
004660         JC-GRAND-TOTAL + JW-HOURS - OC-SHARED-HRS.
004670     COMPUTE JC-GRAND-AMOUNT =
004680         JC-GRAND-AMOUNT + JW-AMOUNT - OC-SHARED-AMT.
004690
004700     PERFORM 2400-READ-NEXT-LEDGER THRU 2400-EXIT.
004710
004720 2500-EXIT.
004730     EXIT.
004740
004750*-----------------------------------------------------------*
004760* 3000-PRINT-REPORT                                          *
004770*     CONTROL-BREAK REPORT OFF THE SORTED WORK FILE - ONE     *
004780*     LINE PER ORDER WITH ITS FOOTED HOURS, A SECTION TOTAL   *
004790*     AT EACH SECTION CHANGE, AND A GRAND TOTAL AT END.       *
004800*-----------------------------------------------------------*
004810 3000-PRINT-REPORT.
004820
004830     PERFORM 3100-RETURN-NEXT-LINE THRU 3100-EXIT.
004840
004850     IF JC-SORT-EOF
004860         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
004870         MOVE NO-DATA-LINE TO PRINT-LINE
004880         WRITE PRINT-LINE
004890     ELSE
004900         PERFORM 3200-PROCESS-LINE THRU 3200-EXIT
004910             UNTIL JC-SORT-EOF
004920         PERFORM 3500-PRINT-ORDER-TOTAL THRU 3500-EXIT
004930         PERFORM 3550-PRINT-SECTION-TOTAL THRU 3550-EXIT
004940         PERFORM 3600-PRINT-GRAND-TOTAL THRU 3600-EXIT
004950     END-IF.
004960
004970 3000-EXIT.
004980     EXIT.
004990
005000 3100-RETURN-NEXT-LINE.
005010
005020     RETURN WORK-FIL
005030         AT END
005040             MOVE "Y" TO JC-SORT-EOF-SW
005050     END-RETURN.
005060
005070 3100-EXIT.
005080     EXIT.
005090
005100 3200-PROCESS-LINE.
005110
005120     IF JC-FIRST-GROUP-SW = "Y"
005130         MOVE JW-SECTION TO JC-CURR-SECTION
005140         MOVE JW-ORDER-NUM TO JC-CURR-ORDER-NUM
005150         MOVE "N" TO JC-FIRST-GROUP-SW
005160         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
005170         PERFORM 3450-PRINT-SECTION-HEADER THRU 3450-EXIT
005180     END-IF.
005190
005200     IF JW-SECTION NOT = JC-CURR-SECTION
005210         PERFORM 3500-PRINT-ORDER-TOTAL THRU 3500-EXIT
005220         PERFORM 3550-PRINT-SECTION-TOTAL THRU 3550-EXIT
005230         MOVE JW-SECTION TO JC-CURR-SECTION
005240         MOVE JW-ORDER-NUM TO JC-CURR-ORDER-NUM
005250         PERFORM 3450-PRINT-SECTION-HEADER THRU 3450-EXIT
005260     ELSE
005270         IF JW-ORDER-NUM NOT = JC-CURR-ORDER-NUM
005280             PERFORM 3500-PRINT-ORDER-TOTAL THRU 3500-EXIT
005290             MOVE JW-ORDER-NUM TO JC-CURR-ORDER-NUM
005300         END-IF
005310     END-IF.
005320
005330     ADD JW-HOURS TO JC-ORDER-TOTAL JC-SECT-TOTAL.
005340     ADD JW-AMOUNT TO JC-ORDER-AMOUNT JC-SECT-AMOUNT.
005350
005360     PERFORM 3100-RETURN-NEXT-LINE THRU 3100-EXIT.
005370
005380 3200-EXIT.
005390     EXIT.
005400
005410 3400-PRINT-HEADINGS.
005420
005430     ADD 1 TO JC-PAGE-NO.
005440     MOVE JC-PAGE-NO TO HDR1-PAGE-NO.
005450     WRITE PRINT-LINE FROM HDR1-LINE.
005460     WRITE PRINT-LINE FROM HDR2-LINE.
005470     MOVE 2 TO JC-LINE-CNT.
005480
005490 3400-EXIT.
005500     EXIT.
005510
005520 3450-PRINT-SECTION-HEADER.
005530
005540     EVALUATE JC-CURR-SECTION
005550         WHEN 1
005560             WRITE PRINT-LINE FROM SECT1-HDR-LINE
005570         WHEN 2
005580             WRITE PRINT-LINE FROM SECT2-HDR-LINE
005590         WHEN 3
005600             WRITE PRINT-LINE FROM SECT3-HDR-LINE
005610     END-EVALUATE.
005620
005630     ADD 1 TO JC-LINE-CNT.
005640
005650 3450-EXIT.
005660     EXIT.
005670
005680*-----------------------------------------------------------*
005690* 3500-PRINT-ORDER-TOTAL                                     *
005700*     PRINTS THE FOOTED HOURS FOR THE ORDER JUST ENDED,       *
005710*     PULLING ITS DESCRIPTION AND STATUS FROM THE PROPER      *
005720*     MASTER AND FLAGGING AN INACTIVE OR UNKNOWN ORDER.       *
005730*-----------------------------------------------------------*
005740 3500-PRINT-ORDER-TOTAL.
005750
005760     IF JC-LINE-CNT > 55
005770         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
005780         PERFORM 3450-PRINT-SECTION-HEADER THRU 3450-EXIT
005790     END-IF.
005800
005810     MOVE SPACES TO DTL-LINE.
005820     MOVE JC-CURR-ORDER-NUM TO DTL-ORDER-NUM.
005830     PERFORM 3700-LOOK-UP-ORDER THRU 3700-EXIT.
005840     MOVE JC-ORDER-TOTAL TO DTL-HOURS.
005850     MOVE JC-ORDER-AMOUNT TO DTL-AMOUNT.
005860     WRITE PRINT-LINE FROM DTL-LINE.
005870     ADD 1 TO JC-LINE-CNT.
005880
005890     MOVE 0 TO JC-ORDER-TOTAL.
005900     MOVE 0 TO JC-ORDER-AMOUNT.
005910
005920 3500-EXIT.
005930     EXIT.
005940
005950 3550-PRINT-SECTION-TOTAL.
005960
005970     MOVE JC-SECT-TOTAL TO SECT-TOTAL-HOURS.
005980     MOVE JC-SECT-AMOUNT TO SECT-TOTAL-AMOUNT.
005990     WRITE PRINT-LINE FROM SECT-TOTAL-LINE.
006000     ADD 1 TO JC-LINE-CNT.
006010     MOVE 0 TO JC-SECT-TOTAL.
006020     MOVE 0 TO JC-SECT-AMOUNT.
006030
006040 3550-EXIT.
006050     EXIT.
006060
006070 3600-PRINT-GRAND-TOTAL.
006080
006090     MOVE JC-GRAND-TOTAL TO GRAND-TOTAL-HOURS.
006100     MOVE JC-GRAND-AMOUNT TO GRAND-TOTAL-AMOUNT.
006110     WRITE PRINT-LINE FROM GRAND-TOTAL-LINE.
006120
006130     IF JC-OPEN-TOTAL NOT = 0
006140         MOVE JC-OPEN-TOTAL TO OPEN-TOTAL-HOURS
006150         WRITE PRINT-LINE FROM OPEN-TOTAL-LINE
006160     END-IF.
006170
006180 3600-EXIT.
006190     EXIT.
006200
006210*-----------------------------------------------------------*
006220* 3700-LOOK-UP-ORDER                                         *
006230*     FILLS THE ORDER LINE'S DESCRIPTION AND FLAG FROM THE    *
006240*     MASTER THAT GOES WITH THE CURRENT SECTION.              *
006250*-----------------------------------------------------------*
006260 3700-LOOK-UP-ORDER.
006270
006280     EVALUATE JC-CURR-SECTION
006290
006300         WHEN 1
006310             MOVE JC-CURR-ORDER-NUM TO DO-DIS-NUM
006320             READ DO-FIL
006330                 INVALID KEY
006340                     MOVE "** NOT ON ORDER MASTER **"
006350                         TO DTL-ORDER-DESC
006360                     GO TO 3700-EXIT
006370             END-READ
006380             MOVE DO-DIS-DESC TO DTL-ORDER-DESC
006390             IF NOT DO-DIS-ACTIVE
006400                 MOVE "*INACTIVE*" TO DTL-FLAG
006410             END-IF
006420
006430         WHEN 2
006440             MOVE JC-CURR-ORDER-NUM TO MO-MFG-NUM
006450             READ MO-FIL
006460                 INVALID KEY
006470                     MOVE "** NOT ON ORDER MASTER **"
006480                         TO DTL-ORDER-DESC
006490                     GO TO 3700-EXIT
006500             END-READ
006510             MOVE MO-MFG-DESC TO DTL-ORDER-DESC
006520             IF NOT MO-MFG-ACTIVE
006530                 MOVE "*INACTIVE*" TO DTL-FLAG
006540             END-IF
006550
006560         WHEN 3
006570             MOVE "NOT CHARGED TO ANY ORDER"
006580                 TO DTL-ORDER-DESC
006590
006600     END-EVALUATE.
006610
006620 3700-EXIT.
006630     EXIT.
006640
006650*-----------------------------------------------------------*
006660* 9000-TERMINATE                                             *
006670*-----------------------------------------------------------*
006680 9000-TERMINATE.
006690
006700     CLOSE JT-FIL.
006710
006720     IF JC-OC-AVAIL
006730         CLOSE OC-FIL
006740     END-IF.
006750
006760     CLOSE DO-FIL.
006770     CLOSE MO-FIL.
006780     CLOSE PRINT-FIL.
006790
006800 9000-EXIT.
006810     EXIT.
