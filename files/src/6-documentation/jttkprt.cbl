000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTTKPRT.
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
000200* %(  New program.  Prints the floor's pre-filled turnaround
000210*     job tickets for the CA-WEEK-OPEN week, so a badge or an
000220*     order number no longer has to be copied by hand onto a
000230*     blank ticket.  One ticket prints for each active badge
000240*     on EMPMAS, carrying the name and home cost center and
000250*     one numbered line for each different activity, PL, DIS
000260*     order, MFG order, and op code the badge charged in the
000270*     four SHOPCAL weeks before the open week, on JOBTICRMS
000280*     or JOBTICRMS-HIST.  A line whose DIS or MFG order is no
000290*     longer active on its master is left off, and a ticket
000300*     stops at thirty lines like any other.
000310*
000320*     Each ticket carries a serial - the week-ending date and
000330*     the ticket's number in the run - and each line its line
000340*     number.  Every printed line is written to TKTSER (see
000350*     JTTSSEL/JTTSLY), so the floor returns only the serial,
000360*     line, and hours on JTTKRTN and JTBLOAD fills in the
000370*     rest.  Running again for the same week clears the
000380*     week's serials and prints the tickets afresh, unless
000390*     any line of the week has already been loaded.  The run
000400*     is recorded on JTRUNCTL under the week.  )%
000410
000420 ENVIRONMENT DIVISION.
000430
000440 CONFIGURATION SECTION.
000450
000460 SOURCE-COMPUTER.
000470     DECSYSTEM-20.
000480
000490 OBJECT-COMPUTER.
000500     DECSYSTEM-20.
000510
000520 INPUT-OUTPUT SECTION.
000530
000540 FILE-CONTROL.
000550     COPY jtsel.
000560
000570     SELECT JT-HIST-FIL ASSIGN TO "JOBTICRMS-HIST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS AR-ARCH-KEY
000610         FILE STATUS IS AR-HIST-STATUS.
000620
000630     COPY jtempsel.
000640
000650     COPY jtdissel.
000660
000670     COPY jtmfgsel.
000680
000690     COPY jtcalsel.
000700
000710     COPY jtrcsel.
000720
000730     COPY jttssel.
000740
000750     SELECT WORK-FIL ASSIGN TO "TXSORT"
000760         .
000770
000780     SELECT PRINT-FIL ASSIGN TO "JTTKPRT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS PRT-FIL-STATUS.
000810
000820 DATA DIVISION.
000830
000840 FILE SECTION.
000850
000860 FD  JT-FIL
000870     LABEL RECORDS ARE STANDARD.
000880
000890 01  JT-REC.
000900     COPY jtrecly.
000910
000920 FD  JT-HIST-FIL
000930     LABEL RECORDS ARE STANDARD.
000940
000950 01  JT-HIST-REC.
000960     05  AR-ARCH-KEY.
000970         10  AR-ARCH-WK-END-DATE     PIC 9(06).
000980         10  AR-ARCH-BADGE-NUM       PIC 9(07).
000990     COPY jtrecly
001000         REPLACING ==JT-TICKET-KEY==   BY ==AR-D-TICKET-KEY==
001010                   ==JT-NAME==         BY ==AR-D-NAME==
001020                   ==JT-BADGE-NUM==    BY ==AR-D-BADGE-NUM==
001030                   ==JT-COST-CENTER==  BY ==AR-D-COST-CENTER==
001040                   ==JT-WK-END-DATE==  BY ==AR-D-WK-END-DATE==
001050                   ==JT-TOTAL-HRS==    BY ==AR-D-TOTAL-HRS==
001060                   ==JT-STATUS==       BY ==AR-D-STATUS==
001070                   ==JT-ENTERED==      BY ==AR-D-ENTERED==
001080                   ==JT-APPROVED==     BY ==AR-D-APPROVED==
001090                   ==JT-HELD==         BY ==AR-D-HELD==
001100                   ==JT-EXTRACTED==    BY ==AR-D-EXTRACTED==
001110                   ==JT-ORIG-TICKET-KEY==
001120                                  BY ==AR-D-ORIG-TICKET-KEY==
001130                   ==JT-ORIG-WK-END-DATE==
001140                                  BY ==AR-D-ORIG-WK-END-DATE==
001150                   ==JT-ORIG-BADGE-NUM==
001160                                  BY ==AR-D-ORIG-BADGE-NUM==
001170                   ==JT-DTL-CNT==      BY ==AR-D-DTL-CNT==
001180                   ==JT-DETAIL-LINES== BY ==AR-D-DETAIL-LINES==
001190                   ==JT-ACTIV-CD==     BY ==AR-D-ACTIV-CD==
001200                   ==JT-PL-NUM==       BY ==AR-D-PL-NUM==
001210                   ==JT-DIS-NUM==      BY ==AR-D-DIS-NUM==
001220                   ==JT-MFG-NUM==      BY ==AR-D-MFG-NUM==
001230                   ==JT-HOURS==        BY ==AR-D-HOURS==
001240                   ==JT-OP-CD==        BY ==AR-D-OP-CD==.
001250
001260 FD  EM-FIL
001270     LABEL RECORDS ARE STANDARD.
001280
001290 01  EM-REC.
001300     COPY jtemply.
001310
001320 FD  DO-FIL
001330     LABEL RECORDS ARE STANDARD.
001340
001350 01  DO-REC.
001360     COPY jtdisly.
001370
001380 FD  MO-FIL
001390     LABEL RECORDS ARE STANDARD.
001400
001410 01  MO-REC.
001420     COPY jtmfgly.
001430
001440 FD  CA-FIL
001450     LABEL RECORDS ARE STANDARD.
001460
001470 01  CA-REC.
001480     COPY jtcally.
001490
001500 FD  RC-FIL
001510     LABEL RECORDS ARE STANDARD.
001520
001530 01  RC-REC.
001540     COPY jtrcly.
001550
001560 FD  TS-FIL
001570     LABEL RECORDS ARE STANDARD.
001580
001590 01  TS-REC.
001600     COPY jttsly.
001610
001620*-----------------------------------------------------------*
001630* SORT WORK FILE - ONE ENTRY PER DETAIL LINE CHARGED IN THE  *
001640* RECENT WEEKS, SORTED BY BADGE SO IT MATCHES EMPMAS, THEN   *
001650* BY THE LINE ITSELF SO REPEATS OF A LINE COME TOGETHER.     *
001660*-----------------------------------------------------------*
001670 SD  WORK-FIL.
001680
001690 01  WORK-REC.
001700     05  TX-BADGE-NUM                PIC 9(07).
001710     05  TX-LINE-DATA.
001720         10  TX-DIS-NUM              PIC 9(05).
001730         10  TX-MFG-NUM              PIC 9(05).
001740         10  TX-ACTIV-CD             PIC X(04).
001750         10  TX-PL-NUM               PIC X(04).
001760         10  TX-OP-CD                PIC X(04).
001770
001780 FD  PRINT-FIL
001790     LABEL RECORDS ARE STANDARD
001800     RECORD CONTAINS 132 CHARACTERS.
001810
001820 01  PRINT-LINE                      PIC X(132).
001830
001840 WORKING-STORAGE SECTION.
001850     COPY jtstat.
001860
001870     COPY jtempst.
001880
001890     COPY jtdisst.
001900
001910     COPY jtmfgst.
001920
001930     COPY jtcalst.
001940
001950     COPY jtrcst.
001960
001970     COPY jttsst.
001980
001990 01  AR-HIST-STATUS                  PIC X(02).
002000     88  AR-HIST-OK                  VALUE "00".
002010     88  AR-HIST-NOTFOUND            VALUE "35".
002020
002030 01  PRT-FIL-STATUS                  PIC X(02).
002040
002050 01  TK-EOF-SW                       PIC X(01) VALUE "N".
002060     88  TK-EOF                      VALUE "Y".
002070
002080 01  TK-HIST-EOF-SW                  PIC X(01) VALUE "N".
002090     88  TK-HIST-EOF                 VALUE "Y".
002100
002110 01  TK-HIST-AVAIL-SW                PIC X(01) VALUE "Y".
002120     88  TK-HIST-AVAIL               VALUE "Y".
002130
002140 01  TK-EMP-EOF-SW                   PIC X(01) VALUE "N".
002150     88  TK-EMP-EOF                  VALUE "Y".
002160
002170 01  TK-SORT-EOF-SW                  PIC X(01) VALUE "N".
002180     88  TK-SORT-EOF                 VALUE "Y".
002190
002200 01  TK-SER-EOF-SW                   PIC X(01) VALUE "N".
002210     88  TK-SER-EOF                  VALUE "Y".
002220
002230 01  TK-WEEK-FOUND-SW                PIC X(01) VALUE "N".
002240     88  TK-WEEK-FOUND               VALUE "Y".
002250
002260 01  TK-LOADED-SW                    PIC X(01) VALUE "N".
002270     88  TK-WEEK-LOADED              VALUE "Y".
002280
002290 01  TK-ORDER-OK-SW                  PIC X(01).
002300     88  TK-ORDER-OK                 VALUE "Y".
002310
002320 01  TK-WK-END-DATE                  PIC 9(06) VALUE 0.
002330
002340 01  TK-SCAN-WK                      PIC 9(06).
002350
002360 01  TK-RUN-DATE                     PIC 9(06).
002370
002380*-----------------------------------------------------------*
002390* THE SHOPCAL WEEKS BEFORE THE OPEN WEEK WHOSE CHARGES FILL  *
002400* THE TICKETS, OLDEST FIRST.  A SHORT CALENDAR LEAVES THE    *
002410* FIRST ENTRIES ZERO.                                        *
002420*-----------------------------------------------------------*
002430 01  TK-RECENT-WEEKS.
002440     05  TK-RECENT-WK                PIC 9(06) OCCURS 4 TIMES.
002450
002460 01  TK-WK-SUB                       PIC 9(02) COMP.
002470
002480 01  TK-DTL-SUB                      PIC 9(04) COMP.
002490
002500 01  TK-PREV-DATA                    PIC X(22).
002510
002520 01  TK-TICKET-NO                    PIC 9(04) VALUE 0.
002530
002540 01  TK-LINE-NO                      PIC 9(02) VALUE 0.
002550
002560 01  TK-SERIAL                       PIC 9(10).
002570
002580 01  TK-TKT-READ-CNT                 PIC 9(07) COMP VALUE 0.
002590
002600 01  TK-TICKET-CNT                   PIC 9(07) COMP VALUE 0.
002610
002620 01  TK-BLANK-CNT                    PIC 9(07) COMP VALUE 0.
002630
002640 01  TK-LINE-CNT-TOT                 PIC 9(07) COMP VALUE 0.
002650
002660 01  TK-INACTIVE-CNT                 PIC 9(07) COMP VALUE 0.
002670
002680 01  TK-OVER-CNT                     PIC 9(07) COMP VALUE 0.
002690
002700 01  TK-PURGE-CNT                    PIC 9(07) COMP VALUE 0.
002710
002720 01  TK-WRITE-ERR-CNT                PIC 9(07) COMP VALUE 0.
002730
002740 01  TK-LINE-CNT                     PIC 9(03) VALUE 99.
002750
002760 01  TK-PAGE-NO                      PIC 9(03) VALUE 0.
002770
002780 01  HDR1-LINE.
002790     05  FILLER                      PIC X(01) VALUE SPACE.
002800     05  FILLER                      PIC X(40)
002810             VALUE "JTTKPRT - PRE-FILLED JOB TICKET".
002820     05  FILLER                      PIC X(12)
002830             VALUE "WEEK ENDING ".
002840     05  HDR1-WK-END-DATE            PIC 9(06).
002850     05  FILLER                      PIC X(04) VALUE SPACES.
002860     05  FILLER                      PIC X(10) VALUE "RUN DATE ".
002870     05  HDR1-RUN-DATE               PIC 9(06).
002880     05  FILLER                      PIC X(10) VALUE SPACES.
002890     05  FILLER                      PIC X(05) VALUE "PAGE ".
002900     05  HDR1-PAGE-NO                PIC ZZ9.
002910
002920 01  TKT-HEAD-LINE.
002930     05  FILLER                      PIC X(01) VALUE SPACE.
002940     05  FILLER                      PIC X(07) VALUE "SERIAL ".
002950     05  TH-SERIAL                   PIC 9(10).
002960     05  FILLER                      PIC X(04) VALUE SPACES.
002970     05  FILLER                      PIC X(06) VALUE "BADGE ".
002980     05  TH-BADGE-NUM                PIC 9(07).
002990     05  FILLER                      PIC X(04) VALUE SPACES.
003000     05  FILLER                      PIC X(05) VALUE "NAME ".
003010     05  TH-NAME                     PIC X(30).
003020     05  FILLER                      PIC X(04) VALUE SPACES.
003030     05  FILLER                      PIC X(09) VALUE "COST CTR ".
003040     05  TH-COST-CENTER              PIC X(04).
003050
003060 01  COL-HEAD-LINE.
003070     05  FILLER                      PIC X(01) VALUE SPACE.
003080     05  FILLER                      PIC X(06) VALUE "LINE".
003090     05  FILLER                      PIC X(07) VALUE "ACTIV".
003100     05  FILLER                      PIC X(06) VALUE "PL".
003110     05  FILLER                      PIC X(09) VALUE "DIS ORD".
003120     05  FILLER                      PIC X(09) VALUE "MFG ORD".
003130     05  FILLER                      PIC X(06) VALUE "OP".
003140     05  FILLER                      PIC X(06) VALUE "HOURS".
003150
003160 01  DTL-LINE.
003170     05  FILLER                      PIC X(01) VALUE SPACE.
003180     05  DTL-LINE-NO                 PIC 9(02).
003190     05  FILLER                      PIC X(04) VALUE SPACES.
003200     05  DTL-ACTIV-CD                PIC X(04).
003210     05  FILLER                      PIC X(03) VALUE SPACES.
003220     05  DTL-PL-NUM                  PIC X(04).
003230     05  FILLER                      PIC X(02) VALUE SPACES.
003240     05  DTL-DIS-NUM                 PIC ZZZZZ.
003250     05  FILLER                      PIC X(04) VALUE SPACES.
003260     05  DTL-MFG-NUM                 PIC ZZZZZ.
003270     05  FILLER                      PIC X(04) VALUE SPACES.
003280     05  DTL-OP-CD                   PIC X(04).
003290     05  FILLER                      PIC X(02) VALUE SPACES.
003300     05  FILLER                      PIC X(06) VALUE "___.__".
003310
003320 01  NO-LINES-LINE                   PIC X(60)
003330         VALUE " NO CHARGES IN THE RECENT WEEKS TO PRE-FILL.".
003340
003350 01  FOOT1-LINE.
003360     05  FILLER                      PIC X(01) VALUE SPACE.
003370     05  FILLER                      PIC X(22)
003380             VALUE "TOTAL HOURS ______".
003390     05  FILLER                      PIC X(36)
003400             VALUE "EMPLOYEE ____________________".
003410     05  FILLER                      PIC X(31)
003420             VALUE "SUPERVISOR ____________________".
003430
003440 01  FOOT2-LINE                      PIC X(60)
003450         VALUE " ENTER THE HOURS ON EACH LINE WORKED.".
003460
003470 01  FOOT3-LINE                      PIC X(60)
003480         VALUE " WORK NOT LISTED GOES ON A BLANK TICKET.".
003490
003500 01  SUMMARY-LINE.
003510     05  FILLER                      PIC X(01) VALUE SPACE.
003520     05  SUM-LABEL                   PIC X(40).
003530     05  SUM-COUNT                   PIC ZZZ,ZZ9.
003540
003550 01  NO-HIST-LINE                    PIC X(60)
003560         VALUE " JOBTICRMS-HIST NOT ON FILE - LIVE TICKETS ONLY.".
003570
003580 PROCEDURE DIVISION.
003590
003600*-----------------------------------------------------------*
003610* 0000-MAINLINE                                              *
003620*-----------------------------------------------------------*
003630 0000-MAINLINE.
003640
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003660
003670     SORT WORK-FIL
003680         ON ASCENDING KEY TX-BADGE-NUM TX-DIS-NUM TX-MFG-NUM
003690                          TX-ACTIV-CD TX-PL-NUM TX-OP-CD
003700         INPUT PROCEDURE IS 2000-COLLECT-CHARGES THRU 2000-EXIT
003710         OUTPUT PROCEDURE IS 5000-PRINT-TICKETS THRU 5000-EXIT.
003720
003730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003740
003750     GOBACK.
003760
003770*-----------------------------------------------------------*
003780* 1000-INITIALIZE                                            *
003790*     THE WEEK IS THE OPEN WEEK ON SHOPCAL.  ITS SERIALS ARE  *
003800*     CHECKED FOR LOADED LINES BEFORE THE RUN IS POSTED, SO   *
003810*     A REFUSED RERUN LEAVES THE EARLIER RUN'S RECORD AS IT   *
003820*     WAS.                                                    *
003830*-----------------------------------------------------------*
003840 1000-INITIALIZE.
003850
003860     MOVE ZEROS TO TK-RECENT-WEEKS.
003870
003880     PERFORM 1100-FIND-OPEN-WEEK THRU 1100-EXIT.
003890
003900     PERFORM 7000-OPEN-RUN-CONTROL THRU 7000-EXIT.
003910
003920     OPEN I-O TS-FIL.
003930     IF TS-FIL-NOTFOUND
003940         CLOSE TS-FIL
003950         OPEN OUTPUT TS-FIL
003960         CLOSE TS-FIL
003970         OPEN I-O TS-FIL
003980     END-IF.
003990
004000     IF TS-FIL-STATUS NOT = "00"
004010         DISPLAY "JTTKPRT - TKTSER NOT AVAILABLE - STATUS "
004020                 TS-FIL-STATUS
004030         GOBACK
004040     END-IF.
004050
004060     PERFORM 1400-CHECK-WEEK-SERIALS THRU 1400-EXIT.
004070
004080     IF TK-WEEK-LOADED
004090         DISPLAY "JTTKPRT - TICKETS FOR WEEK " TK-WK-END-DATE
004100                 " ARE ALREADY BEING LOADED"
004110         DISPLAY "JTTKPRT - TICKETS NOT REPRINTED."
004120         CLOSE TS-FIL
004130         CLOSE RC-FIL
004140         GOBACK
004150     END-IF.
004160
004170     PERFORM 7200-POST-RUN-START THRU 7200-EXIT.
004180
004190     OPEN INPUT JT-FIL.
004200     IF JT-FIL-STATUS NOT = "00"
004210         DISPLAY "JTTKPRT - JOBTICRMS NOT AVAILABLE - STATUS "
004220                 JT-FIL-STATUS
004230         GOBACK
004240     END-IF.
004250
004260     OPEN INPUT JT-HIST-FIL.
004270     IF AR-HIST-NOTFOUND
004280         DISPLAY "JTTKPRT - JOBTICRMS-HIST NOT ON FILE - "
004290         DISPLAY "          PRE-FILLING FROM LIVE TICKETS ONLY"
004300         MOVE "N" TO TK-HIST-AVAIL-SW
004310     ELSE
004320         IF AR-HIST-STATUS NOT = "00"
004330             DISPLAY "JTTKPRT - JOBTICRMS-HIST NOT AVAILABLE - "
004340                     "STATUS " AR-HIST-STATUS
004350             GOBACK
004360         END-IF
004370     END-IF.
004380
004390     OPEN INPUT EM-FIL.
004400     IF EM-FIL-STATUS NOT = "00"
004410         DISPLAY "JTTKPRT - EMPMAS NOT AVAILABLE - STATUS "
004420                 EM-FIL-STATUS
004430         GOBACK
004440     END-IF.
004450
004460     OPEN INPUT DO-FIL.
004470     IF DO-FIL-STATUS NOT = "00"
004480         DISPLAY "JTTKPRT - DISMAS NOT AVAILABLE - STATUS "
004490                 DO-FIL-STATUS
004500         GOBACK
004510     END-IF.
004520
004530     OPEN INPUT MO-FIL.
004540     IF MO-FIL-STATUS NOT = "00"
004550         DISPLAY "JTTKPRT - MFGMAS NOT AVAILABLE - STATUS "
004560                 MO-FIL-STATUS
004570         GOBACK
004580     END-IF.
004590
004600     PERFORM 1500-PURGE-WEEK-SERIALS THRU 1500-EXIT.
004610
004620     OPEN OUTPUT PRINT-FIL.
004630
004640     ACCEPT TK-RUN-DATE FROM DATE.
004650
004660 1000-EXIT.
004670     EXIT.
004680
004690*-----------------------------------------------------------*
004700* 1100-FIND-OPEN-WEEK                                        *
004710*     WALKS SHOPCAL FOR THE ONE WEEK CARRYING CA-WEEK-OPEN,   *
004720*     KEEPING THE WEEKS PASSED ON THE WAY AS THE RECENT       *
004730*     WEEKS.  NO OPEN WEEK, NO TICKETS.                       *
004740*-----------------------------------------------------------*
004750 1100-FIND-OPEN-WEEK.
004760
004770     OPEN INPUT CA-FIL.
004780     IF CA-FIL-STATUS NOT = "00"
004790         DISPLAY "JTTKPRT - SHOPCAL NOT AVAILABLE - STATUS "
004800                 CA-FIL-STATUS
004810         GOBACK
004820     END-IF.
004830
004840     MOVE 0 TO CA-WK-END-DATE.
004850
004860     START CA-FIL KEY IS NOT LESS THAN CA-WK-END-DATE
004870         INVALID KEY
004880             MOVE "Y" TO TK-EOF-SW
004890     END-START.
004900
004910     PERFORM 1200-CHECK-WEEK THRU 1200-EXIT
004920         UNTIL TK-EOF
004930            OR TK-WEEK-FOUND.
004940
004950     CLOSE CA-FIL.
004960     MOVE "N" TO TK-EOF-SW.
004970
004980     IF NOT TK-WEEK-FOUND
004990         DISPLAY "JTTKPRT - NO OPEN WEEK ON THE SHOP CALENDAR"
005000         DISPLAY "JTTKPRT - TICKETS NOT PRINTED."
005010         GOBACK
005020     END-IF.
005030
005040 1100-EXIT.
005050     EXIT.
005060
005070 1200-CHECK-WEEK.
005080
005090     READ CA-FIL NEXT RECORD
005100         AT END
005110             MOVE "Y" TO TK-EOF-SW
005120             GO TO 1200-EXIT
005130     END-READ.
005140
005150     IF CA-WEEK-OPEN
005160         MOVE "Y" TO TK-WEEK-FOUND-SW
005170         MOVE CA-WK-END-DATE TO TK-WK-END-DATE
005180     ELSE
005190         MOVE TK-RECENT-WK (2) TO TK-RECENT-WK (1)
005200         MOVE TK-RECENT-WK (3) TO TK-RECENT-WK (2)
005210         MOVE TK-RECENT-WK (4) TO TK-RECENT-WK (3)
005220         MOVE CA-WK-END-DATE TO TK-RECENT-WK (4)
005230     END-IF.
005240
005250 1200-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------------*
005290* 1400-CHECK-WEEK-SERIALS                                    *
005300*     SETS TK-WEEK-LOADED IF ANY LINE ALREADY ON TKTSER FOR   *
005310*     THE WEEK HAS BEEN LOADED BY JTBLOAD.                    *
005320*-----------------------------------------------------------*
005330 1400-CHECK-WEEK-SERIALS.
005340
005350     PERFORM 1600-START-WEEK-SERIALS THRU 1600-EXIT.
005360
005370     PERFORM 1450-CHECK-SERIAL THRU 1450-EXIT
005380         UNTIL TK-SER-EOF
005390            OR TK-WEEK-LOADED.
005400
005410 1400-EXIT.
005420     EXIT.
005430
005440 1450-CHECK-SERIAL.
005450
005460     IF TS-LOADED
005470         MOVE "Y" TO TK-LOADED-SW
005480     END-IF.
005490
005500     PERFORM 1700-READ-NEXT-SERIAL THRU 1700-EXIT.
005510
005520 1450-EXIT.
005530     EXIT.
005540
005550*-----------------------------------------------------------*
005560* 1500-PURGE-WEEK-SERIALS                                    *
005570*     A RERUN FOR THE WEEK DELETES THE EARLIER RUN'S SERIALS  *
005580*     SO THE TICKETS PRINT AFRESH FROM SERIAL ONE.  THE       *
005590*     EARLIER PRINT MUST NOT GO TO THE FLOOR.                 *
005600*-----------------------------------------------------------*
005610 1500-PURGE-WEEK-SERIALS.
005620
005630     PERFORM 1600-START-WEEK-SERIALS THRU 1600-EXIT.
005640
005650     PERFORM 1550-DELETE-SERIAL THRU 1550-EXIT
005660         UNTIL TK-SER-EOF.
005670
005680     IF TK-PURGE-CNT NOT = 0
005690         DISPLAY "JTTKPRT - " TK-PURGE-CNT " LINES OF AN EARLIER "
005700                 "PRINT FOR THE WEEK CLEARED - DESTROY THAT PRINT"
005710     END-IF.
005720
005730 1500-EXIT.
005740     EXIT.
005750
005760 1550-DELETE-SERIAL.
005770
005780     DELETE TS-FIL RECORD
005790         INVALID KEY
005800             DISPLAY "JTTKPRT - TKTSER DELETE FAILED - STATUS "
005810                     TS-FIL-STATUS
005820         NOT INVALID KEY
005830             ADD 1 TO TK-PURGE-CNT
005840     END-DELETE.
005850
005860     PERFORM 1700-READ-NEXT-SERIAL THRU 1700-EXIT.
005870
005880 1550-EXIT.
005890     EXIT.
005900
005910*-----------------------------------------------------------*
005920* 1600-START-WEEK-SERIALS                                    *
005930*     POSITIONS TKTSER AT THE WEEK'S FIRST SERIAL AND READS   *
005940*     IT.  TK-SER-EOF IS SET WHEN THE WEEK HAS NONE.          *
005950*-----------------------------------------------------------*
005960 1600-START-WEEK-SERIALS.
005970
005980     MOVE "N" TO TK-SER-EOF-SW.
005990     MOVE TK-WK-END-DATE TO TS-SER-WK-END-DATE.
006000     MOVE 0 TO TS-SER-TICKET-NO.
006010     MOVE 0 TO TS-LINE-NO.
006020
006030     START TS-FIL KEY IS NOT LESS THAN TS-SERIAL-KEY
006040         INVALID KEY
006050             MOVE "Y" TO TK-SER-EOF-SW
006060             GO TO 1600-EXIT
006070     END-START.
006080
006090     PERFORM 1700-READ-NEXT-SERIAL THRU 1700-EXIT.
006100
006110 1600-EXIT.
006120     EXIT.
006130
006140 1700-READ-NEXT-SERIAL.
006150
006160     READ TS-FIL NEXT RECORD
006170         AT END
006180             MOVE "Y" TO TK-SER-EOF-SW
006190             GO TO 1700-EXIT
006200     END-READ.
006210
006220     IF TS-SER-WK-END-DATE NOT = TK-WK-END-DATE
006230         MOVE "Y" TO TK-SER-EOF-SW
006240     END-IF.
006250
006260 1700-EXIT.
006270     EXIT.
006280
006290*-----------------------------------------------------------*
006300* 2000-COLLECT-CHARGES                                       *
006310*     RELEASES EVERY DETAIL LINE OF EVERY TICKET, LIVE AND    *
006320*     ARCHIVED, FOR EACH OF THE RECENT WEEKS.                 *
006330*-----------------------------------------------------------*
006340 2000-COLLECT-CHARGES.
006350
006360     PERFORM 2050-SCAN-WEEK THRU 2050-EXIT
006370         VARYING TK-WK-SUB FROM 1 BY 1
006380         UNTIL TK-WK-SUB > 4.
006390
006400 2000-EXIT.
006410     EXIT.
006420
006430 2050-SCAN-WEEK.
006440
006450     IF TK-RECENT-WK (TK-WK-SUB) = 0
006460         GO TO 2050-EXIT
006470     END-IF.
006480
006490     MOVE TK-RECENT-WK (TK-WK-SUB) TO TK-SCAN-WK.
006500
006510     PERFORM 2100-SCAN-LIVE-WEEK THRU 2100-EXIT.
006520
006530     IF TK-HIST-AVAIL
006540         PERFORM 2400-SCAN-HIST-WEEK THRU 2400-EXIT
006550     END-IF.
006560
006570 2050-EXIT.
006580     EXIT.
006590
006600*-----------------------------------------------------------*
006610* 2100-SCAN-LIVE-WEEK                                        *
006620*     JOBTICRMS IS KEYED WEEK AND BADGE, SO THE WEEK'S        *
006630*     TICKETS ARE READ FROM A START AT BADGE ZERO.            *
006640*-----------------------------------------------------------*
006650 2100-SCAN-LIVE-WEEK.
006660
006670     MOVE "N" TO TK-EOF-SW.
006680     MOVE TK-SCAN-WK TO JT-WK-END-DATE.
006690     MOVE 0 TO JT-BADGE-NUM.
006700
006710     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
006720         INVALID KEY
006730             GO TO 2100-EXIT
006740     END-START.
006750
006760     PERFORM 2150-READ-NEXT-TICKET THRU 2150-EXIT.
006770
006780     PERFORM 2200-TAKE-LIVE-TICKET THRU 2200-EXIT
006790         UNTIL TK-EOF.
006800
006810 2100-EXIT.
006820     EXIT.
006830
006840 2150-READ-NEXT-TICKET.
006850
006860     READ JT-FIL NEXT RECORD
006870         AT END
006880             MOVE "Y" TO TK-EOF-SW
006890             GO TO 2150-EXIT
006900     END-READ.
006910
006920     IF JT-WK-END-DATE NOT = TK-SCAN-WK
006930         MOVE "Y" TO TK-EOF-SW
006940     END-IF.
006950
006960 2150-EXIT.
006970     EXIT.
006980
006990 2200-TAKE-LIVE-TICKET.
007000
007010     ADD 1 TO TK-TKT-READ-CNT.
007020
007030     IF JT-DTL-CNT > 0 AND JT-DTL-CNT NOT > 30
007040         PERFORM 2300-RELEASE-LIVE-LINE THRU 2300-EXIT
007050             VARYING TK-DTL-SUB FROM 1 BY 1
007060             UNTIL TK-DTL-SUB > JT-DTL-CNT
007070     END-IF.
007080
007090     PERFORM 2150-READ-NEXT-TICKET THRU 2150-EXIT.
007100
007110 2200-EXIT.
007120     EXIT.
007130
007140 2300-RELEASE-LIVE-LINE.
007150
007160     MOVE JT-BADGE-NUM TO TX-BADGE-NUM.
007170     MOVE JT-DIS-NUM (TK-DTL-SUB) TO TX-DIS-NUM.
007180     MOVE JT-MFG-NUM (TK-DTL-SUB) TO TX-MFG-NUM.
007190     MOVE JT-ACTIV-CD (TK-DTL-SUB) TO TX-ACTIV-CD.
007200     MOVE JT-PL-NUM (TK-DTL-SUB) TO TX-PL-NUM.
007210     MOVE JT-OP-CD (TK-DTL-SUB) TO TX-OP-CD.
007220
007230     RELEASE WORK-REC.
007240
007250 2300-EXIT.
007260     EXIT.
007270
007280*-----------------------------------------------------------*
007290* 2400-SCAN-HIST-WEEK                                        *
007300*     THE SAME FOR THE WEEK'S ARCHIVED TICKETS.               *
007310*-----------------------------------------------------------*
007320 2400-SCAN-HIST-WEEK.
007330
007340     MOVE "N" TO TK-HIST-EOF-SW.
007350     MOVE TK-SCAN-WK TO AR-ARCH-WK-END-DATE.
007360     MOVE 0 TO AR-ARCH-BADGE-NUM.
007370
007380     START JT-HIST-FIL KEY IS NOT LESS THAN AR-ARCH-KEY
007390         INVALID KEY
007400             GO TO 2400-EXIT
007410     END-START.
007420
007430     PERFORM 2450-READ-NEXT-HIST THRU 2450-EXIT.
007440
007450     PERFORM 2500-TAKE-HIST-TICKET THRU 2500-EXIT
007460         UNTIL TK-HIST-EOF.
007470
007480 2400-EXIT.
007490     EXIT.
007500
007510 2450-READ-NEXT-HIST.
007520
007530     READ JT-HIST-FIL NEXT RECORD
007540         AT END
007550             MOVE "Y" TO TK-HIST-EOF-SW
007560             GO TO 2450-EXIT
007570     END-READ.
007580
007590     IF AR-ARCH-WK-END-DATE NOT = TK-SCAN-WK
007600         MOVE "Y" TO TK-HIST-EOF-SW
007610     END-IF.
007620
007630 2450-EXIT.
007640     EXIT.
007650
007660 2500-TAKE-HIST-TICKET.
007670
007680     ADD 1 TO TK-TKT-READ-CNT.
007690
007700     IF AR-D-DTL-CNT > 0 AND AR-D-DTL-CNT NOT > 30
007710         PERFORM 2600-RELEASE-HIST-LINE THRU 2600-EXIT
007720             VARYING TK-DTL-SUB FROM 1 BY 1
007730             UNTIL TK-DTL-SUB > AR-D-DTL-CNT
007740     END-IF.
007750
007760     PERFORM 2450-READ-NEXT-HIST THRU 2450-EXIT.
007770
007780 2500-EXIT.
007790     EXIT.
007800
007810 2600-RELEASE-HIST-LINE.
007820
007830     MOVE AR-D-BADGE-NUM TO TX-BADGE-NUM.
007840     MOVE AR-D-DIS-NUM (TK-DTL-SUB) TO TX-DIS-NUM.
007850     MOVE AR-D-MFG-NUM (TK-DTL-SUB) TO TX-MFG-NUM.
007860     MOVE AR-D-ACTIV-CD (TK-DTL-SUB) TO TX-ACTIV-CD.
007870     MOVE AR-D-PL-NUM (TK-DTL-SUB) TO TX-PL-NUM.
007880     MOVE AR-D-OP-CD (TK-DTL-SUB) TO TX-OP-CD.
007890
007900     RELEASE WORK-REC.
007910
007920 2600-EXIT.
007930     EXIT.
007940
007950*-----------------------------------------------------------*
007960* 5000-PRINT-TICKETS                                         *
007970*     MATCHES THE SORTED CHARGES AGAINST EMPMAS IN BADGE      *
007980*     ORDER.  EVERY ACTIVE BADGE GETS A TICKET, WITH OR       *
007990*     WITHOUT CHARGES TO PRE-FILL; CHARGES OF A BADGE THAT IS *
008000*     GONE OR TERMINATED ARE PASSED OVER.                     *
008010*-----------------------------------------------------------*
008020 5000-PRINT-TICKETS.
008030
008040     PERFORM 5100-RETURN-NEXT-CHARGE THRU 5100-EXIT.
008050     PERFORM 5150-READ-NEXT-EMPLOYEE THRU 5150-EXIT.
008060
008070     PERFORM 5200-PROCESS-EMPLOYEE THRU 5200-EXIT
008080         UNTIL TK-EMP-EOF.
008090
008100     PERFORM 5800-PRINT-SUMMARY THRU 5800-EXIT.
008110
008120 5000-EXIT.
008130     EXIT.
008140
008150 5100-RETURN-NEXT-CHARGE.
008160
008170     RETURN WORK-FIL
008180         AT END
008190             MOVE "Y" TO TK-SORT-EOF-SW
008200     END-RETURN.
008210
008220 5100-EXIT.
008230     EXIT.
008240
008250 5150-READ-NEXT-EMPLOYEE.
008260
008270     READ EM-FIL NEXT RECORD
008280         AT END
008290             MOVE "Y" TO TK-EMP-EOF-SW
008300     END-READ.
008310
008320 5150-EXIT.
008330     EXIT.
008340
008350 5200-PROCESS-EMPLOYEE.
008360
008370     PERFORM 5100-RETURN-NEXT-CHARGE THRU 5100-EXIT
008380         UNTIL TK-SORT-EOF
008390            OR TX-BADGE-NUM NOT < EM-BADGE-NUM.
008400
008410     IF EM-ACTIVE
008420         PERFORM 5300-PRINT-TICKET THRU 5300-EXIT
008430     END-IF.
008440
008450     PERFORM 5150-READ-NEXT-EMPLOYEE THRU 5150-EXIT.
008460
008470 5200-EXIT.
008480     EXIT.
008490
008500*-----------------------------------------------------------*
008510* 5300-PRINT-TICKET                                          *
008520*     ONE TICKET TO A PAGE.  THE SERIAL IS THE WEEK AND THE   *
008530*     TICKET'S NUMBER IN THE RUN.                             *
008540*-----------------------------------------------------------*
008550 5300-PRINT-TICKET.
008560
008570     ADD 1 TO TK-TICKET-NO.
008580     ADD 1 TO TK-TICKET-CNT.
008590     MOVE 0 TO TK-LINE-NO.
008600     MOVE LOW-VALUES TO TK-PREV-DATA.
008610
008620     COMPUTE TK-SERIAL = TK-WK-END-DATE * 10000 + TK-TICKET-NO.
008630
008640     PERFORM 5700-PRINT-HEADINGS THRU 5700-EXIT.
008650
008660     MOVE TK-SERIAL TO TH-SERIAL.
008670     MOVE EM-BADGE-NUM TO TH-BADGE-NUM.
008680     MOVE EM-NAME TO TH-NAME.
008690     MOVE EM-COST-CENTER TO TH-COST-CENTER.
008700     WRITE PRINT-LINE FROM TKT-HEAD-LINE.
008710     MOVE SPACES TO PRINT-LINE.
008720     WRITE PRINT-LINE.
008730     WRITE PRINT-LINE FROM COL-HEAD-LINE.
008740
008750     PERFORM 5400-TAKE-CHARGE THRU 5400-EXIT
008760         UNTIL TK-SORT-EOF
008770            OR TX-BADGE-NUM NOT = EM-BADGE-NUM.
008780
008790     IF TK-LINE-NO = 0
008800         ADD 1 TO TK-BLANK-CNT
008810         MOVE NO-LINES-LINE TO PRINT-LINE
008820         WRITE PRINT-LINE
008830     END-IF.
008840
008850     MOVE SPACES TO PRINT-LINE.
008860     WRITE PRINT-LINE.
008870     WRITE PRINT-LINE FROM FOOT1-LINE.
008880     MOVE SPACES TO PRINT-LINE.
008890     WRITE PRINT-LINE.
008900     MOVE FOOT2-LINE TO PRINT-LINE.
008910     WRITE PRINT-LINE.
008920     MOVE FOOT3-LINE TO PRINT-LINE.
008930     WRITE PRINT-LINE.
008940
008950 5300-EXIT.
008960     EXIT.
008970
008980*-----------------------------------------------------------*
008990* 5400-TAKE-CHARGE                                           *
009000*     A LINE REPEATED FROM ANOTHER TICKET OR WEEK PRINTS      *
009010*     ONCE.  A LINE WHOSE ORDER IS NO LONGER ACTIVE, OR ONE   *
009020*     PAST THE THIRTIETH, IS LEFT OFF.                        *
009030*-----------------------------------------------------------*
009040 5400-TAKE-CHARGE.
009050
009060     IF TX-LINE-DATA = TK-PREV-DATA
009070         GO TO 5400-NEXT
009080     END-IF.
009090
009100     MOVE TX-LINE-DATA TO TK-PREV-DATA.
009110
009120     PERFORM 5500-CHECK-ORDERS THRU 5500-EXIT.
009130
009140     IF NOT TK-ORDER-OK
009150         ADD 1 TO TK-INACTIVE-CNT
009160         GO TO 5400-NEXT
009170     END-IF.
009180
009190     IF TK-LINE-NO = 30
009200         ADD 1 TO TK-OVER-CNT
009210         GO TO 5400-NEXT
009220     END-IF.
009230
009240     ADD 1 TO TK-LINE-NO.
009250     ADD 1 TO TK-LINE-CNT-TOT.
009260
009270     PERFORM 5600-WRITE-SERIAL THRU 5600-EXIT.
009280
009290     MOVE TK-LINE-NO TO DTL-LINE-NO.
009300     MOVE TX-ACTIV-CD TO DTL-ACTIV-CD.
009310     MOVE TX-PL-NUM TO DTL-PL-NUM.
009320     MOVE TX-DIS-NUM TO DTL-DIS-NUM.
009330     MOVE TX-MFG-NUM TO DTL-MFG-NUM.
009340     MOVE TX-OP-CD TO DTL-OP-CD.
009350     WRITE PRINT-LINE FROM DTL-LINE.
009360
009370 5400-NEXT.
009380
009390     PERFORM 5100-RETURN-NEXT-CHARGE THRU 5100-EXIT.
009400
009410 5400-EXIT.
009420     EXIT.
009430
009440*-----------------------------------------------------------*
009450* 5500-CHECK-ORDERS                                          *
009460*     A NON-ZERO DIS OR MFG ORDER MUST BE ON ITS MASTER AND   *
009470*     ACTIVE, THE SAME EDIT JTBLOAD WILL APPLY ON RETURN.     *
009480*-----------------------------------------------------------*
009490 5500-CHECK-ORDERS.
009500
009510     MOVE "Y" TO TK-ORDER-OK-SW.
009520
009530     IF TX-DIS-NUM NOT = 0
009540         MOVE TX-DIS-NUM TO DO-DIS-NUM
009550         READ DO-FIL
009560             INVALID KEY
009570                 MOVE "N" TO TK-ORDER-OK-SW
009580                 GO TO 5500-EXIT
009590         END-READ
009600         IF NOT DO-DIS-ACTIVE
009610             MOVE "N" TO TK-ORDER-OK-SW
009620             GO TO 5500-EXIT
009630         END-IF
009640     END-IF.
009650
009660     IF TX-MFG-NUM NOT = 0
009670         MOVE TX-MFG-NUM TO MO-MFG-NUM
009680         READ MO-FIL
009690             INVALID KEY
009700                 MOVE "N" TO TK-ORDER-OK-SW
009710                 GO TO 5500-EXIT
009720         END-READ
009730         IF NOT MO-MFG-ACTIVE
009740             MOVE "N" TO TK-ORDER-OK-SW
009750         END-IF
009760     END-IF.
009770
009780 5500-EXIT.
009790     EXIT.
009800
009810 5600-WRITE-SERIAL.
009820
009830     MOVE TK-WK-END-DATE TO TS-SER-WK-END-DATE.
009840     MOVE TK-TICKET-NO TO TS-SER-TICKET-NO.
009850     MOVE TK-LINE-NO TO TS-LINE-NO.
009860     MOVE EM-BADGE-NUM TO TS-BADGE-NUM.
009870     MOVE TX-ACTIV-CD TO TS-ACTIV-CD.
009880     MOVE TX-PL-NUM TO TS-PL-NUM.
009890     MOVE TX-DIS-NUM TO TS-DIS-NUM.
009900     MOVE TX-MFG-NUM TO TS-MFG-NUM.
009910     MOVE TX-OP-CD TO TS-OP-CD.
009920     MOVE TK-RUN-DATE TO TS-PRINT-DATE.
009930     MOVE "N" TO TS-LOAD-SW.
009940     MOVE 0 TO TS-LOAD-DATE.
009950
009960     WRITE TS-REC
009970         INVALID KEY
009980             ADD 1 TO TK-WRITE-ERR-CNT
009990             DISPLAY "JTTKPRT - TKTSER WRITE FAILED FOR SERIAL "
010000                     TS-SERIAL " LINE " TS-LINE-NO
010010                     " - STATUS " TS-FIL-STATUS
010020     END-WRITE.
010030
010040 5600-EXIT.
010050     EXIT.
010060
010070 5700-PRINT-HEADINGS.
010080
010090     ADD 1 TO TK-PAGE-NO.
010100     MOVE TK-WK-END-DATE TO HDR1-WK-END-DATE.
010110     MOVE TK-RUN-DATE TO HDR1-RUN-DATE.
010120     MOVE TK-PAGE-NO TO HDR1-PAGE-NO.
010130     WRITE PRINT-LINE FROM HDR1-LINE.
010140     MOVE SPACES TO PRINT-LINE.
010150     WRITE PRINT-LINE.
010160     MOVE 2 TO TK-LINE-CNT.
010170
010180 5700-EXIT.
010190     EXIT.
010200
010210*-----------------------------------------------------------*
010220* 5800-PRINT-SUMMARY                                         *
010230*     THE RUN TOTALS, ON A PAGE OF THEIR OWN AFTER THE LAST   *
010240*     TICKET.                                                 *
010250*-----------------------------------------------------------*
010260 5800-PRINT-SUMMARY.
010270
010280     PERFORM 5700-PRINT-HEADINGS THRU 5700-EXIT.
010290
010300     IF NOT TK-HIST-AVAIL
010310         MOVE NO-HIST-LINE TO PRINT-LINE
010320         WRITE PRINT-LINE
010330         MOVE SPACES TO PRINT-LINE
010340         WRITE PRINT-LINE
010350     END-IF.
010360
010370     MOVE "PRIOR TICKETS READ ...................." TO SUM-LABEL.
010380     MOVE TK-TKT-READ-CNT TO SUM-COUNT.
010390     WRITE PRINT-LINE FROM SUMMARY-LINE.
010400
010410     MOVE "TICKETS PRINTED ......................." TO SUM-LABEL.
010420     MOVE TK-TICKET-CNT TO SUM-COUNT.
010430     WRITE PRINT-LINE FROM SUMMARY-LINE.
010440
010450     MOVE "  WITH NO LINES TO PRE-FILL ..........." TO SUM-LABEL.
010460     MOVE TK-BLANK-CNT TO SUM-COUNT.
010470     WRITE PRINT-LINE FROM SUMMARY-LINE.
010480
010490     MOVE "LINES PRINTED ........................." TO SUM-LABEL.
010500     MOVE TK-LINE-CNT-TOT TO SUM-COUNT.
010510     WRITE PRINT-LINE FROM SUMMARY-LINE.
010520
010530     MOVE "LINES LEFT OFF - ORDER NOT ACTIVE ....." TO SUM-LABEL.
010540     MOVE TK-INACTIVE-CNT TO SUM-COUNT.
010550     WRITE PRINT-LINE FROM SUMMARY-LINE.
010560
010570     MOVE "LINES LEFT OFF - PAST LINE 30 ........." TO SUM-LABEL.
010580     MOVE TK-OVER-CNT TO SUM-COUNT.
010590     WRITE PRINT-LINE FROM SUMMARY-LINE.
010600
010610     MOVE "SERIAL LINES NOT WRITTEN TO TKTSER ...." TO SUM-LABEL.
010620     MOVE TK-WRITE-ERR-CNT TO SUM-COUNT.
010630     WRITE PRINT-LINE FROM SUMMARY-LINE.
010640
010650 5800-EXIT.
010660     EXIT.
010670
010680*-----------------------------------------------------------*
010690* 7000-OPEN-RUN-CONTROL                                      *
010700*     OPENS JTRUNCTL FOR UPDATE, CREATING IT ON THE FIRST     *
010710*     RUN IF IT DOES NOT YET EXIST.                           *
010720*-----------------------------------------------------------*
010730 7000-OPEN-RUN-CONTROL.
010740
010750     OPEN I-O RC-FIL.
010760     IF RC-FIL-NOTFOUND
010770         CLOSE RC-FIL
010780         OPEN OUTPUT RC-FIL
010790         CLOSE RC-FIL
010800         OPEN I-O RC-FIL
010810     END-IF.
010820
010830     IF RC-FIL-STATUS NOT = "00"
010840         DISPLAY "JTTKPRT - JTRUNCTL NOT AVAILABLE - STATUS "
010850                 RC-FIL-STATUS
010860         GOBACK
010870     END-IF.
010880
010890 7000-EXIT.
010900     EXIT.
010910
010920*-----------------------------------------------------------*
010930* 7200-POST-RUN-START                                        *
010940*     POSTS THE RUN AS STARTED AND NOT COMPLETE, SO AN ABEND  *
010950*     LEAVES A VISIBLE INCOMPLETE RECORD ON JTRUNCTL.         *
010960*-----------------------------------------------------------*
010970 7200-POST-RUN-START.
010980
010990     MOVE "JTTKPRT" TO RC-PROGRAM.
011000     MOVE TK-WK-END-DATE TO RC-WK-END-DATE.
011010     MOVE 0 TO RC-REC-CNT.
011020     MOVE "N" TO RC-COMPLETE-SW.
011030     MOVE 0 TO RC-CHKPT-WK-END.
011040     MOVE 0 TO RC-CHKPT-BADGE.
011050     ACCEPT RC-START-DATE FROM DATE.
011060     ACCEPT RC-START-TIME FROM TIME.
011070     MOVE 0 TO RC-END-DATE.
011080     MOVE 0 TO RC-END-TIME.
011090     MOVE SPACE TO RC-RECON-SW.
011100     MOVE 0 TO RC-EXCEP-CNT.
011110
011120     WRITE RC-REC
011130         INVALID KEY
011140             REWRITE RC-REC
011150     END-WRITE.
011160
011170 7200-EXIT.
011180     EXIT.
011190
011200*-----------------------------------------------------------*
011210* 7300-POST-RUN-END                                          *
011220*     COMPLETES THE RUN-CONTROL RECORD WITH THE TICKETS       *
011230*     PRINTED AND THE SERIAL LINES THAT FAILED TO WRITE.      *
011240*-----------------------------------------------------------*
011250 7300-POST-RUN-END.
011260
011270     MOVE "JTTKPRT" TO RC-PROGRAM.
011280     MOVE TK-WK-END-DATE TO RC-WK-END-DATE.
011290
011300     READ RC-FIL
011310         INVALID KEY
011320             GO TO 7300-EXIT
011330     END-READ.
011340
011350     MOVE TK-TICKET-CNT TO RC-REC-CNT.
011360     MOVE TK-WRITE-ERR-CNT TO RC-EXCEP-CNT.
011370     MOVE "Y" TO RC-COMPLETE-SW.
011380     ACCEPT RC-END-DATE FROM DATE.
011390     ACCEPT RC-END-TIME FROM TIME.
011400
011410     REWRITE RC-REC.
011420
011430 7300-EXIT.
011440     EXIT.
011450
011460*-----------------------------------------------------------*
011470* 9000-TERMINATE                                             *
011480*-----------------------------------------------------------*
011490 9000-TERMINATE.
011500
011510     CLOSE JT-FIL.
011520
011530     IF TK-HIST-AVAIL
011540         CLOSE JT-HIST-FIL
011550     END-IF.
011560
011570     CLOSE EM-FIL.
011580     CLOSE DO-FIL.
011590     CLOSE MO-FIL.
011600     CLOSE TS-FIL.
011610     CLOSE PRINT-FIL.
011620
011630     DISPLAY "JTTKPRT - TICKETS PRINTED FOR WEEK "
011640             TK-WK-END-DATE ": " TK-TICKET-CNT.
011650     DISPLAY "JTTKPRT - LINES PRE-FILLED: " TK-LINE-CNT-TOT.
011660
011670     PERFORM 7300-POST-RUN-END THRU 7300-EXIT.
011680     CLOSE RC-FIL.
011690
011700 9000-EXIT.
011710     EXIT.
