000350* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
000360*     way to GOBACK so control returns to the menu, at a
000370*     clean end and at a startup failure alike.  )%
000380*
000390* Edit (15-Oct-26, 'J. A. Hartley')
000400* %(  The (T)REND option prints the activity description off
000410*     the new ACTMAS activity/operation code master (see
000420*     JTACTSEL/JTACTLY) in place of the bare activity code,
000430*     as JTVRPT now does.  The sort and the activity break
000440*     stay on the code.  A code not on ACTMAS prints as keyed,
000450*     and if ACTMAS is not available the report still runs
000460*     with codes and a startup warning.  )%
000470
000480 ENVIRONMENT DIVISION.
000490
000500 CONFIGURATION SECTION.
000510
000520 SOURCE-COMPUTER.
000530     DECSYSTEM-20.
000540
000550 OBJECT-COMPUTER.
000560     DECSYSTEM-20.
000570
000580 INPUT-OUTPUT SECTION.
000590
000600 FILE-CONTROL.
000610     SELECT JT-HIST-FIL ASSIGN TO "JOBTICRMS-HIST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS AR-ARCH-KEY
000650         FILE STATUS IS AR-HIST-STATUS.
000660
000670     SELECT WORK-FIL ASSIGN TO "HTSORT"
000680         .
000690
000700     SELECT PRINT-FIL ASSIGN TO "JTHTRND"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS PRT-FIL-STATUS.
000730
000740     COPY jtactsel.
000750
000760 DATA DIVISION.
000770
000780 FILE SECTION.
000790
000800 FD  JT-HIST-FIL
000810     LABEL RECORDS ARE STANDARD.
000820
000830 01  JT-HIST-REC.
000840     05  AR-ARCH-KEY.
000850         10  AR-ARCH-WK-END-DATE     PIC 9(06).
000860         10  AR-ARCH-BADGE-NUM       PIC 9(07).
000870     COPY jtrecly
000880         REPLACING ==JT-TICKET-KEY==   BY ==AR-D-TICKET-KEY==
000890                   ==JT-NAME==         BY ==AR-D-NAME==
000900                   ==JT-BADGE-NUM==    BY ==AR-D-BADGE-NUM==
000910                   ==JT-COST-CENTER==  BY ==AR-D-COST-CENTER==
000920                   ==JT-WK-END-DATE==  BY ==AR-D-WK-END-DATE==
000930                   ==JT-TOTAL-HRS==    BY ==AR-D-TOTAL-HRS==
000940                   ==JT-STATUS==       BY ==AR-D-STATUS==
000950                   ==JT-ENTERED==      BY ==AR-D-ENTERED==
000960                   ==JT-APPROVED==     BY ==AR-D-APPROVED==
000970                   ==JT-HELD==         BY ==AR-D-HELD==
000980                   ==JT-EXTRACTED==    BY ==AR-D-EXTRACTED==
000990                   ==JT-ORIG-TICKET-KEY==
001000                                  BY ==AR-D-ORIG-TICKET-KEY==
001010                   ==JT-ORIG-WK-END-DATE==
001020                                  BY ==AR-D-ORIG-WK-END-DATE==
001030                   ==JT-ORIG-BADGE-NUM==
001040                                  BY ==AR-D-ORIG-BADGE-NUM==
001050                   ==JT-DTL-CNT==      BY ==AR-D-DTL-CNT==
001060                   ==JT-DETAIL-LINES== BY ==AR-D-DETAIL-LINES==
001070                   ==JT-ACTIV-CD==     BY ==AR-D-ACTIV-CD==
001080                   ==JT-PL-NUM==       BY ==AR-D-PL-NUM==
001090                   ==JT-DIS-NUM==      BY ==AR-D-DIS-NUM==
001100                   ==JT-MFG-NUM==      BY ==AR-D-MFG-NUM==
001110                   ==JT-HOURS==        BY ==AR-D-HOURS==
001120                   ==JT-OP-CD==        BY ==AR-D-OP-CD==.
001130
001140*-----------------------------------------------------------*
001150* SORT WORK FILE - ONE ENTRY PER OCCUPIED DETAIL LINE OF     *
001160* EVERY ARCHIVED TICKET IN THE REQUESTED DATE RANGE.         *
001170*-----------------------------------------------------------*
001180 SD  WORK-FIL.
001190
001200 01  WORK-REC.
001210     05  HW-WK-END-DATE              PIC 9(06).
001220     05  HW-COST-CENTER              PIC X(04).
001230     05  HW-ACTIV-CD                 PIC X(04).
001240     05  HW-HOURS                    COMP-1.
001250
001260 FD  PRINT-FIL
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 132 CHARACTERS.
001290
001300 01  PRINT-LINE                      PIC X(132).
001310
001320 FD  AC-FIL
001330     LABEL RECORDS ARE STANDARD.
001340
001350 01  AC-REC.
001360     COPY jtactly.
001370
001380 WORKING-STORAGE SECTION.
001390
001400 01  AR-HIST-STATUS               PIC X(02).
001410     88  AR-HIST-OK               VALUE "00".
001420     88  AR-HIST-NOTFOUND         VALUE "35".
001430
001440 01  PRT-FIL-STATUS                  PIC X(02).
001450
001460     COPY jtactst.
001470
001480 01  HT-ACT-MASTER-SW                PIC X(01) VALUE "Y".
001490     88  HT-ACT-MASTER-AVAIL         VALUE "Y".
001500
001510 01  HT-DESC-ACTIV-CD                PIC X(04) VALUE HIGH-VALUES.
001520
001530 01  HT-ACTIV-DESC                   PIC X(30).
001540
001550 01  HT-OPTION                       PIC X(01).
001560     88  HT-TREND                    VALUE "T".
001570     88  HT-BADGE                    VALUE "B".
001580
001590 01  HT-FROM-DATE                    PIC 9(06).
001600
001610 01  HT-THRU-DATE                    PIC 9(06).
001620
001630 01  HT-REQ-BADGE-NUM                PIC 9(07).
001640
001650 01  HT-HIST-EOF-SW                  PIC X(01) VALUE "N".
001660     88  HT-HIST-EOF                 VALUE "Y".
001670
001680 01  HT-SORT-EOF-SW                  PIC X(01) VALUE "N".
001690     88  HT-SORT-EOF                 VALUE "Y".
001700
001710 01  HT-FIRST-GROUP-SW               PIC X(01) VALUE "Y".
001720
001730 01  HT-DTL-SUB                      PIC 9(04) COMP.
001740
001750 01  HT-CURR-WK-END-DATE             PIC 9(06).
001760
001770 01  HT-CURR-COST-CENTER             PIC X(04).
001780
001790 01  HT-CURR-ACTIV-CD                PIC X(04).
001800
001810 01  HT-ACT-TOTAL                    COMP-1 VALUE 0.
001820
001830 01  HT-CTR-TOTAL                    COMP-1 VALUE 0.
001840
001850 01  HT-WEEK-TOTAL                   COMP-1 VALUE 0.
001860
001870 01  HT-GRAND-TOTAL                  COMP-1 VALUE 0.
001880
001890 01  HT-BADGE-TKT-CNT                PIC 9(07) COMP VALUE 0.
001900
001910 01  HT-LINE-CNT                     PIC 9(03) VALUE 99.
001920
001930 01  HT-PAGE-NO                      PIC 9(03) VALUE 0.
001940
001950 01  HDR1-LINE.
001960     05  FILLER                      PIC X(01) VALUE SPACE.
001970     05  FILLER                      PIC X(33)
001980             VALUE "JTHTRND - LABOR TREND (HISTORY)".
001990     05  FILLER                      PIC X(05) VALUE "FROM ".
002000     05  HDR1-FROM-DATE              PIC 9(06).
002010     05  FILLER                      PIC X(07) VALUE " THRU ".
002020     05  HDR1-THRU-DATE              PIC 9(06).
002030     05  FILLER                      PIC X(08) VALUE SPACES.
002040     05  FILLER                      PIC X(05) VALUE "PAGE ".
002050     05  HDR1-PAGE-NO                PIC ZZ9.
002060
002070 01  HDR2-LINE.
002080     05  FILLER                      PIC X(01) VALUE SPACE.
002090     05  FILLER                      PIC X(13)
002100             VALUE "WEEK ENDING".
002110     05  FILLER                      PIC X(14)
002120             VALUE "COST CENTER".
002130     05  FILLER                      PIC X(32)
002140             VALUE "ACTIVITY".
002150     05  FILLER                      PIC X(10) VALUE "HOURS".
002160
002170 01  HDR3-LINE.
002180     05  FILLER                      PIC X(01) VALUE SPACE.
002190     05  FILLER                      PIC X(13)
002200             VALUE "WEEK ENDING".
002210     05  FILLER                      PIC X(14)
002220             VALUE "COST CENTER".
002230     05  FILLER                      PIC X(13) VALUE "HOURS".
002240     05  FILLER                      PIC X(08) VALUE "STATUS".
002250
002260 01  DTL-LINE.
002270     05  FILLER                      PIC X(01) VALUE SPACE.
002280     05  DTL-WK-END-DATE             PIC 9(06).
002290     05  FILLER                      PIC X(07) VALUE SPACES.
002300     05  DTL-COST-CENTER             PIC X(14).
002310     05  DTL-ACTIV-DESC              PIC X(32).
002320     05  DTL-HOURS                   PIC ZZZ,ZZ9.99-.
002330
002340 01  BDG-DTL-LINE.
002350     05  FILLER                      PIC X(01) VALUE SPACE.
002360     05  BDG-WK-END-DATE             PIC 9(06).
002370     05  FILLER                      PIC X(07) VALUE SPACES.
002380     05  BDG-COST-CENTER             PIC X(14).
002390     05  BDG-HOURS                   PIC ZZZ,ZZ9.99-.
002400     05  FILLER                      PIC X(03) VALUE SPACES.
002410     05  BDG-STATUS                  PIC X(01).
002420
002430 01  BDG-NAME-LINE.
002440     05  FILLER                      PIC X(01) VALUE SPACE.
002450     05  FILLER                      PIC X(06) VALUE "BADGE ".
002460     05  BDG-BADGE-NUM               PIC 9(07).
002470     05  FILLER                      PIC X(02) VALUE SPACES.
002480     05  BDG-NAME                    PIC X(30).
002490
002500 01  ACT-TOTAL-LINE.
002510     05  FILLER                      PIC X(01) VALUE SPACE.
002520     05  FILLER                      PIC X(26)
002530             VALUE "    ACTIVITY CODE TOTAL .".
002540     05  FILLER                      PIC X(18) VALUE SPACES.
002550     05  ACT-TOTAL-HOURS             PIC ZZZ,ZZ9.99-.
002560
002570 01  CTR-TOTAL-LINE.
002580     05  FILLER                      PIC X(01) VALUE SPACE.
002590     05  FILLER                      PIC X(26)
002600             VALUE "    COST CENTER TOTAL ...".
002610     05  FILLER                      PIC X(18) VALUE SPACES.
002620     05  CTR-TOTAL-HOURS             PIC ZZZ,ZZ9.99-.
002630
002640 01  WEEK-TOTAL-LINE.
002650     05  FILLER                      PIC X(01) VALUE SPACE.
002660     05  FILLER                      PIC X(26)
002670             VALUE "  WEEK TOTAL ............".
002680     05  FILLER                      PIC X(18) VALUE SPACES.
002690     05  WEEK-TOTAL-HOURS            PIC ZZZ,ZZ9.99-.
002700
002710 01  GRAND-TOTAL-LINE.
002720     05  FILLER                      PIC X(01) VALUE SPACE.
002730     05  FILLER                      PIC X(26)
002740             VALUE "GRAND TOTAL ............".
002750     05  FILLER                      PIC X(18) VALUE SPACES.
002760     05  GRAND-TOTAL-HOURS           PIC ZZZ,ZZ9.99-.
002770
002780 01  BDG-TOTAL-LINE.
002790     05  FILLER                      PIC X(01) VALUE SPACE.
002800     05  FILLER                      PIC X(26)
002810             VALUE "GRAND TOTAL ............".
002820     05  BDG-TOTAL-HOURS             PIC ZZZ,ZZ9.99-.
002830
002840 01  NO-DATA-LINE                    PIC X(60)
002850         VALUE "NO ARCHIVED JOB TICKETS FOUND FOR THE REQUESTED R
002860-"ANGE.".
002870
002880 PROCEDURE DIVISION.
002890
002900*-----------------------------------------------------------*
002910* 0000-MAINLINE                                              *
002920*-----------------------------------------------------------*
002930 0000-MAINLINE.
002940
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960
002970     IF HT-TREND
002980         SORT WORK-FIL
002990             ON ASCENDING KEY HW-WK-END-DATE HW-COST-CENTER
003000                 HW-ACTIV-CD
003010             INPUT PROCEDURE IS 2000-BUILD-SORT-FILE
003020                 THRU 2000-EXIT
003030             OUTPUT PROCEDURE IS 3000-PRINT-TREND-REPORT
003040                 THRU 3000-EXIT
003050     ELSE
003060         PERFORM 4000-PRINT-BADGE-REPORT THRU 4000-EXIT
003070     END-IF.
003080
003090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003100
003110     GOBACK.
003120
003130*-----------------------------------------------------------*
003140* 1000-INITIALIZE                                            *
003150*-----------------------------------------------------------*
003160 1000-INITIALIZE.
003170
003180     DISPLAY "JTHTRND - REPORT FROM WEEK ENDING (YYMMDD): ".
003190     ACCEPT HT-FROM-DATE.
003200     DISPLAY "JTHTRND - REPORT THRU WEEK ENDING (YYMMDD): ".
003210     ACCEPT HT-THRU-DATE.
003220
003230     DISPLAY "JTHTRND - OPTION (T)REND, (B)ADGE: ".
003240     ACCEPT HT-OPTION.
003250
003260     IF NOT HT-TREND AND NOT HT-BADGE
003270         DISPLAY "JTHTRND - INVALID OPTION"
003280         GOBACK
003290     END-IF.
003300
003310     IF HT-BADGE
003320         DISPLAY "JTHTRND - BADGE NUMBER: "
003330         ACCEPT HT-REQ-BADGE-NUM
003340     END-IF.
003350
003360     OPEN INPUT JT-HIST-FIL.
003370     IF AR-HIST-STATUS NOT = "00"
003380         DISPLAY "JTHTRND - JOBTICRMS-HIST NOT AVAILABLE - "
003390                 "STATUS " AR-HIST-STATUS
003400         GOBACK
003410     END-IF.
003420
003430     OPEN OUTPUT PRINT-FIL.
003440
003450     IF HT-TREND
003460         OPEN INPUT AC-FIL
003470         IF AC-FIL-STATUS NOT = "00"
003480             DISPLAY "JTHTRND - ACTMAS NOT AVAILABLE - ACTIVITY "
003490             DISPLAY "          CODES WILL PRINT THIS RUN"
003500             MOVE "N" TO HT-ACT-MASTER-SW
003510         END-IF
003520     ELSE
003530         MOVE "N" TO HT-ACT-MASTER-SW
003540     END-IF.
003550
003560     MOVE HT-FROM-DATE TO HDR1-FROM-DATE.
003570     MOVE HT-THRU-DATE TO HDR1-THRU-DATE.
003580
003590 1000-EXIT.
003600     EXIT.
003610
003620*-----------------------------------------------------------*
003630* 1100-START-ON-FROM-DATE                                    *
003640*     POSITIONS JT-HIST-FIL AT THE FIRST ARCHIVED TICKET ON   *
003650*     OR AFTER THE FROM DATE AND PRIMES THE FIRST READ.       *
003660*-----------------------------------------------------------*
003670 1100-START-ON-FROM-DATE.
003680
003690     MOVE HT-FROM-DATE TO AR-ARCH-WK-END-DATE.
003700     MOVE 0 TO AR-ARCH-BADGE-NUM.
003710
003720     START JT-HIST-FIL KEY IS NOT LESS THAN AR-ARCH-KEY
003730         INVALID KEY
003740             MOVE "Y" TO HT-HIST-EOF-SW
003750     END-START.
003760
003770     IF NOT HT-HIST-EOF
003780         PERFORM 2100-READ-NEXT-HIST THRU 2100-EXIT
003790     END-IF.
003800
003810 1100-EXIT.
003820     EXIT.
003830
003840*-----------------------------------------------------------*
003850* 2000-BUILD-SORT-FILE                                       *
003860*     RELEASES ONE SORT RECORD PER OCCUPIED DETAIL LINE OF    *
003870*     EVERY ARCHIVED TICKET IN THE FROM/THRU RANGE.           *
003880*-----------------------------------------------------------*
003890 2000-BUILD-SORT-FILE.
003900
003910     PERFORM 1100-START-ON-FROM-DATE THRU 1100-EXIT.
003920
003930     PERFORM 2200-PROCESS-HIST-TICKET THRU 2200-EXIT
003940         UNTIL HT-HIST-EOF.
003950
003960 2000-EXIT.
003970     EXIT.
003980
003990 2100-READ-NEXT-HIST.
004000
004010     READ JT-HIST-FIL NEXT RECORD
004020         AT END
004030             MOVE "Y" TO HT-HIST-EOF-SW
004040     END-READ.
004050
004060 2100-EXIT.
004070     EXIT.
004080
004090 2200-PROCESS-HIST-TICKET.
004100
004110     IF AR-ARCH-WK-END-DATE > HT-THRU-DATE
004120         MOVE "Y" TO HT-HIST-EOF-SW
004130         GO TO 2200-EXIT
004140     END-IF.
004150
004160     PERFORM 2300-RELEASE-DETAIL-LINE THRU 2300-EXIT
004170         VARYING HT-DTL-SUB FROM 1 BY 1
004180         UNTIL HT-DTL-SUB > AR-D-DTL-CNT.
004190
004200     PERFORM 2100-READ-NEXT-HIST THRU 2100-EXIT.
004210
004220 2200-EXIT.
004230     EXIT.
004240
004250 2300-RELEASE-DETAIL-LINE.
004260
004270     MOVE AR-ARCH-WK-END-DATE TO HW-WK-END-DATE.
004280     MOVE AR-D-COST-CENTER TO HW-COST-CENTER.
004290     MOVE AR-D-ACTIV-CD (HT-DTL-SUB) TO HW-ACTIV-CD.
004300     MOVE AR-D-HOURS (HT-DTL-SUB) TO HW-HOURS.
004310     RELEASE WORK-REC.
004320
004330 2300-EXIT.
004340     EXIT.
004350
004360*-----------------------------------------------------------*
004370* 3000-PRINT-TREND-REPORT                                    *
004380*     THREE-LEVEL CONTROL-BREAK REPORT OFF THE SORTED WORK    *
004390*     FILE - ACTIVITY CODE WITHIN COST CENTER WITHIN WEEK -   *
004400*     WITH A GRAND TOTAL ACROSS THE RANGE.                    *
004410*-----------------------------------------------------------*
004420 3000-PRINT-TREND-REPORT.
004430
004440     PERFORM 3100-RETURN-NEXT-LINE THRU 3100-EXIT.
004450
004460     IF HT-SORT-EOF
004470         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
004480         MOVE NO-DATA-LINE TO PRINT-LINE
004490         WRITE PRINT-LINE
004500     ELSE
004510         PERFORM 3200-PROCESS-LINE THRU 3200-EXIT
004520             UNTIL HT-SORT-EOF
004530         PERFORM 3450-PRINT-ACTIV-CD-TOTAL THRU 3450-EXIT
004540         PERFORM 3500-PRINT-COST-CENTER-TOTAL THRU 3500-EXIT
004550         PERFORM 3550-PRINT-WEEK-TOTAL THRU 3550-EXIT
004560         PERFORM 3600-PRINT-GRAND-TOTAL THRU 3600-EXIT
004570     END-IF.
004580
004590 3000-EXIT.
004600     EXIT.
004610
004620 3100-RETURN-NEXT-LINE.
004630
004640     RETURN WORK-FIL
004650         AT END
004660             MOVE "Y" TO HT-SORT-EOF-SW
004670     END-RETURN.
004680
004690 3100-EXIT.
004700     EXIT.
004710
004720 3200-PROCESS-LINE.
004730
004740     IF HT-FIRST-GROUP-SW = "Y"
004750         MOVE HW-WK-END-DATE TO HT-CURR-WK-END-DATE
004760         MOVE HW-COST-CENTER TO HT-CURR-COST-CENTER
004770         MOVE HW-ACTIV-CD TO HT-CURR-ACTIV-CD
004780         MOVE "N" TO HT-FIRST-GROUP-SW
004790         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
004800     END-IF.
004810
004820     IF HW-WK-END-DATE NOT = HT-CURR-WK-END-DATE
004830         PERFORM 3450-PRINT-ACTIV-CD-TOTAL THRU 3450-EXIT
004840         PERFORM 3500-PRINT-COST-CENTER-TOTAL THRU 3500-EXIT
004850         PERFORM 3550-PRINT-WEEK-TOTAL THRU 3550-EXIT
004860         MOVE HW-WK-END-DATE TO HT-CURR-WK-END-DATE
004870         MOVE HW-COST-CENTER TO HT-CURR-COST-CENTER
004880         MOVE HW-ACTIV-CD TO HT-CURR-ACTIV-CD
004890     ELSE
004900         IF HW-COST-CENTER NOT = HT-CURR-COST-CENTER
004910             PERFORM 3450-PRINT-ACTIV-CD-TOTAL THRU 3450-EXIT
004920             PERFORM 3500-PRINT-COST-CENTER-TOTAL THRU 3500-EXIT
004930             MOVE HW-COST-CENTER TO HT-CURR-COST-CENTER
004940             MOVE HW-ACTIV-CD TO HT-CURR-ACTIV-CD
004950         ELSE
004960             IF HW-ACTIV-CD NOT = HT-CURR-ACTIV-CD
004970                 PERFORM 3450-PRINT-ACTIV-CD-TOTAL THRU 3450-EXIT
004980                 MOVE HW-ACTIV-CD TO HT-CURR-ACTIV-CD
004990             END-IF
005000         END-IF
005010     END-IF.
005020
005030     IF HT-LINE-CNT > 55
005040         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
005050     END-IF.
005060
005070     MOVE SPACES TO DTL-LINE.
005080     MOVE HW-WK-END-DATE TO DTL-WK-END-DATE.
005090     MOVE HW-COST-CENTER TO DTL-COST-CENTER.
005100     IF HW-ACTIV-CD NOT = HT-DESC-ACTIV-CD
005110         PERFORM 3300-LOOK-UP-ACTIV-DESC THRU 3300-EXIT
005120     END-IF.
005130     MOVE HT-ACTIV-DESC TO DTL-ACTIV-DESC.
005140     MOVE HW-HOURS TO DTL-HOURS.
005150     WRITE PRINT-LINE FROM DTL-LINE.
005160     ADD 1 TO HT-LINE-CNT.
005170
005180     ADD HW-HOURS TO HT-ACT-TOTAL HT-CTR-TOTAL HT-WEEK-TOTAL
005190         HT-GRAND-TOTAL.
005200
005210     PERFORM 3100-RETURN-NEXT-LINE THRU 3100-EXIT.
005220
005230 3200-EXIT.
005240     EXIT.
005250
005260*-----------------------------------------------------------*
005270* 3300-LOOK-UP-ACTIV-DESC                                    *
005280*     FETCHES THE ACTMAS DESCRIPTION FOR THE ACTIVITY ON THE  *
005290*     SORTED LINE, ONLY WHEN THE CODE CHANGES.  A CODE NOT ON *
005300*     FILE PRINTS AS KEYED.                                   *
005310*-----------------------------------------------------------*
005320 3300-LOOK-UP-ACTIV-DESC.
005330
005340     MOVE HW-ACTIV-CD TO HT-DESC-ACTIV-CD.
005350     MOVE HW-ACTIV-CD TO HT-ACTIV-DESC.
005360
005370     IF NOT HT-ACT-MASTER-AVAIL
005380         GO TO 3300-EXIT
005390     END-IF.
005400
005410     MOVE HW-ACTIV-CD TO AC-ACTIV-CD.
005420
005430     READ AC-FIL
005440         INVALID KEY
005450             GO TO 3300-EXIT
005460     END-READ.
005470
005480     MOVE AC-ACTIV-DESC TO HT-ACTIV-DESC.
005490
005500 3300-EXIT.
005510     EXIT.
005520
005530 3400-PRINT-HEADINGS.
005540
005550     ADD 1 TO HT-PAGE-NO.
005560     MOVE HT-PAGE-NO TO HDR1-PAGE-NO.
005570     WRITE PRINT-LINE FROM HDR1-LINE.
005580     IF HT-TREND
005590         WRITE PRINT-LINE FROM HDR2-LINE
005600     ELSE
005610         WRITE PRINT-LINE FROM HDR3-LINE
005620     END-IF.
005630     MOVE 2 TO HT-LINE-CNT.
005640
005650 3400-EXIT.
005660     EXIT.
005670
005680 3450-PRINT-ACTIV-CD-TOTAL.
005690
005700     MOVE HT-ACT-TOTAL TO ACT-TOTAL-HOURS.
005710     WRITE PRINT-LINE FROM ACT-TOTAL-LINE.
005720     ADD 1 TO HT-LINE-CNT.
005730     MOVE 0 TO HT-ACT-TOTAL.
005740
005750 3450-EXIT.
005760     EXIT.
005770
005780 3500-PRINT-COST-CENTER-TOTAL.
005790
005800     MOVE HT-CTR-TOTAL TO CTR-TOTAL-HOURS.
005810     WRITE PRINT-LINE FROM CTR-TOTAL-LINE.
005820     ADD 1 TO HT-LINE-CNT.
005830     MOVE 0 TO HT-CTR-TOTAL.
005840
005850 3500-EXIT.
005860     EXIT.
005870
005880 3550-PRINT-WEEK-TOTAL.
005890
005900     MOVE HT-WEEK-TOTAL TO WEEK-TOTAL-HOURS.
005910     WRITE PRINT-LINE FROM WEEK-TOTAL-LINE.
005920     ADD 1 TO HT-LINE-CNT.
005930     MOVE 0 TO HT-WEEK-TOTAL.
005940
005950 3550-EXIT.
005960     EXIT.
005970
005980 3600-PRINT-GRAND-TOTAL.
005990
006000     MOVE HT-GRAND-TOTAL TO GRAND-TOTAL-HOURS.
006010     WRITE PRINT-LINE FROM GRAND-TOTAL-LINE.
006020
006030 3600-EXIT.
006040     EXIT.
006050
006060*-----------------------------------------------------------*
006070* 4000-PRINT-BADGE-REPORT                                    *
006080*     LISTS ONE EMPLOYEE'S ARCHIVED TICKETS ACROSS THE        *
006090*     FROM/THRU RANGE, WITH A TOTAL-HOURS GRAND TOTAL.        *
006100*-----------------------------------------------------------*
006110 4000-PRINT-BADGE-REPORT.
006120
006130     PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT.
006140
006150     PERFORM 1100-START-ON-FROM-DATE THRU 1100-EXIT.
006160
006170     PERFORM 4100-CHECK-HIST-TICKET THRU 4100-EXIT
006180         UNTIL HT-HIST-EOF.
006190
006200     IF HT-BADGE-TKT-CNT = 0
006210         MOVE NO-DATA-LINE TO PRINT-LINE
006220         WRITE PRINT-LINE
006230     ELSE
006240         MOVE HT-GRAND-TOTAL TO BDG-TOTAL-HOURS
006250         WRITE PRINT-LINE FROM BDG-TOTAL-LINE
006260     END-IF.
006270
006280 4000-EXIT.
006290     EXIT.
006300
006310 4100-CHECK-HIST-TICKET.
006320
006330     IF AR-ARCH-WK-END-DATE > HT-THRU-DATE
006340         MOVE "Y" TO HT-HIST-EOF-SW
006350         GO TO 4100-EXIT
006360     END-IF.
006370
006380     IF AR-ARCH-BADGE-NUM = HT-REQ-BADGE-NUM
006390         PERFORM 4200-PRINT-BADGE-TICKET THRU 4200-EXIT
006400     END-IF.
006410
006420     PERFORM 2100-READ-NEXT-HIST THRU 2100-EXIT.
006430
006440 4100-EXIT.
006450     EXIT.
006460
006470 4200-PRINT-BADGE-TICKET.
006480
006490     IF HT-BADGE-TKT-CNT = 0
006500         MOVE AR-D-BADGE-NUM TO BDG-BADGE-NUM
006510         MOVE AR-D-NAME TO BDG-NAME
006520         WRITE PRINT-LINE FROM BDG-NAME-LINE
006530         ADD 1 TO HT-LINE-CNT
006540     END-IF.
006550
006560     IF HT-LINE-CNT > 55
006570         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
006580     END-IF.
006590
006600     MOVE SPACES TO BDG-DTL-LINE.
006610     MOVE AR-D-WK-END-DATE TO BDG-WK-END-DATE.
006620     MOVE AR-D-COST-CENTER TO BDG-COST-CENTER.
006630     MOVE AR-D-TOTAL-HRS TO BDG-HOURS.
006640     MOVE AR-D-STATUS TO BDG-STATUS.
006650     WRITE PRINT-LINE FROM BDG-DTL-LINE.
006660     ADD 1 TO HT-LINE-CNT.
006670
006680     ADD AR-D-TOTAL-HRS TO HT-GRAND-TOTAL.
006690     ADD 1 TO HT-BADGE-TKT-CNT.
006700
006710 4200-EXIT.
006720     EXIT.
006730
006740*-----------------------------------------------------------*
006750* 9000-TERMINATE                                             *
006760*-----------------------------------------------------------*
006770 9000-TERMINATE.
006780
006790     CLOSE JT-HIST-FIL.
006800     CLOSE PRINT-FIL.
006810
006820     IF HT-ACT-MASTER-AVAIL
006830         CLOSE AC-FIL
006840     END-IF.
006850
006860 9000-EXIT.
006870     EXIT.
