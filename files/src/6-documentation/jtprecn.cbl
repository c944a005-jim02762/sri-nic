000360*     the flat file only ever holds the week last extracted,
000370*     so reconciling any other week against it would match
000380*     the wrong feed and flag the wrong run-control record.  )%
000390*
000400* Edit (15-Oct-26, 'J. A. Hartley')
000410* %(  Called USING the JTMENU sign-on block.  Under the JTCLOSE
000420*     weekly close the week comes from SG-CLOSE-WK-END-DATE
000430*     instead of the prompt.  )%
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
000580     SELECT EXTRACT-FIL ASSIGN TO "JTEXPRT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS EX-FIL-STATUS.
000610
000620     SELECT CONF-FIL ASSIGN TO "JTPCONF"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PC-FIL-STATUS.
000650
000660     SELECT WORK-FIL ASSIGN TO "PRSORT"
000670         .
000680
000690     SELECT PRINT-FIL ASSIGN TO "JTPRECN"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS PRT-FIL-STATUS.
000720
000730     COPY jtrcsel.
000740
000750 DATA DIVISION.
000760
000770 FILE SECTION.
000780
000790*-----------------------------------------------------------*
000800* THE WEEK'S PAYROLL FEED AS JTEXPRT WROTE IT - ONE RECORD   *
000810* PER PAY BUCKET, IN BADGE ORDER, SIGNED HOURS AND DOLLARS.  *
000820*-----------------------------------------------------------*
000830 FD  EXTRACT-FIL
000840     LABEL RECORDS ARE STANDARD.
000850
000860 01  EX-EXTRACT-REC.
000870     05  EX-BADGE-NUM                PIC 9(07).
000880     05  FILLER                      PIC X(01).
000890     05  EX-COST-CENTER              PIC X(04).
000900     05  FILLER                      PIC X(01).
000910     05  EX-WK-END-DATE              PIC 9(06).
000920     05  FILLER                      PIC X(01).
000930     05  EX-ACTIV-CD                 PIC X(04).
000940     05  FILLER                      PIC X(01).
000950     05  EX-DIS-NUM                  PIC 9(05).
000960     05  FILLER                      PIC X(01).
000970     05  EX-MFG-NUM                  PIC 9(05).
000980     05  FILLER                      PIC X(01).
000990     05  EX-HOURS                    PIC S9(03)V99
001000                                     SIGN LEADING SEPARATE.
001010     05  FILLER                      PIC X(01).
001020     05  EX-AMOUNT                   PIC S9(05)V99
001030                                     SIGN LEADING SEPARATE.
001040     05  FILLER                      PIC X(01).
001050     05  EX-PAY-CLASS                PIC X(01).
001060
001070*-----------------------------------------------------------*
001080* PAYROLL'S CONFIRMATION - ONE FLAT RECORD PER BADGE PER     *
001090* WEEK PROCESSED: BADGE, WEEK, COUNT OF FEED RECORDS         *
001100* PROCESSED, AND THE GROSS HOURS AND DOLLARS, AS FIXED-WIDTH *
001110* FIELDS SEPARATED BY ONE SPACE.                             *
001120*-----------------------------------------------------------*
001130 FD  CONF-FIL
001140     LABEL RECORDS ARE STANDARD.
001150
001160 01  PC-CONF-REC.
001170     05  PC-BADGE-NUM                PIC 9(07).
001180     05  FILLER                      PIC X(01).
001190     05  PC-WK-END-DATE              PIC 9(06).
001200     05  FILLER                      PIC X(01).
001210     05  PC-REC-CNT                  PIC 9(04).
001220     05  FILLER                      PIC X(01).
001230     05  PC-HOURS                    PIC S9(04)V99
001240                                     SIGN LEADING SEPARATE.
001250     05  FILLER                      PIC X(01).
001260     05  PC-AMOUNT                   PIC S9(06)V99
001270                                     SIGN LEADING SEPARATE.
001280
001290*-----------------------------------------------------------*
001300* SORT WORK FILE - ONE ENTRY PER CONFIRMATION RECORD FOR THE *
001310* REQUESTED WEEK, SORTED BY BADGE FOR THE BALANCED-LINE      *
001320* MATCH AGAINST THE EXTRACT.                                 *
001330*-----------------------------------------------------------*
001340 SD  WORK-FIL.
001350
001360 01  WORK-REC.
001370     05  CW-BADGE-NUM                PIC 9(07).
001380     05  CW-REC-CNT                  PIC 9(04).
001390     05  CW-HOURS                    PIC S9(04)V99.
001400     05  CW-AMOUNT                   PIC S9(06)V99.
001410
001420 FD  RC-FIL
001430     LABEL RECORDS ARE STANDARD.
001440
001450 01  RC-REC.
001460     COPY jtrcly.
001470
001480 FD  PRINT-FIL
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 132 CHARACTERS.
001510
001520 01  PRINT-LINE                      PIC X(132).
001530
001540 WORKING-STORAGE SECTION.
001550     COPY jtrcst.
001560
001570 01  EX-FIL-STATUS                   PIC X(02).
001580
001590 01  PC-FIL-STATUS                   PIC X(02).
001600
001610 01  PRT-FIL-STATUS                  PIC X(02).
001620
001630 01  PR-REQ-WK-END-DATE              PIC 9(06).
001640
001650 01  PR-EX-EOF-SW                    PIC X(01) VALUE "N".
001660     88  PR-EX-EOF                   VALUE "Y".
001670
001680 01  PR-CONF-EOF-SW                  PIC X(01) VALUE "N".
001690     88  PR-CONF-EOF                 VALUE "Y".
001700
001710 01  PR-SORT-EOF-SW                  PIC X(01) VALUE "N".
001720     88  PR-SORT-EOF                 VALUE "Y".
001730
001740 01  PR-CONF-PRIMED-SW               PIC X(01) VALUE "N".
001750     88  PR-CONF-PRIMED              VALUE "Y".
001760
001770 01  PR-EX-GRP-BADGE                 PIC 9(07).
001780
001790 01  PR-EX-GRP-CNT                   PIC 9(04) COMP.
001800
001810 01  PR-EX-GRP-HOURS                 PIC S9(06)V99 COMP.
001820
001830 01  PR-EX-GRP-AMOUNT                PIC S9(07)V99 COMP.
001840
001850 01  PR-PC-GRP-BADGE                 PIC 9(07).
001860
001870 01  PR-PC-GRP-CNT                   PIC 9(04) COMP.
001880
001890 01  PR-PC-GRP-HOURS                 PIC S9(06)V99 COMP.
001900
001910 01  PR-PC-GRP-AMOUNT                PIC S9(07)V99 COMP.
001920
001930 01  PR-EX-REC-CNT                   PIC 9(07) COMP VALUE 0.
001940
001950 01  PR-CONF-REC-CNT                 PIC 9(07) COMP VALUE 0.
001960
001970 01  PR-MATCH-CNT                    PIC 9(07) COMP VALUE 0.
001980
001990 01  PR-MISMATCH-CNT                 PIC 9(07) COMP VALUE 0.
002000
002010 01  PR-LINE-CNT                     PIC 9(03) VALUE 99.
002020
002030 01  PR-PAGE-NO                      PIC 9(03) VALUE 0.
002040
002050 01  HDR1-LINE.
002060     05  FILLER                      PIC X(01) VALUE SPACE.
002070     05  FILLER                      PIC X(42)
002080             VALUE "JTPRECN - PAYROLL CONFIRMATION RECONCILE".
002090     05  FILLER                      PIC X(05) VALUE "WEEK ".
002100     05  HDR1-WK-END-DATE            PIC 9(06).
002110     05  FILLER                      PIC X(08) VALUE SPACES.
002120     05  FILLER                      PIC X(05) VALUE "PAGE ".
002130     05  HDR1-PAGE-NO                PIC ZZ9.
002140
002150 01  HDR2-LINE.
002160     05  FILLER                      PIC X(01) VALUE SPACE.
002170     05  FILLER                      PIC X(10) VALUE "BADGE NUM".
002180     05  FILLER                      PIC X(08) VALUE "EXT CNT".
002190     05  FILLER                      PIC X(13) VALUE "EXT HOURS".
002200     05  FILLER                      PIC X(14)
002210             VALUE "EXT DOLLARS".
002220     05  FILLER                      PIC X(09) VALUE "CNF CNT".
002230     05  FILLER                      PIC X(13) VALUE "CNF HOURS".
002240     05  FILLER                      PIC X(14)
002250             VALUE "CNF DOLLARS".
002260     05  FILLER                      PIC X(16) VALUE "REASON".
002270
002280 01  DTL-LINE.
002290     05  FILLER                      PIC X(01) VALUE SPACE.
002300     05  DTL-BADGE-NUM               PIC 9(07).
002310     05  FILLER                      PIC X(03) VALUE SPACES.
002320     05  DTL-EX-CNT                  PIC ZZZ9.
002330     05  FILLER                      PIC X(02) VALUE SPACES.
002340     05  DTL-EX-HOURS                PIC ZZ,ZZ9.99-.
002350     05  FILLER                      PIC X(02) VALUE SPACES.
002360     05  DTL-EX-AMOUNT               PIC ZZZ,ZZ9.99-.
002370     05  FILLER                      PIC X(03) VALUE SPACES.
002380     05  DTL-PC-CNT                  PIC ZZZ9.
002390     05  FILLER                      PIC X(03) VALUE SPACES.
002400     05  DTL-PC-HOURS                PIC ZZ,ZZ9.99-.
002410     05  FILLER                      PIC X(02) VALUE SPACES.
002420     05  DTL-PC-AMOUNT               PIC ZZZ,ZZ9.99-.
002430     05  FILLER                      PIC X(02) VALUE SPACES.
002440     05  DTL-REASON                  PIC X(16).
002450
002460 01  SUMMARY1-LINE.
002470     05  FILLER                      PIC X(01) VALUE SPACE.
002480     05  FILLER                      PIC X(20)
002490             VALUE "FEED RECORDS READ ..".
002500     05  SUM-EX-REC-CNT              PIC ZZZ,ZZ9.
002510     05  FILLER                      PIC X(20)
002520             VALUE "   CONFIRMATIONS ...".
002530     05  SUM-CONF-REC-CNT            PIC ZZZ,ZZ9.
002540
002550 01  SUMMARY2-LINE.
002560     05  FILLER                      PIC X(01) VALUE SPACE.
002570     05  FILLER                      PIC X(20)
002580             VALUE "BADGES MATCHED .....".
002590     05  SUM-MATCH-CNT               PIC ZZZ,ZZ9.
002600     05  FILLER                      PIC X(20)
002610             VALUE "   MISMATCHES ......".
002620     05  SUM-MISMATCH-CNT            PIC ZZZ,ZZ9.
002630
002640 01  NO-DATA-LINE                    PIC X(60)
002650         VALUE "NOTHING TO RECONCILE FOR THE REQUESTED WEEK.".
002660
002670
002680 LINKAGE SECTION.
002690
002700 01  JT-SIGNON.
002710     COPY jtsgnly.
002720
002730 PROCEDURE DIVISION USING JT-SIGNON.
002740
002750*-----------------------------------------------------------*
002760* 0000-MAINLINE                                              *
002770*-----------------------------------------------------------*
002780 0000-MAINLINE.
002790
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810
002820     SORT WORK-FIL
002830         ON ASCENDING KEY CW-BADGE-NUM
002840         INPUT PROCEDURE IS 2000-BUILD-SORT-FILE THRU 2000-EXIT
002850         OUTPUT PROCEDURE IS 3000-MATCH-STREAMS THRU 3000-EXIT.
002860
002870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002880
002890     GOBACK.
002900
002910*-----------------------------------------------------------*
002920* 1000-INITIALIZE                                            *
002930*     A WEEK WITH NO JTEXPRT RUN ON JTRUNCTL HAS NO FEED TO   *
002940*     RECONCILE AND IS REFUSED.  AN INCOMPLETE RUN IS ONLY    *
002950*     WARNED - THE FEED ON DISK IS STILL WORTH CHECKING.      *
002960*-----------------------------------------------------------*
002970 1000-INITIALIZE.
002980
002990     IF SG-CLOSE-WK-END-DATE NOT = 0
003000         MOVE SG-CLOSE-WK-END-DATE TO PR-REQ-WK-END-DATE
003010     ELSE
003020         DISPLAY "JTPRECN - RECONCILE WEEK ENDING DATE (YYMMDD): "
003030         ACCEPT PR-REQ-WK-END-DATE
003040     END-IF.
003050
003060     OPEN I-O RC-FIL.
003070     IF RC-FIL-STATUS NOT = "00"
003080         DISPLAY "JTPRECN - JTRUNCTL NOT AVAILABLE - STATUS "
003090                 RC-FIL-STATUS
003100         GOBACK
003110     END-IF.
003120
003130     MOVE "JTEXPRT" TO RC-PROGRAM.
003140     MOVE PR-REQ-WK-END-DATE TO RC-WK-END-DATE.
003150
003160     READ RC-FIL
003170         INVALID KEY
003180             DISPLAY "JTPRECN - NO EXTRACT RUN ON RECORD FOR "
003190                     "WEEK " PR-REQ-WK-END-DATE
003200             CLOSE RC-FIL
003210             GOBACK
003220     END-READ.
003230
003240     IF NOT RC-COMPLETE
003250         DISPLAY "JTPRECN - WARNING - EXTRACT RUN DID NOT "
003260                 "COMPLETE"
003270     END-IF.
003280
003290     OPEN INPUT EXTRACT-FIL.
003300     IF EX-FIL-STATUS NOT = "00"
003310         DISPLAY "JTPRECN - EXTRACT FILE NOT AVAILABLE - STATUS "
003320                 EX-FIL-STATUS
003330         CLOSE RC-FIL
003340         GOBACK
003350     END-IF.
003360
003370*    THE FLAT FILE HOLDS WHICHEVER WEEK LAST RAN - A FEED FOR
003380*    ANY OTHER WEEK MUST NOT BE RECONCILED AGAINST THIS ONE.
003390     PERFORM 3600-READ-NEXT-EXTRACT THRU 3600-EXIT.
003400
003410     IF NOT PR-EX-EOF
003420         IF EX-WK-END-DATE NOT = PR-REQ-WK-END-DATE
003430             DISPLAY "JTPRECN - EXTRACT FILE ON DISK IS WEEK "
003440                     EX-WK-END-DATE " NOT " PR-REQ-WK-END-DATE
003450             DISPLAY "JTPRECN - RECONCILE CANCELLED."
003460             CLOSE EXTRACT-FIL
003470             CLOSE RC-FIL
003480             GOBACK
003490         END-IF
003500     END-IF.
003510
003520     OPEN INPUT CONF-FIL.
003530     IF PC-FIL-STATUS NOT = "00"
003540         DISPLAY "JTPRECN - JTPCONF NOT AVAILABLE - STATUS "
003550                 PC-FIL-STATUS
003560         CLOSE EXTRACT-FIL
003570         CLOSE RC-FIL
003580         GOBACK
003590     END-IF.
003600
003610     OPEN OUTPUT PRINT-FIL.
003620
003630     MOVE PR-REQ-WK-END-DATE TO HDR1-WK-END-DATE.
003640
003650 1000-EXIT.
003660     EXIT.
003670
003680*-----------------------------------------------------------*
003690* 2000-BUILD-SORT-FILE                                       *
003700*     RELEASES ONE SORT RECORD PER CONFIRMATION RECORD FOR    *
003710*     THE REQUESTED WEEK.                                     *
003720*-----------------------------------------------------------*
003730 2000-BUILD-SORT-FILE.
003740
003750     PERFORM 2100-READ-NEXT-CONF THRU 2100-EXIT.
003760
003770     PERFORM 2200-RELEASE-CONF THRU 2200-EXIT
003780         UNTIL PR-CONF-EOF.
003790
003800 2000-EXIT.
003810     EXIT.
003820
003830 2100-READ-NEXT-CONF.
003840
003850     READ CONF-FIL NEXT RECORD
003860         AT END
003870             MOVE "Y" TO PR-CONF-EOF-SW
003880     END-READ.
003890
003900 2100-EXIT.
003910     EXIT.
003920
003930 2200-RELEASE-CONF.
003940
003950     IF PC-WK-END-DATE = PR-REQ-WK-END-DATE
003960         ADD 1 TO PR-CONF-REC-CNT
003970         MOVE PC-BADGE-NUM TO CW-BADGE-NUM
003980         MOVE PC-REC-CNT TO CW-REC-CNT
003990         MOVE PC-HOURS TO CW-HOURS
004000         MOVE PC-AMOUNT TO CW-AMOUNT
004010         RELEASE WORK-REC
004020     END-IF.
004030
004040     PERFORM 2100-READ-NEXT-CONF THRU 2100-EXIT.
004050
004060 2200-EXIT.
004070     EXIT.
004080
004090*-----------------------------------------------------------*
004100* 3000-MATCH-STREAMS                                         *
004110*     BALANCED-LINE MATCH OF THE TWO BADGE-ORDERED STREAMS -  *
004120*     THE FEED FOOTED BY BADGE ON ONE SIDE AND THE SORTED     *
004130*     CONFIRMATIONS ON THE OTHER.  A BADGE OF ALL NINES       *
004140*     MARKS AN EXHAUSTED STREAM.                              *
004150*-----------------------------------------------------------*
004160 3000-MATCH-STREAMS.
004170
004180*    THE FIRST FEED RECORD WAS ALREADY READ AND WEEK-CHECKED
004190*    AT INITIALIZATION.
004200     PERFORM 4000-GET-EXTRACT-GROUP THRU 4000-EXIT.
004210     PERFORM 5000-GET-CONF-GROUP THRU 5000-EXIT.
004220
004230     IF PR-EX-GRP-BADGE = 9999999 AND PR-PC-GRP-BADGE = 9999999
004240         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
004250         MOVE NO-DATA-LINE TO PRINT-LINE
004260         WRITE PRINT-LINE
004270         GO TO 3000-EXIT
004280     END-IF.
004290
004300     PERFORM 3100-MATCH-ONE-BADGE THRU 3100-EXIT
004310         UNTIL PR-EX-GRP-BADGE = 9999999
004320         AND PR-PC-GRP-BADGE = 9999999.
004330
004340 3000-EXIT.
004350     EXIT.
004360
004370 3100-MATCH-ONE-BADGE.
004380
004390     IF PR-EX-GRP-BADGE < PR-PC-GRP-BADGE
004400         PERFORM 3200-PRINT-MISMATCH THRU 3200-EXIT
004410         PERFORM 4000-GET-EXTRACT-GROUP THRU 4000-EXIT
004420         GO TO 3100-EXIT
004430     END-IF.
004440
004450     IF PR-PC-GRP-BADGE < PR-EX-GRP-BADGE
004460         PERFORM 3300-PRINT-UNEXTRACTED THRU 3300-EXIT
004470         PERFORM 5000-GET-CONF-GROUP THRU 5000-EXIT
004480         GO TO 3100-EXIT
004490     END-IF.
004500
004510     IF PR-EX-GRP-CNT NOT = PR-PC-GRP-CNT
004520         MOVE "COUNT DIFFERS" TO DTL-REASON
004530         PERFORM 3500-PRINT-BOTH-SIDES THRU 3500-EXIT
004540     ELSE
004550         IF PR-EX-GRP-HOURS NOT = PR-PC-GRP-HOURS
004560             MOVE "HOURS DIFFER" TO DTL-REASON
004570             PERFORM 3500-PRINT-BOTH-SIDES THRU 3500-EXIT
004580         ELSE
004590             IF PR-EX-GRP-AMOUNT NOT = PR-PC-GRP-AMOUNT
004600                 MOVE "DOLLARS DIFFER" TO DTL-REASON
004610                 PERFORM 3500-PRINT-BOTH-SIDES THRU 3500-EXIT
004620             ELSE
004630                 ADD 1 TO PR-MATCH-CNT
004640             END-IF
004650         END-IF
004660     END-IF.
004670
004680     PERFORM 4000-GET-EXTRACT-GROUP THRU 4000-EXIT.
004690     PERFORM 5000-GET-CONF-GROUP THRU 5000-EXIT.
004700
004710 3100-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------*
004750* 3200-PRINT-MISMATCH                                        *
004760*     A BADGE ON THE FEED THAT PAYROLL NEVER CONFIRMED.       *
004770*-----------------------------------------------------------*
004780 3200-PRINT-MISMATCH.
004790
004800     IF PR-LINE-CNT > 55
004810         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
004820     END-IF.
004830
004840     MOVE SPACES TO DTL-LINE.
004850     MOVE PR-EX-GRP-BADGE TO DTL-BADGE-NUM.
004860     MOVE PR-EX-GRP-CNT TO DTL-EX-CNT.
004870     MOVE PR-EX-GRP-HOURS TO DTL-EX-HOURS.
004880     MOVE PR-EX-GRP-AMOUNT TO DTL-EX-AMOUNT.
004890     MOVE "NOT CONFIRMED" TO DTL-REASON.
004900
004910     WRITE PRINT-LINE FROM DTL-LINE.
004920     ADD 1 TO PR-LINE-CNT.
004930     ADD 1 TO PR-MISMATCH-CNT.
004940
004950 3200-EXIT.
004960     EXIT.
004970
004980*-----------------------------------------------------------*
004990* 3300-PRINT-UNEXTRACTED                                     *
005000*     A BADGE PAYROLL CONFIRMED THAT IS NOT ON THE FEED.      *
005010*-----------------------------------------------------------*
005020 3300-PRINT-UNEXTRACTED.
005030
005040     IF PR-LINE-CNT > 55
005050         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
005060     END-IF.
005070
005080     MOVE SPACES TO DTL-LINE.
005090     MOVE PR-PC-GRP-BADGE TO DTL-BADGE-NUM.
005100     MOVE PR-PC-GRP-CNT TO DTL-PC-CNT.
005110     MOVE PR-PC-GRP-HOURS TO DTL-PC-HOURS.
005120     MOVE PR-PC-GRP-AMOUNT TO DTL-PC-AMOUNT.
005130     MOVE "NOT EXTRACTED" TO DTL-REASON.
005140
005150     WRITE PRINT-LINE FROM DTL-LINE.
005160     ADD 1 TO PR-LINE-CNT.
005170     ADD 1 TO PR-MISMATCH-CNT.
005180
005190 3300-EXIT.
005200     EXIT.
005210
005220 3400-PRINT-HEADINGS.
005230
005240     ADD 1 TO PR-PAGE-NO.
005250     MOVE PR-PAGE-NO TO HDR1-PAGE-NO.
005260     WRITE PRINT-LINE FROM HDR1-LINE.
005270     WRITE PRINT-LINE FROM HDR2-LINE.
005280     MOVE 2 TO PR-LINE-CNT.
005290
005300 3400-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------*
005340* 3500-PRINT-BOTH-SIDES                                      *
005350*     A BADGE ON BOTH STREAMS WHOSE FIGURES DO NOT AGREE -    *
005360*     THE CALLER HAS ALREADY SET THE REASON.                  *
005370*-----------------------------------------------------------*
005380 3500-PRINT-BOTH-SIDES.
005390
005400     IF PR-LINE-CNT > 55
005410         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
005420     END-IF.
005430
005440     MOVE PR-EX-GRP-BADGE TO DTL-BADGE-NUM.
005450     MOVE PR-EX-GRP-CNT TO DTL-EX-CNT.
005460     MOVE PR-EX-GRP-HOURS TO DTL-EX-HOURS.
005470     MOVE PR-EX-GRP-AMOUNT TO DTL-EX-AMOUNT.
005480     MOVE PR-PC-GRP-CNT TO DTL-PC-CNT.
005490     MOVE PR-PC-GRP-HOURS TO DTL-PC-HOURS.
005500     MOVE PR-PC-GRP-AMOUNT TO DTL-PC-AMOUNT.
005510
005520     WRITE PRINT-LINE FROM DTL-LINE.
005530     ADD 1 TO PR-LINE-CNT.
005540     ADD 1 TO PR-MISMATCH-CNT.
005550
005560 3500-EXIT.
005570     EXIT.
005580
005590 3600-READ-NEXT-EXTRACT.
005600
005610     READ EXTRACT-FIL NEXT RECORD
005620         AT END
005630             MOVE "Y" TO PR-EX-EOF-SW
005640     END-READ.
005650
005660     IF NOT PR-EX-EOF
005670         ADD 1 TO PR-EX-REC-CNT
005680     END-IF.
005690
005700 3600-EXIT.
005710     EXIT.
005720
005730*-----------------------------------------------------------*
005740* 4000-GET-EXTRACT-GROUP                                     *
005750*     FOOTS THE FEED'S NEXT BADGE GROUP - COUNT, HOURS, AND   *
005760*     DOLLARS - USING THE RECORD ALREADY READ AHEAD.  ALL     *
005770*     NINES MARKS AN EXHAUSTED FEED.                          *
005780*-----------------------------------------------------------*
005790 4000-GET-EXTRACT-GROUP.
005800
005810     IF PR-EX-EOF
005820         MOVE 9999999 TO PR-EX-GRP-BADGE
005830         GO TO 4000-EXIT
005840     END-IF.
005850
005860     MOVE EX-BADGE-NUM TO PR-EX-GRP-BADGE.
005870     MOVE 0 TO PR-EX-GRP-CNT.
005880     MOVE 0 TO PR-EX-GRP-HOURS.
005890     MOVE 0 TO PR-EX-GRP-AMOUNT.
005900
005910     PERFORM 4100-ADD-EXTRACT-REC THRU 4100-EXIT
005920         UNTIL PR-EX-EOF
005930         OR EX-BADGE-NUM NOT = PR-EX-GRP-BADGE.
005940
005950 4000-EXIT.
005960     EXIT.
005970
005980 4100-ADD-EXTRACT-REC.
005990
006000     ADD 1 TO PR-EX-GRP-CNT.
006010     ADD EX-HOURS TO PR-EX-GRP-HOURS.
006020     ADD EX-AMOUNT TO PR-EX-GRP-AMOUNT.
006030
006040     PERFORM 3600-READ-NEXT-EXTRACT THRU 3600-EXIT.
006050
006060 4100-EXIT.
006070     EXIT.
006080
006090*-----------------------------------------------------------*
006100* 5000-GET-CONF-GROUP                                        *
006110*     TAKES THE NEXT CONFIRMATION OFF THE SORT, FOOTING       *
006120*     DUPLICATE RECORDS FOR ONE BADGE TOGETHER.  ALL NINES    *
006130*     MARKS AN EXHAUSTED STREAM.                              *
006140*-----------------------------------------------------------*
006150 5000-GET-CONF-GROUP.
006160
006170     IF PR-SORT-EOF
006180         MOVE 9999999 TO PR-PC-GRP-BADGE
006190         GO TO 5000-EXIT
006200     END-IF.
006210
006220     IF NOT PR-CONF-PRIMED
006230         MOVE "Y" TO PR-CONF-PRIMED-SW
006240         PERFORM 5100-RETURN-NEXT-CONF THRU 5100-EXIT
006250         IF PR-SORT-EOF
006260             MOVE 9999999 TO PR-PC-GRP-BADGE
006270             GO TO 5000-EXIT
006280         END-IF
006290     END-IF.
006300
006310     MOVE CW-BADGE-NUM TO PR-PC-GRP-BADGE.
006320     MOVE 0 TO PR-PC-GRP-CNT.
006330     MOVE 0 TO PR-PC-GRP-HOURS.
006340     MOVE 0 TO PR-PC-GRP-AMOUNT.
006350
006360     PERFORM 5200-ADD-CONF-REC THRU 5200-EXIT
006370         UNTIL PR-SORT-EOF
006380         OR CW-BADGE-NUM NOT = PR-PC-GRP-BADGE.
006390
006400 5000-EXIT.
006410     EXIT.
006420
006430 5100-RETURN-NEXT-CONF.
006440
006450     RETURN WORK-FIL
006460         AT END
006470             MOVE "Y" TO PR-SORT-EOF-SW
006480     END-RETURN.
006490
006500 5100-EXIT.
006510     EXIT.
006520
006530 5200-ADD-CONF-REC.
006540
006550     ADD CW-REC-CNT TO PR-PC-GRP-CNT.
006560     ADD CW-HOURS TO PR-PC-GRP-HOURS.
006570     ADD CW-AMOUNT TO PR-PC-GRP-AMOUNT.
006580
006590     PERFORM 5100-RETURN-NEXT-CONF THRU 5100-EXIT.
006600
006610 5200-EXIT.
006620     EXIT.
006630
006640*-----------------------------------------------------------*
006650* 9000-TERMINATE                                             *
006660*     POSTS THE RECONCILED/UNRECONCILED FLAG ON THE WEEK'S    *
006670*     JTEXPRT RUN-CONTROL RECORD AND PRINTS THE SUMMARY.      *
006680*-----------------------------------------------------------*
006690 9000-TERMINATE.
006700
006710     MOVE PR-EX-REC-CNT TO SUM-EX-REC-CNT.
006720     MOVE PR-CONF-REC-CNT TO SUM-CONF-REC-CNT.
006730     WRITE PRINT-LINE FROM SUMMARY1-LINE.
006740
006750     MOVE PR-MATCH-CNT TO SUM-MATCH-CNT.
006760     MOVE PR-MISMATCH-CNT TO SUM-MISMATCH-CNT.
006770     WRITE PRINT-LINE FROM SUMMARY2-LINE.
006780
006790     MOVE "JTEXPRT" TO RC-PROGRAM.
006800     MOVE PR-REQ-WK-END-DATE TO RC-WK-END-DATE.
006810
006820     READ RC-FIL
006830         INVALID KEY
006840             DISPLAY "JTPRECN - RUN-CONTROL READ-BACK FAILED"
006850         NOT INVALID KEY
006860             IF PR-MISMATCH-CNT = 0
006870                 MOVE "Y" TO RC-RECON-SW
006880             ELSE
006890                 MOVE "U" TO RC-RECON-SW
006900             END-IF
006910             REWRITE RC-REC
006920     END-READ.
006930
006940     CLOSE EXTRACT-FIL.
006950     CLOSE CONF-FIL.
006960     CLOSE PRINT-FIL.
006970     CLOSE RC-FIL.
006980
006990     DISPLAY "JTPRECN - FEED RECORDS READ: " PR-EX-REC-CNT.
007000     DISPLAY "JTPRECN - CONFIRMATIONS READ: " PR-CONF-REC-CNT.
007010     DISPLAY "JTPRECN - BADGES MATCHED: " PR-MATCH-CNT.
007020     DISPLAY "JTPRECN - MISMATCHES: " PR-MISMATCH-CNT.
007030
007040     IF PR-MISMATCH-CNT = 0
007050         DISPLAY "JTPRECN - WEEK FLAGGED RECONCILED."
007060     ELSE
007070         DISPLAY "JTPRECN - WEEK FLAGGED UNRECONCILED."
007080     END-IF.
007090
007100 9000-EXIT.
007110     EXIT.
