000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTCLKRC.
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
000200* %(  New program.  Weekly time-clock reconciliation.  Loads
000210*     the time-and-attendance clock file JTCLOCK (one record
000220*     per in/out punch pair - badge, punch date, in time, out
000230*     time) and foots clocked hours per badge for the week,
000240*     leaving out any punch dated on one of the CA-HOLIDAY-DATES
000250*     the SHOPCAL record carries for that week, or dated outside
000260*     the week altogether.  Ticket hours are footed the same way
000270*     off the week's JOBTICRMS ticket - HOL operation lines are
000280*     left out so both sides exclude holiday time.  A variance
000290*     register by cost center lists every badge clocked with no
000300*     ticket, ticketed with no punches, or whose clock and ticket
000310*     hours differ by more than the tolerance the operator keys.
000320*     Run ahead of the JTAPPR sign-off so supervisors settle
000330*     the differences before approving.  The week defaults to
000340*     the CA-WEEK-OPEN week when the operator keys zero.  )%
000350*
000360* Edit (15-Oct-26, 'J. A. Hartley')
000370* %(  Called USING the JTMENU sign-on block.  Under the JTCLOSE
000380*     weekly close the week comes from SG-CLOSE-WK-END-DATE
000390*     instead of the prompt.  Every run is now recorded on the
000400*     JTRUNCTL run-control file (see JTRCSEL/JTRCLY) under the
000410*     week reconciled, completed with the count of badges
000420*     compared and the count of exceptions listed.  )%
000430
000440 ENVIRONMENT DIVISION.
000450
000460 CONFIGURATION SECTION.
000470
000480 SOURCE-COMPUTER.
000490     DECSYSTEM-20.
000500
000510 OBJECT-COMPUTER.
000520     DECSYSTEM-20.
000530
000540 INPUT-OUTPUT SECTION.
000550
000560 FILE-CONTROL.
000570     COPY jtsel.
000580
000590     COPY jtempsel.
000600
000610     COPY jtcalsel.
000620
000630     SELECT CLOCK-FIL ASSIGN TO "JTCLOCK"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CK-FIL-STATUS.
000660
000670     SELECT WORK-FIL ASSIGN TO "TCSORT"
000680         .
000690
000700     SELECT PRINT-FIL ASSIGN TO "JTCLKRC"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS PRT-FIL-STATUS.
000730
000740     COPY jtccsel.
000750
000760     COPY jtrcsel.
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
000880 FD  EM-FIL
000890     LABEL RECORDS ARE STANDARD.
000900
000910 01  EM-REC.
000920     COPY jtemply.
000930
000940 FD  CA-FIL
000950     LABEL RECORDS ARE STANDARD.
000960
000970 01  CA-REC.
000980     COPY jtcally.
000990
001000*-----------------------------------------------------------*
001010* TIME-CLOCK PUNCH - ONE FLAT RECORD PER IN/OUT PAIR: BADGE  *
001020* NUMBER, PUNCH DATE (YYMMDD), IN TIME AND OUT TIME (HHMM,   *
001030* 24-HOUR CLOCK), AS FIXED-WIDTH FIELDS SEPARATED BY ONE     *
001040* SPACE.  AN OUT TIME EARLIER THAN THE IN TIME IS A SHIFT    *
001050* THAT RAN PAST MIDNIGHT.                                    *
001060*-----------------------------------------------------------*
001070 FD  CLOCK-FIL
001080     LABEL RECORDS ARE STANDARD.
001090
001100 01  CK-PUNCH-REC.
001110     05  CK-BADGE-NUM                PIC 9(07).
001120     05  FILLER                      PIC X(01).
001130     05  CK-PUNCH-DATE               PIC 9(06).
001140     05  FILLER                      PIC X(01).
001150     05  CK-IN-TIME.
001160         10  CK-IN-HH                PIC 9(02).
001170         10  CK-IN-MM                PIC 9(02).
001180     05  FILLER                      PIC X(01).
001190     05  CK-OUT-TIME.
001200         10  CK-OUT-HH               PIC 9(02).
001210         10  CK-OUT-MM               PIC 9(02).
001220
001230 FD  CC-FIL
001240     LABEL RECORDS ARE STANDARD.
001250
001260 01  CC-REC.
001270     COPY jtccly.
001280
001290 FD  RC-FIL
001300     LABEL RECORDS ARE STANDARD.
001310
001320 01  RC-REC.
001330     COPY jtrcly.
001340
001350*-----------------------------------------------------------*
001360* SORT WORK FILE - ONE ENTRY PER COUNTED PUNCH PAIR AND ONE  *
001370* PER TICKET FOR THE WEEK, SORTED BY COST CENTER THEN BADGE  *
001380* SO EACH BADGE'S CLOCK AND TICKET HOURS COME BACK TOGETHER  *
001390* AND THE REGISTER BREAKS ON COST CENTER.                    *
001400*-----------------------------------------------------------*
001410 SD  WORK-FIL.
001420
001430 01  WORK-REC.
001440     05  TW-COST-CENTER              PIC X(04).
001450     05  TW-BADGE-NUM                PIC 9(07).
001460     05  TW-SOURCE                   PIC X(01).
001470         88  TW-CLOCK                VALUE "C".
001480         88  TW-TICKET               VALUE "T".
001490     05  TW-NAME                     PIC X(30).
001500     05  TW-HOURS                    COMP-1.
001510
001520 FD  PRINT-FIL
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 132 CHARACTERS.
001550
001560 01  PRINT-LINE                      PIC X(132).
001570
001580 WORKING-STORAGE SECTION.
001590     COPY jtstat.
001600
001610     COPY jtempst.
001620
001630     COPY jtcalst.
001640
001650     COPY jtccst.
001660
001670     COPY jtrcst.
001680
001690 01  CK-FIL-STATUS                   PIC X(02).
001700
001710 01  PRT-FIL-STATUS                  PIC X(02).
001720
001730 01  TC-REQ-WK-END-DATE              PIC 9(06).
001740
001750 01  TC-PRIOR-WK-END-DATE            PIC 9(06) VALUE 0.
001760
001770 01  TC-TOLER-ENTRY                  PIC 9(03)V99.
001780
001790 01  TC-TOLER-HRS                    PIC S9(05)V99 COMP.
001800
001810 01  TC-HOL-TABLE.
001820     05  TC-HOL-CNT                  PIC 9(04) COMP VALUE 0.
001830     05  TC-HOL-DATE                 PIC 9(06) OCCURS 6 TIMES.
001840
001850 01  TC-HOL-SUB                      PIC 9(04) COMP.
001860
001870 01  TC-DTL-SUB                      PIC 9(04) COMP.
001880
001890 01  TC-WEEK-FOUND-SW                PIC X(01) VALUE "N".
001900     88  TC-WEEK-FOUND               VALUE "Y".
001910
001920 01  TC-CAL-EOF-SW                   PIC X(01) VALUE "N".
001930     88  TC-CAL-EOF                  VALUE "Y".
001940
001950 01  TC-PUNCH-EOF-SW                 PIC X(01) VALUE "N".
001960     88  TC-PUNCH-EOF                VALUE "Y".
001970
001980 01  TC-TICKET-EOF-SW                PIC X(01) VALUE "N".
001990     88  TC-TICKET-EOF               VALUE "Y".
002000
002010 01  TC-SORT-EOF-SW                  PIC X(01) VALUE "N".
002020     88  TC-SORT-EOF                 VALUE "Y".
002030
002040 01  TC-HOLIDAY-SW                   PIC X(01).
002050     88  TC-ON-HOLIDAY               VALUE "Y".
002060
002070 01  TC-FIRST-GROUP-SW               PIC X(01) VALUE "Y".
002080
002090 01  TC-CC-MASTER-SW                 PIC X(01) VALUE "Y".
002100     88  TC-CC-MASTER-AVAIL          VALUE "Y".
002110
002120 01  TC-LAST-BADGE-NUM               PIC 9(07) VALUE 0.
002130
002140 01  TC-LAST-COST-CENTER             PIC X(04).
002150
002160 01  TC-LAST-NAME                    PIC X(30).
002170
002180 01  TC-IN-MINUTES                   PIC 9(05) COMP.
002190
002200 01  TC-OUT-MINUTES                  PIC 9(05) COMP.
002210
002220 01  TC-PUNCH-HRS                    COMP-1.
002230
002240 01  TC-TICKET-HRS                   COMP-1.
002250
002260 01  TC-CURR-COST-CENTER             PIC X(04).
002270
002280 01  TC-CURR-BADGE-NUM               PIC 9(07).
002290
002300 01  TC-CURR-NAME                    PIC X(30).
002310
002320 01  TC-PRT-COST-CENTER              PIC X(04).
002330
002340 01  TC-CLOCK-SW                     PIC X(01).
002350     88  TC-HAS-CLOCK                VALUE "Y".
002360
002370 01  TC-TICKET-SW                    PIC X(01).
002380     88  TC-HAS-TICKET               VALUE "Y".
002390
002400 01  TC-BADGE-CLOCK-HRS              COMP-1.
002410
002420 01  TC-BADGE-TICKET-HRS             COMP-1.
002430
002440 01  TC-DIFF-HRS                     PIC S9(05)V99 COMP.
002450
002460 01  TC-ABS-DIFF-HRS                 PIC S9(05)V99 COMP.
002470
002480 01  TC-EXCEP-TYPE                   PIC X(10).
002490
002500 01  TC-PUNCH-READ-CNT               PIC 9(07) COMP VALUE 0.
002510
002520 01  TC-HOLIDAY-CNT                  PIC 9(07) COMP VALUE 0.
002530
002540 01  TC-OFF-WEEK-CNT                 PIC 9(07) COMP VALUE 0.
002550
002560 01  TC-BAD-PUNCH-CNT                PIC 9(07) COMP VALUE 0.
002570
002580 01  TC-BADGE-CNT                    PIC 9(07) COMP VALUE 0.
002590
002600 01  TC-BALANCED-CNT                 PIC 9(07) COMP VALUE 0.
002610
002620 01  TC-NO-TICKET-CNT                PIC 9(05) COMP VALUE 0.
002630
002640 01  TC-NO-PUNCH-CNT                 PIC 9(05) COMP VALUE 0.
002650
002660 01  TC-VARIANCE-CNT                 PIC 9(05) COMP VALUE 0.
002670
002680 01  TC-CTR-EXCEP-CNT                PIC 9(05) COMP VALUE 0.
002690
002700 01  TC-CTR-DIFF-HRS                 PIC S9(07)V99 COMP VALUE 0.
002710
002720 01  TC-GRAND-EXCEP-CNT              PIC 9(05) COMP VALUE 0.
002730
002740 01  TC-GRAND-DIFF-HRS               PIC S9(07)V99 COMP VALUE 0.
002750
002760 01  TC-GRAND-CLOCK-HRS              COMP-1 VALUE 0.
002770
002780 01  TC-GRAND-TICKET-HRS             COMP-1 VALUE 0.
002790
002800 01  TC-LINE-CNT                     PIC 9(03) VALUE 99.
002810
002820 01  TC-PAGE-NO                      PIC 9(03) VALUE 0.
002830
002840 01  HDR1-LINE.
002850     05  FILLER                      PIC X(01) VALUE SPACE.
002860     05  FILLER                      PIC X(40)
002870             VALUE "JTCLKRC - TIME CLOCK VARIANCE REGISTER".
002880     05  FILLER                      PIC X(04) VALUE SPACES.
002890     05  FILLER                PIC X(16) VALUE "WEEK ENDING ".
002900     05  HDR1-WK-END-DATE            PIC 9(06).
002910     05  FILLER                      PIC X(04) VALUE SPACES.
002920     05  FILLER                PIC X(12) VALUE "TOLERANCE ".
002930     05  HDR1-TOLER-HRS              PIC ZZ9.99.
002940     05  FILLER                      PIC X(06) VALUE SPACES.
002950     05  FILLER                      PIC X(05) VALUE "PAGE ".
002960     05  HDR1-PAGE-NO                PIC ZZ9.
002970
002980 01  HDR2-LINE.
002990     05  FILLER                      PIC X(01) VALUE SPACE.
003000     05  FILLER                      PIC X(10) VALUE "COST CTR".
003010     05  FILLER                      PIC X(10) VALUE "BADGE NUM".
003020     05  FILLER                      PIC X(32) VALUE "NAME".
003030     05  FILLER                      PIC X(12) VALUE "EXCEPTION".
003040     05  FILLER                      PIC X(12)
003050             VALUE "  CLOCK HRS".
003060     05  FILLER                      PIC X(12)
003070             VALUE " TICKET HRS".
003080     05  FILLER                      PIC X(12)
003090             VALUE " DIFFERENCE".
003100
003110 01  DTL-LINE.
003120     05  FILLER                      PIC X(01) VALUE SPACE.
003130     05  DTL-COST-CENTER             PIC X(04).
003140     05  FILLER                      PIC X(06) VALUE SPACES.
003150     05  DTL-BADGE-NUM               PIC 9(07).
003160     05  FILLER                      PIC X(03) VALUE SPACES.
003170     05  DTL-NAME                    PIC X(30).
003180     05  FILLER                      PIC X(02) VALUE SPACES.
003190     05  DTL-EXCEP-TYPE              PIC X(10).
003200     05  FILLER                      PIC X(01) VALUE SPACES.
003210     05  DTL-CLOCK-HRS               PIC ZZZ,ZZ9.99-.
003220     05  FILLER                      PIC X(01) VALUE SPACES.
003230     05  DTL-TICKET-HRS              PIC ZZZ,ZZ9.99-.
003240     05  FILLER                      PIC X(01) VALUE SPACES.
003250     05  DTL-DIFF-HRS                PIC ZZZ,ZZ9.99-.
003260
003270 01  CC-HEAD-LINE.
003280     05  FILLER                      PIC X(01) VALUE SPACE.
003290     05  FILLER                      PIC X(12)
003300             VALUE "COST CENTER ".
003310     05  CCH-COST-CENTER             PIC X(04).
003320     05  FILLER                      PIC X(02) VALUE SPACES.
003330     05  CCH-CC-NAME                 PIC X(30).
003340
003350 01  CTR-TOTAL-LINE.
003360     05  FILLER                      PIC X(01) VALUE SPACE.
003370     05  FILLER                      PIC X(26)
003380             VALUE "  COST CENTER EXCEPTIONS .".
003390     05  CTR-TOTAL-CNT               PIC ZZ,ZZ9.
003400     05  FILLER                      PIC X(14)
003410             VALUE "   NET DIFF ".
003420     05  CTR-TOTAL-DIFF-HRS          PIC ZZZ,ZZ9.99-.
003430
003440 01  GRAND-TOTAL-LINE.
003450     05  FILLER                      PIC X(01) VALUE SPACE.
003460     05  FILLER                      PIC X(26)
003470             VALUE "GRAND TOTAL EXCEPTIONS ...".
003480     05  GRAND-TOTAL-CNT             PIC ZZ,ZZ9.
003490     05  FILLER                      PIC X(14)
003500             VALUE "   NET DIFF ".
003510     05  GRAND-TOTAL-DIFF-HRS        PIC ZZZ,ZZ9.99-.
003520
003530 01  BREAKDOWN-LINE.
003540     05  FILLER                      PIC X(01) VALUE SPACE.
003550     05  FILLER                      PIC X(11) VALUE "NO TICKET ".
003560     05  BRK-NO-TICKET-CNT           PIC ZZ,ZZ9.
003570     05  FILLER                      PIC X(13)
003580             VALUE "  NO PUNCHES ".
003590     05  BRK-NO-PUNCH-CNT            PIC ZZ,ZZ9.
003600     05  FILLER                      PIC X(11)
003610             VALUE "  VARIANCE ".
003620     05  BRK-VARIANCE-CNT            PIC ZZ,ZZ9.
003630
003640 01  SUMMARY1-LINE.
003650     05  FILLER                      PIC X(01) VALUE SPACE.
003660     05  FILLER                      PIC X(26)
003670             VALUE "BADGES RECONCILED ........".
003680     05  SUM1-BADGE-CNT              PIC Z,ZZZ,ZZ9.
003690     05  FILLER                      PIC X(14)
003700             VALUE "   IN BALANCE ".
003710     05  SUM1-BALANCED-CNT           PIC Z,ZZZ,ZZ9.
003720
003730 01  SUMMARY2-LINE.
003740     05  FILLER                      PIC X(01) VALUE SPACE.
003750     05  FILLER                      PIC X(26)
003760             VALUE "CLOCK HOURS COUNTED ......".
003770     05  SUM2-CLOCK-HRS              PIC ZZZ,ZZ9.99-.
003780     05  FILLER                      PIC X(14)
003790             VALUE "   TICKET HRS ".
003800     05  SUM2-TICKET-HRS             PIC ZZZ,ZZ9.99-.
003810
003820 01  SUMMARY3-LINE.
003830     05  FILLER                      PIC X(01) VALUE SPACE.
003840     05  FILLER                      PIC X(26)
003850             VALUE "PUNCH PAIRS READ .........".
003860     05  SUM3-READ-CNT               PIC Z,ZZZ,ZZ9.
003870     05  FILLER                      PIC X(11) VALUE "  HOLIDAY ".
003880     05  SUM3-HOLIDAY-CNT            PIC Z,ZZZ,ZZ9.
003890     05  FILLER                      PIC X(13)
003900             VALUE "  OFF WEEK ".
003910     05  SUM3-OFF-WEEK-CNT           PIC Z,ZZZ,ZZ9.
003920     05  FILLER                      PIC X(13)
003930             VALUE "  BAD PUNCH ".
003940     05  SUM3-BAD-PUNCH-CNT          PIC Z,ZZZ,ZZ9.
003950
003960 01  NO-DATA-LINE                    PIC X(60)
003970         VALUE "NO CLOCK OR TICKET HOURS FOUND FOR THE WEEK.".
003980
003990 01  NO-VARIANCE-LINE                PIC X(60)
004000         VALUE "ALL BADGES IN BALANCE WITHIN THE TOLERANCE.".
004010
004020
004030 LINKAGE SECTION.
004040
004050 01  JT-SIGNON.
004060     COPY jtsgnly.
004070
004080 PROCEDURE DIVISION USING JT-SIGNON.
004090
004100*-----------------------------------------------------------*
004110* 0000-MAINLINE                                              *
004120*-----------------------------------------------------------*
004130 0000-MAINLINE.
004140
004150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004160
004170     SORT WORK-FIL
004180         ON ASCENDING KEY TW-COST-CENTER TW-BADGE-NUM
004190         INPUT PROCEDURE IS 2000-BUILD-SORT-FILE THRU 2000-EXIT
004200         OUTPUT PROCEDURE IS 3000-PRINT-REPORT THRU 3000-EXIT.
004210
004220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004230
004240     GOBACK.
004250
004260*-----------------------------------------------------------*
004270* 1000-INITIALIZE                                            *
004280*-----------------------------------------------------------*
004290 1000-INITIALIZE.
004300
004310     IF SG-CLOSE-WK-END-DATE NOT = 0
004320         MOVE SG-CLOSE-WK-END-DATE TO TC-REQ-WK-END-DATE
004330     ELSE
004340         DISPLAY "JTCLKRC - ENTER WEEK ENDING DATE (YYMMDD, 0 "
004350                 "FOR THE OPEN WEEK): "
004360         ACCEPT TC-REQ-WK-END-DATE
004370     END-IF.
004380
004390     DISPLAY "JTCLKRC - CLOCK/TICKET TOLERANCE HOURS: ".
004400     ACCEPT TC-TOLER-ENTRY.
004410     MOVE TC-TOLER-ENTRY TO TC-TOLER-HRS.
004420
004430     PERFORM 1100-LOCATE-WEEK THRU 1100-EXIT.
004440
004450     PERFORM 7000-OPEN-RUN-CONTROL THRU 7000-EXIT.
004460     PERFORM 7200-POST-RUN-START THRU 7200-EXIT.
004470
004480     OPEN INPUT CLOCK-FIL.
004490     IF CK-FIL-STATUS NOT = "00"
004500         DISPLAY "JTCLKRC - JTCLOCK NOT AVAILABLE - STATUS "
004510                 CK-FIL-STATUS
004520         GOBACK
004530     END-IF.
004540
004550     OPEN INPUT JT-FIL.
004560     IF JT-FIL-STATUS NOT = "00"
004570         DISPLAY "JTCLKRC - JOBTICRMS NOT AVAILABLE - STATUS "
004580                 JT-FIL-STATUS
004590         CLOSE CLOCK-FIL
004600         GOBACK
004610     END-IF.
004620
004630     OPEN INPUT EM-FIL.
004640     IF EM-FIL-STATUS NOT = "00"
004650         DISPLAY "JTCLKRC - EMPMAS NOT AVAILABLE - STATUS "
004660                 EM-FIL-STATUS
004670         CLOSE CLOCK-FIL
004680         CLOSE JT-FIL
004690         GOBACK
004700     END-IF.
004710
004720     OPEN INPUT CC-FIL.
004730     IF CC-FIL-STATUS NOT = "00"
004740         DISPLAY "JTCLKRC - CCMAS NOT AVAILABLE - COST CENTER "
004750         DISPLAY "          NAMES WILL NOT PRINT THIS RUN"
004760         MOVE "N" TO TC-CC-MASTER-SW
004770     END-IF.
004780
004790     OPEN OUTPUT PRINT-FIL.
004800
004810 1000-EXIT.
004820     EXIT.
004830
004840*-----------------------------------------------------------*
004850* 1100-LOCATE-WEEK                                           *
004860*     WALKS SHOPCAL FROM THE FIRST WEEK TO THE REQUESTED ONE  *
004870*     (OR TO THE CA-WEEK-OPEN WEEK WHEN ZERO WAS KEYED),      *
004880*     KEEPING THE WEEK BEFORE IT AS THE LOWER BOUND FOR PUNCH *
004890*     DATES, AND TAKES A COPY OF THE WEEK'S HOLIDAY DATES.    *
004900*     A WEEK NOT ON THE CALENDAR CANCELS THE RUN.             *
004910*-----------------------------------------------------------*
004920 1100-LOCATE-WEEK.
004930
004940     OPEN INPUT CA-FIL.
004950     IF CA-FIL-STATUS NOT = "00"
004960         DISPLAY "JTCLKRC - SHOPCAL NOT AVAILABLE - STATUS "
004970                 CA-FIL-STATUS
004980         GOBACK
004990     END-IF.
005000
005010     MOVE 0 TO CA-WK-END-DATE.
005020
005030     START CA-FIL KEY IS NOT LESS THAN CA-WK-END-DATE
005040         INVALID KEY
005050             MOVE "Y" TO TC-CAL-EOF-SW
005060     END-START.
005070
005080     IF NOT TC-CAL-EOF
005090         PERFORM 1200-READ-NEXT-WEEK THRU 1200-EXIT
005100     END-IF.
005110
005120     PERFORM 1300-CHECK-WEEK THRU 1300-EXIT
005130         UNTIL TC-CAL-EOF
005140            OR TC-WEEK-FOUND.
005150
005160     CLOSE CA-FIL.
005170
005180     IF NOT TC-WEEK-FOUND
005190         IF TC-REQ-WK-END-DATE = 0
005200             DISPLAY "JTCLKRC - NO OPEN WEEK ON THE SHOP CALENDAR"
005210         ELSE
005220             DISPLAY "JTCLKRC - WEEK " TC-REQ-WK-END-DATE
005230                     " IS NOT ON THE SHOP CALENDAR"
005240         END-IF
005250         DISPLAY "JTCLKRC - RECONCILIATION CANCELLED."
005260         GOBACK
005270     END-IF.
005280
005290 1100-EXIT.
005300     EXIT.
005310
005320 1200-READ-NEXT-WEEK.
005330
005340     READ CA-FIL NEXT RECORD
005350         AT END
005360             MOVE "Y" TO TC-CAL-EOF-SW
005370     END-READ.
005380
005390 1200-EXIT.
005400     EXIT.
005410
005420 1300-CHECK-WEEK.
005430
005440     IF (TC-REQ-WK-END-DATE = 0 AND CA-WEEK-OPEN)
005450        OR CA-WK-END-DATE = TC-REQ-WK-END-DATE
005460         MOVE "Y" TO TC-WEEK-FOUND-SW
005470         MOVE CA-WK-END-DATE TO TC-REQ-WK-END-DATE
005480         MOVE CA-HOL-CNT TO TC-HOL-CNT
005490         PERFORM 1400-SAVE-HOLIDAY THRU 1400-EXIT
005500             VARYING TC-HOL-SUB FROM 1 BY 1
005510             UNTIL TC-HOL-SUB > TC-HOL-CNT
005520         GO TO 1300-EXIT
005530     END-IF.
005540
005550     MOVE CA-WK-END-DATE TO TC-PRIOR-WK-END-DATE.
005560
005570     PERFORM 1200-READ-NEXT-WEEK THRU 1200-EXIT.
005580
005590 1300-EXIT.
005600     EXIT.
005610
005620 1400-SAVE-HOLIDAY.
005630
005640     MOVE CA-HOL-DATE (TC-HOL-SUB) TO TC-HOL-DATE (TC-HOL-SUB).
005650
005660 1400-EXIT.
005670     EXIT.
005680
005690*-----------------------------------------------------------*
005700* 2000-BUILD-SORT-FILE                                       *
005710*     PASS 1 - READS THE CLOCK FILE AND RELEASES THE HOURS OF *
005720*     EVERY GOOD PUNCH PAIR DATED IN THE WEEK AND NOT ON A    *
005730*     HOLIDAY, UNDER THE BADGE'S COST CENTER.                 *
005740*     PASS 2 - STARTS JT-FIL ON THE REQUESTED WEEK AND        *
005750*     RELEASES THE FOOTED HOURS OF EVERY TICKET FOR THE WEEK. *
005760*-----------------------------------------------------------*
005770 2000-BUILD-SORT-FILE.
005780
005790     PERFORM 2100-READ-NEXT-PUNCH THRU 2100-EXIT.
005800
005810     PERFORM 2200-CHECK-PUNCH THRU 2200-EXIT
005820         UNTIL TC-PUNCH-EOF.
005830
005840     MOVE TC-REQ-WK-END-DATE TO JT-WK-END-DATE.
005850     MOVE 0 TO JT-BADGE-NUM.
005860
005870     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
005880         INVALID KEY
005890             MOVE "Y" TO TC-TICKET-EOF-SW
005900     END-START.
005910
005920     IF NOT TC-TICKET-EOF
005930         PERFORM 2400-READ-NEXT-TICKET THRU 2400-EXIT
005940     END-IF.
005950
005960     PERFORM 2500-CHECK-TICKET THRU 2500-EXIT
005970         UNTIL TC-TICKET-EOF.
005980
005990 2000-EXIT.
006000     EXIT.
006010
006020 2100-READ-NEXT-PUNCH.
006030
006040     READ CLOCK-FIL
006050         AT END
006060             MOVE "Y" TO TC-PUNCH-EOF-SW
006070     END-READ.
006080
006090     IF NOT TC-PUNCH-EOF
006100         ADD 1 TO TC-PUNCH-READ-CNT
006110     END-IF.
006120
006130 2100-EXIT.
006140     EXIT.
006150
006160*-----------------------------------------------------------*
006170* 2200-CHECK-PUNCH                                           *
006180*     A PUNCH PAIR WITH A NON-NUMERIC FIELD OR AN IMPOSSIBLE  *
006190*     CLOCK TIME IS COUNTED AS BAD AND SHOWN ON THE CONSOLE.  *
006200*     A PAIR DATED OUTSIDE THE WEEK, OR ON ONE OF THE WEEK'S  *
006210*     HOLIDAYS, IS COUNTED AND LEFT OUT OF THE CLOCK HOURS.   *
006220*-----------------------------------------------------------*
006230 2200-CHECK-PUNCH.
006240
006250     IF CK-BADGE-NUM NOT NUMERIC
006260        OR CK-PUNCH-DATE NOT NUMERIC
006270        OR CK-IN-TIME NOT NUMERIC
006280        OR CK-OUT-TIME NOT NUMERIC
006290         ADD 1 TO TC-BAD-PUNCH-CNT
006300         DISPLAY "JTCLKRC - BAD PUNCH RECORD: " CK-PUNCH-REC
006310         GO TO 2200-NEXT
006320     END-IF.
006330
006340     IF CK-IN-HH > 23 OR CK-IN-MM > 59
006350        OR CK-OUT-HH > 23 OR CK-OUT-MM > 59
006360         ADD 1 TO TC-BAD-PUNCH-CNT
006370         DISPLAY "JTCLKRC - BAD PUNCH RECORD: " CK-PUNCH-REC
006380         GO TO 2200-NEXT
006390     END-IF.
006400
006410     IF CK-PUNCH-DATE > TC-REQ-WK-END-DATE
006420        OR CK-PUNCH-DATE NOT > TC-PRIOR-WK-END-DATE
006430         ADD 1 TO TC-OFF-WEEK-CNT
006440         GO TO 2200-NEXT
006450     END-IF.
006460
006470     MOVE "N" TO TC-HOLIDAY-SW.
006480     PERFORM 2250-CHECK-HOLIDAY THRU 2250-EXIT
006490         VARYING TC-HOL-SUB FROM 1 BY 1
006500         UNTIL TC-HOL-SUB > TC-HOL-CNT.
006510
006520     IF TC-ON-HOLIDAY
006530         ADD 1 TO TC-HOLIDAY-CNT
006540         GO TO 2200-NEXT
006550     END-IF.
006560
006570     COMPUTE TC-IN-MINUTES = CK-IN-HH * 60 + CK-IN-MM.
006580     COMPUTE TC-OUT-MINUTES = CK-OUT-HH * 60 + CK-OUT-MM.
006590
006600     IF TC-OUT-MINUTES < TC-IN-MINUTES
006610         ADD 1440 TO TC-OUT-MINUTES
006620     END-IF.
006630
006640     COMPUTE TC-PUNCH-HRS = (TC-OUT-MINUTES - TC-IN-MINUTES) / 60.
006650
006660     PERFORM 2300-RESOLVE-BADGE THRU 2300-EXIT.
006670
006680     MOVE TC-LAST-COST-CENTER TO TW-COST-CENTER.
006690     MOVE CK-BADGE-NUM TO TW-BADGE-NUM.
006700     MOVE "C" TO TW-SOURCE.
006710     MOVE TC-LAST-NAME TO TW-NAME.
006720     MOVE TC-PUNCH-HRS TO TW-HOURS.
006730     RELEASE WORK-REC.
006740
006750 2200-NEXT.
006760
006770     PERFORM 2100-READ-NEXT-PUNCH THRU 2100-EXIT.
006780
006790 2200-EXIT.
006800     EXIT.
006810
006820 2250-CHECK-HOLIDAY.
006830
006840     IF CK-PUNCH-DATE = TC-HOL-DATE (TC-HOL-SUB)
006850         MOVE "Y" TO TC-HOLIDAY-SW
006860     END-IF.
006870
006880 2250-EXIT.
006890     EXIT.
006900
006910*-----------------------------------------------------------*
006920* 2300-RESOLVE-BADGE                                         *
006930*     A PUNCH FILES UNDER THE COST CENTER OF THE BADGE'S      *
006940*     TICKET FOR THE WEEK, SO CLOCK AND TICKET HOURS SORT     *
006950*     TOGETHER.  WITH NO TICKET IT FILES UNDER THE EMPMAS     *
006960*     HOME CENTER, AND A BADGE ON NEITHER FILE FILES UNDER A  *
006970*     BLANK CENTER.  THE LAST BADGE LOOKED UP IS KEPT SO A    *
006980*     RUN OF PUNCHES FOR ONE BADGE IS ONLY LOOKED UP ONCE.    *
006990*-----------------------------------------------------------*
007000 2300-RESOLVE-BADGE.
007010
007020     IF CK-BADGE-NUM = TC-LAST-BADGE-NUM
007030         GO TO 2300-EXIT
007040     END-IF.
007050
007060     MOVE CK-BADGE-NUM TO TC-LAST-BADGE-NUM.
007070
007080     MOVE TC-REQ-WK-END-DATE TO JT-WK-END-DATE.
007090     MOVE CK-BADGE-NUM TO JT-BADGE-NUM.
007100
007110     READ JT-FIL
007120         INVALID KEY
007130             CONTINUE
007140         NOT INVALID KEY
007150             MOVE JT-COST-CENTER TO TC-LAST-COST-CENTER
007160             MOVE JT-NAME TO TC-LAST-NAME
007170             GO TO 2300-EXIT
007180     END-READ.
007190
007200     MOVE CK-BADGE-NUM TO EM-BADGE-NUM.
007210
007220     READ EM-FIL
007230         INVALID KEY
007240             MOVE SPACES TO TC-LAST-COST-CENTER
007250             MOVE "** NOT ON EMPMAS **" TO TC-LAST-NAME
007260         NOT INVALID KEY
007270             MOVE EM-COST-CENTER TO TC-LAST-COST-CENTER
007280             MOVE EM-NAME TO TC-LAST-NAME
007290     END-READ.
007300
007310 2300-EXIT.
007320     EXIT.
007330
007340 2400-READ-NEXT-TICKET.
007350
007360     READ JT-FIL NEXT RECORD
007370         AT END
007380             MOVE "Y" TO TC-TICKET-EOF-SW
007390     END-READ.
007400
007410 2400-EXIT.
007420     EXIT.
007430
007440*-----------------------------------------------------------*
007450* 2500-CHECK-TICKET                                          *
007460*     EVERY TICKET FOR THE WEEK IS RELEASED WITH ITS DETAIL   *
007470*     HOURS FOOTED, LEAVING OUT HOL OPERATION LINES TO MATCH  *
007480*     THE HOLIDAY PUNCHES LEFT OUT OF THE CLOCK HOURS.        *
007490*-----------------------------------------------------------*
007500 2500-CHECK-TICKET.
007510
007520     IF JT-WK-END-DATE NOT = TC-REQ-WK-END-DATE
007530         MOVE "Y" TO TC-TICKET-EOF-SW
007540         GO TO 2500-EXIT
007550     END-IF.
007560
007570     MOVE 0 TO TC-TICKET-HRS.
007580     PERFORM 2600-FOOT-TICKET-LINE THRU 2600-EXIT
007590         VARYING TC-DTL-SUB FROM 1 BY 1
007600         UNTIL TC-DTL-SUB > JT-DTL-CNT.
007610
007620     MOVE JT-COST-CENTER TO TW-COST-CENTER.
007630     MOVE JT-BADGE-NUM TO TW-BADGE-NUM.
007640     MOVE "T" TO TW-SOURCE.
007650     MOVE JT-NAME TO TW-NAME.
007660     MOVE TC-TICKET-HRS TO TW-HOURS.
007670     RELEASE WORK-REC.
007680
007690     PERFORM 2400-READ-NEXT-TICKET THRU 2400-EXIT.
007700
007710 2500-EXIT.
007720     EXIT.
007730
007740 2600-FOOT-TICKET-LINE.
007750
007760     IF JT-OP-CD (TC-DTL-SUB) NOT = "HOL "
007770         ADD JT-HOURS (TC-DTL-SUB) TO TC-TICKET-HRS
007780     END-IF.
007790
007800 2600-EXIT.
007810     EXIT.
007820
007830*-----------------------------------------------------------*
007840* 3000-PRINT-REPORT                                          *
007850*     GATHERS EACH BADGE'S SORTED CLOCK AND TICKET ENTRIES    *
007860*     AND PRINTS A LINE FOR EVERY BADGE OUT OF BALANCE.  A    *
007870*     COST-CENTER TOTAL PRINTS EVERY TIME THE CENTER OF A     *
007880*     PRINTED LINE CHANGES; A GRAND TOTAL, A BREAKDOWN BY     *
007890*     EXCEPTION TYPE AND THE RUN COUNTS PRINT AT END OF FILE. *
007900*-----------------------------------------------------------*
007910 3000-PRINT-REPORT.
007920
007930     PERFORM 3100-RETURN-NEXT-ENTRY THRU 3100-EXIT.
007940
007950     IF TC-SORT-EOF
007960         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
007970         MOVE NO-DATA-LINE TO PRINT-LINE
007980         WRITE PRINT-LINE
007990         GO TO 3000-EXIT
008000     END-IF.
008010
008020     PERFORM 3200-PROCESS-BADGE THRU 3200-EXIT
008030         UNTIL TC-SORT-EOF.
008040
008050     IF TC-FIRST-GROUP-SW = "Y"
008060         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
008070         MOVE NO-VARIANCE-LINE TO PRINT-LINE
008080         WRITE PRINT-LINE
008090     ELSE
008100         PERFORM 3500-PRINT-COST-CENTER-TOTAL THRU 3500-EXIT
008110     END-IF.
008120
008130     PERFORM 3600-PRINT-GRAND-TOTAL THRU 3600-EXIT.
008140
008150 3000-EXIT.
008160     EXIT.
008170
008180 3100-RETURN-NEXT-ENTRY.
008190
008200     RETURN WORK-FIL
008210         AT END
008220             MOVE "Y" TO TC-SORT-EOF-SW
008230     END-RETURN.
008240
008250 3100-EXIT.
008260     EXIT.
008270
008280*-----------------------------------------------------------*
008290* 3200-PROCESS-BADGE                                         *
008300*     FOOTS ONE BADGE'S CLOCK AND TICKET ENTRIES, THEN CLASS- *
008310*     IFIES IT - CLOCKED WITH NO TICKET, TICKETED WITH NO     *
008320*     PUNCHES, OR BOTH WITH A DIFFERENCE OVER THE TOLERANCE.  *
008330*-----------------------------------------------------------*
008340 3200-PROCESS-BADGE.
008350
008360     MOVE TW-COST-CENTER TO TC-CURR-COST-CENTER.
008370     MOVE TW-BADGE-NUM TO TC-CURR-BADGE-NUM.
008380     MOVE TW-NAME TO TC-CURR-NAME.
008390     MOVE "N" TO TC-CLOCK-SW.
008400     MOVE "N" TO TC-TICKET-SW.
008410     MOVE 0 TO TC-BADGE-CLOCK-HRS.
008420     MOVE 0 TO TC-BADGE-TICKET-HRS.
008430
008440     PERFORM 3250-ADD-ENTRY THRU 3250-EXIT
008450         UNTIL TC-SORT-EOF
008460            OR TW-COST-CENTER NOT = TC-CURR-COST-CENTER
008470            OR TW-BADGE-NUM NOT = TC-CURR-BADGE-NUM.
008480
008490     ADD 1 TO TC-BADGE-CNT.
008500     ADD TC-BADGE-CLOCK-HRS TO TC-GRAND-CLOCK-HRS.
008510     ADD TC-BADGE-TICKET-HRS TO TC-GRAND-TICKET-HRS.
008520
008530     COMPUTE TC-DIFF-HRS ROUNDED =
008540         TC-BADGE-CLOCK-HRS - TC-BADGE-TICKET-HRS.
008550
008560     IF NOT TC-HAS-TICKET
008570         MOVE "NO TICKET" TO TC-EXCEP-TYPE
008580         ADD 1 TO TC-NO-TICKET-CNT
008590         PERFORM 3300-PRINT-VARIANCE THRU 3300-EXIT
008600         GO TO 3200-EXIT
008610     END-IF.
008620
008630     IF NOT TC-HAS-CLOCK
008640         MOVE "NO PUNCHES" TO TC-EXCEP-TYPE
008650         ADD 1 TO TC-NO-PUNCH-CNT
008660         PERFORM 3300-PRINT-VARIANCE THRU 3300-EXIT
008670         GO TO 3200-EXIT
008680     END-IF.
008690
008700     IF TC-DIFF-HRS < 0
008710         COMPUTE TC-ABS-DIFF-HRS = 0 - TC-DIFF-HRS
008720     ELSE
008730         MOVE TC-DIFF-HRS TO TC-ABS-DIFF-HRS
008740     END-IF.
008750
008760     IF TC-ABS-DIFF-HRS > TC-TOLER-HRS
008770         MOVE "VARIANCE" TO TC-EXCEP-TYPE
008780         ADD 1 TO TC-VARIANCE-CNT
008790         PERFORM 3300-PRINT-VARIANCE THRU 3300-EXIT
008800     ELSE
008810         ADD 1 TO TC-BALANCED-CNT
008820     END-IF.
008830
008840 3200-EXIT.
008850     EXIT.
008860
008870 3250-ADD-ENTRY.
008880
008890     IF TW-CLOCK
008900         MOVE "Y" TO TC-CLOCK-SW
008910         ADD TW-HOURS TO TC-BADGE-CLOCK-HRS
008920     ELSE
008930         MOVE "Y" TO TC-TICKET-SW
008940         MOVE TW-NAME TO TC-CURR-NAME
008950         ADD TW-HOURS TO TC-BADGE-TICKET-HRS
008960     END-IF.
008970
008980     PERFORM 3100-RETURN-NEXT-ENTRY THRU 3100-EXIT.
008990
009000 3250-EXIT.
009010     EXIT.
009020
009030 3300-PRINT-VARIANCE.
009040
009050     IF TC-FIRST-GROUP-SW = "Y"
009060         MOVE TC-CURR-COST-CENTER TO TC-PRT-COST-CENTER
009070         MOVE "N" TO TC-FIRST-GROUP-SW
009080         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
009090         PERFORM 3350-PRINT-COST-CENTER-HEAD THRU 3350-EXIT
009100     END-IF.
009110
009120     IF TC-CURR-COST-CENTER NOT = TC-PRT-COST-CENTER
009130         PERFORM 3500-PRINT-COST-CENTER-TOTAL THRU 3500-EXIT
009140         MOVE TC-CURR-COST-CENTER TO TC-PRT-COST-CENTER
009150         PERFORM 3350-PRINT-COST-CENTER-HEAD THRU 3350-EXIT
009160     END-IF.
009170
009180     IF TC-LINE-CNT > 55
009190         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
009200     END-IF.
009210
009220     MOVE SPACES TO DTL-LINE.
009230     MOVE TC-CURR-COST-CENTER TO DTL-COST-CENTER.
009240     MOVE TC-CURR-BADGE-NUM TO DTL-BADGE-NUM.
009250     MOVE TC-CURR-NAME TO DTL-NAME.
009260     MOVE TC-EXCEP-TYPE TO DTL-EXCEP-TYPE.
009270     MOVE TC-BADGE-CLOCK-HRS TO DTL-CLOCK-HRS.
009280     MOVE TC-BADGE-TICKET-HRS TO DTL-TICKET-HRS.
009290     MOVE TC-DIFF-HRS TO DTL-DIFF-HRS.
009300     WRITE PRINT-LINE FROM DTL-LINE.
009310     ADD 1 TO TC-LINE-CNT.
009320
009330     ADD 1 TO TC-CTR-EXCEP-CNT TC-GRAND-EXCEP-CNT.
009340     ADD TC-DIFF-HRS TO TC-CTR-DIFF-HRS TC-GRAND-DIFF-HRS.
009350
009360 3300-EXIT.
009370     EXIT.
009380
009390*-----------------------------------------------------------*
009400* 3350-PRINT-COST-CENTER-HEAD                                *
009410*     OPENS EACH COST CENTER'S GROUP WITH ITS CCMAS NAME.     *
009420*-----------------------------------------------------------*
009430 3350-PRINT-COST-CENTER-HEAD.
009440
009450     IF TC-LINE-CNT > 55
009460         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
009470     END-IF.
009480
009490     MOVE TC-PRT-COST-CENTER TO CCH-COST-CENTER.
009500     MOVE SPACES TO CCH-CC-NAME.
009510
009520     IF TC-CC-MASTER-AVAIL
009530         MOVE TC-PRT-COST-CENTER TO CC-COST-CENTER
009540         READ CC-FIL
009550             INVALID KEY
009560                 MOVE "** NOT ON CCMAS **" TO CCH-CC-NAME
009570             NOT INVALID KEY
009580                 MOVE CC-NAME TO CCH-CC-NAME
009590         END-READ
009600     END-IF.
009610
009620     WRITE PRINT-LINE FROM CC-HEAD-LINE.
009630     ADD 1 TO TC-LINE-CNT.
009640
009650 3350-EXIT.
009660     EXIT.
009670
009680 3400-PRINT-HEADINGS.
009690
009700     ADD 1 TO TC-PAGE-NO.
009710     MOVE TC-REQ-WK-END-DATE TO HDR1-WK-END-DATE.
009720     MOVE TC-TOLER-HRS TO HDR1-TOLER-HRS.
009730     MOVE TC-PAGE-NO TO HDR1-PAGE-NO.
009740     WRITE PRINT-LINE FROM HDR1-LINE.
009750     WRITE PRINT-LINE FROM HDR2-LINE.
009760     MOVE 2 TO TC-LINE-CNT.
009770
009780 3400-EXIT.
009790     EXIT.
009800
009810 3500-PRINT-COST-CENTER-TOTAL.
009820
009830     MOVE TC-CTR-EXCEP-CNT TO CTR-TOTAL-CNT.
009840     MOVE TC-CTR-DIFF-HRS TO CTR-TOTAL-DIFF-HRS.
009850     WRITE PRINT-LINE FROM CTR-TOTAL-LINE.
009860     ADD 1 TO TC-LINE-CNT.
009870     MOVE 0 TO TC-CTR-EXCEP-CNT.
009880     MOVE 0 TO TC-CTR-DIFF-HRS.
009890
009900 3500-EXIT.
009910     EXIT.
009920
009930 3600-PRINT-GRAND-TOTAL.
009940
009950     MOVE TC-GRAND-EXCEP-CNT TO GRAND-TOTAL-CNT.
009960     MOVE TC-GRAND-DIFF-HRS TO GRAND-TOTAL-DIFF-HRS.
009970     WRITE PRINT-LINE FROM GRAND-TOTAL-LINE.
009980
009990     MOVE TC-NO-TICKET-CNT TO BRK-NO-TICKET-CNT.
010000     MOVE TC-NO-PUNCH-CNT TO BRK-NO-PUNCH-CNT.
010010     MOVE TC-VARIANCE-CNT TO BRK-VARIANCE-CNT.
010020     WRITE PRINT-LINE FROM BREAKDOWN-LINE.
010030
010040     MOVE TC-BADGE-CNT TO SUM1-BADGE-CNT.
010050     MOVE TC-BALANCED-CNT TO SUM1-BALANCED-CNT.
010060     WRITE PRINT-LINE FROM SUMMARY1-LINE.
010070
010080     MOVE TC-GRAND-CLOCK-HRS TO SUM2-CLOCK-HRS.
010090     MOVE TC-GRAND-TICKET-HRS TO SUM2-TICKET-HRS.
010100     WRITE PRINT-LINE FROM SUMMARY2-LINE.
010110
010120     MOVE TC-PUNCH-READ-CNT TO SUM3-READ-CNT.
010130     MOVE TC-HOLIDAY-CNT TO SUM3-HOLIDAY-CNT.
010140     MOVE TC-OFF-WEEK-CNT TO SUM3-OFF-WEEK-CNT.
010150     MOVE TC-BAD-PUNCH-CNT TO SUM3-BAD-PUNCH-CNT.
010160     WRITE PRINT-LINE FROM SUMMARY3-LINE.
010170
010180 3600-EXIT.
010190     EXIT.
010200
010210*-----------------------------------------------------------*
010220* 7000-OPEN-RUN-CONTROL                                      *
010230*     OPENS JTRUNCTL FOR UPDATE, CREATING IT ON THE FIRST     *
010240*     RUN IF IT DOES NOT YET EXIST.                           *
010250*-----------------------------------------------------------*
010260 7000-OPEN-RUN-CONTROL.
010270
010280     OPEN I-O RC-FIL.
010290     IF RC-FIL-NOTFOUND
010300         CLOSE RC-FIL
010310         OPEN OUTPUT RC-FIL
010320         CLOSE RC-FIL
010330         OPEN I-O RC-FIL
010340     END-IF.
010350
010360     IF RC-FIL-STATUS NOT = "00"
010370         DISPLAY "JTCLKRC - JTRUNCTL NOT AVAILABLE - STATUS "
010380                 RC-FIL-STATUS
010390         GOBACK
010400     END-IF.
010410
010420 7000-EXIT.
010430     EXIT.
010440
010450*-----------------------------------------------------------*
010460* 7200-POST-RUN-START                                        *
010470*     POSTS THE RUN AS STARTED AND NOT COMPLETE, SO AN ABEND  *
010480*     LEAVES A VISIBLE INCOMPLETE RECORD ON JTRUNCTL.         *
010490*-----------------------------------------------------------*
010500 7200-POST-RUN-START.
010510
010520     MOVE "JTCLKRC" TO RC-PROGRAM.
010530     MOVE TC-REQ-WK-END-DATE TO RC-WK-END-DATE.
010540     MOVE 0 TO RC-REC-CNT.
010550     MOVE "N" TO RC-COMPLETE-SW.
010560     MOVE 0 TO RC-CHKPT-WK-END.
010570     MOVE 0 TO RC-CHKPT-BADGE.
010580     ACCEPT RC-START-DATE FROM DATE.
010590     ACCEPT RC-START-TIME FROM TIME.
010600     MOVE 0 TO RC-END-DATE.
010610     MOVE 0 TO RC-END-TIME.
010620     MOVE SPACE TO RC-RECON-SW.
010630     MOVE 0 TO RC-EXCEP-CNT.
010640
010650     WRITE RC-REC
010660         INVALID KEY
010670             REWRITE RC-REC
010680     END-WRITE.
010690
010700 7200-EXIT.
010710     EXIT.
010720
010730*-----------------------------------------------------------*
010740* 7300-POST-RUN-END                                          *
010750*     COMPLETES THE RUN-CONTROL RECORD WITH THE BADGE AND     *
010760*     EXCEPTION COUNTS AT A CLEAN END OF RUN.                 *
010770*-----------------------------------------------------------*
010780 7300-POST-RUN-END.
010790
010800     MOVE "JTCLKRC" TO RC-PROGRAM.
010810     MOVE TC-REQ-WK-END-DATE TO RC-WK-END-DATE.
010820
010830     READ RC-FIL
010840         INVALID KEY
010850             GO TO 7300-EXIT
010860     END-READ.
010870
010880     MOVE TC-BADGE-CNT TO RC-REC-CNT.
010890     COMPUTE RC-EXCEP-CNT =
010900         TC-NO-TICKET-CNT + TC-NO-PUNCH-CNT + TC-VARIANCE-CNT.
010910     MOVE "Y" TO RC-COMPLETE-SW.
010920     ACCEPT RC-END-DATE FROM DATE.
010930     ACCEPT RC-END-TIME FROM TIME.
010940
010950     REWRITE RC-REC.
010960
010970 7300-EXIT.
010980     EXIT.
010990
011000*-----------------------------------------------------------*
011010* 9000-TERMINATE                                             *
011020*-----------------------------------------------------------*
011030 9000-TERMINATE.
011040
011050     CLOSE CLOCK-FIL.
011060     CLOSE JT-FIL.
011070     CLOSE EM-FIL.
011080     CLOSE PRINT-FIL.
011090
011100     IF TC-CC-MASTER-AVAIL
011110         CLOSE CC-FIL
011120     END-IF.
011130
011140     DISPLAY "JTCLKRC - WEEK ENDING: " TC-REQ-WK-END-DATE.
011150     DISPLAY "JTCLKRC - CLOCKED WITH NO TICKET: "
011160             TC-NO-TICKET-CNT.
011170     DISPLAY "JTCLKRC - TICKETED WITH NO PUNCHES: "
011180             TC-NO-PUNCH-CNT.
011190     DISPLAY "JTCLKRC - OVER TOLERANCE: " TC-VARIANCE-CNT.
011200
011210     PERFORM 7300-POST-RUN-END THRU 7300-EXIT.
011220     CLOSE RC-FIL.
011230
011240 9000-EXIT.
011250     EXIT.
