000580* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
000590*     way to GOBACK so control returns to the menu, at a
000600*     clean end and at a startup failure alike.  )%
000610*
000620* Edit (15-Oct-26, 'J. A. Hartley')
000630* %(  Print the activity description off the new ACTMAS
000640*     activity/operation code master (see JTACTSEL/JTACTLY)
000650*     on each detail line in place of the bare activity code.
000660*     The sort and the activity break stay on the code.  A
000670*     code not on ACTMAS prints as keyed, and if ACTMAS is not
000680*     available the report still runs with codes and a
000690*     startup warning.  )%
000700*
000710* Edit (15-Oct-26, 'J. A. Hartley')
000720* %(  Each cost center's group now opens with a heading line
000730*     carrying the center's name off the new CCMAS cost center
000740*     master (see JTCCSEL/JTCCLY).  A center not on CCMAS is
000750*     flagged on that line, and if CCMAS is not available the
000760*     line prints the code alone after a startup warning.  )%
000770*
000780* Edit (15-Oct-26, 'J. A. Hartley')
000790* %(  Called USING the JTMENU sign-on block.  Under the JTCLOSE
000800*     weekly close the week comes from SG-CLOSE-WK-END-DATE
000810*     instead of the prompt.  )%
000820
000830 ENVIRONMENT DIVISION.
000840 
000850 CONFIGURATION SECTION.
000860 
000870 SOURCE-COMPUTER.
000880     DECSYSTEM-20.
000890 
000900 OBJECT-COMPUTER.
000910     DECSYSTEM-20.
000920 
000930 INPUT-OUTPUT SECTION.
000940 
000950 FILE-CONTROL.
000960     COPY jtsel.
000970 
000980     SELECT WORK-FIL ASSIGN TO "JVSORT"
000990         .
001000 
001010     SELECT PRINT-FIL ASSIGN TO "JTVRPT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS PRT-FIL-STATUS.
001040
001050     COPY jtrtesel.
001060
001070     COPY jtrcsel.
001080
001090     COPY jtactsel.
001100
001110     COPY jtccsel.
001120
001130 DATA DIVISION.
001140 
001150 FILE SECTION.
001160 
001170 FD  JT-FIL
001180     LABEL RECORDS ARE STANDARD.
001190 
001200 01  JT-REC.
001210     COPY jtrecly.
001220 
001230*-----------------------------------------------------------*
001240* SORT WORK FILE - ONE ENTRY PER OCCUPIED DETAIL LINE FOR A  *
001250* TICKET THAT MATCHES THE REQUESTED WEEK-ENDING DATE.        *
001260*-----------------------------------------------------------*
001270 SD  WORK-FIL.
001280 
001290 01  WORK-REC.
001300     05  WK-COST-CENTER              PIC X(04).
001310     05  WK-ACTIV-CD                 PIC X(04).
001320     05  WK-HOURS                    COMP-1.
001330     05  WK-DOLLARS                  COMP-1.
001340
001350 FD  PRINT-FIL
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 132 CHARACTERS.
001380
001390 01  PRINT-LINE                      PIC X(132).
001400
001410 FD  RT-FIL
001420     LABEL RECORDS ARE STANDARD.
001430
001440 01  RT-REC.
001450     COPY jtrtely.
001460
001470 FD  RC-FIL
001480     LABEL RECORDS ARE STANDARD.
001490
001500 01  RC-REC.
001510     COPY jtrcly.
001520
001530 FD  AC-FIL
001540     LABEL RECORDS ARE STANDARD.
001550
001560 01  AC-REC.
001570     COPY jtactly.
001580
001590 FD  CC-FIL
001600     LABEL RECORDS ARE STANDARD.
001610
001620 01  CC-REC.
001630     COPY jtccly.
001640
001650 WORKING-STORAGE SECTION.
001660     COPY jtstat.
001670 
001680     COPY jtrtest.
001690
001700     COPY jtrcst.
001710
001720     COPY jtactst.
001730
001740     COPY jtccst.
001750
001760 01  PRT-FIL-STATUS                  PIC X(02).
001770 
001780 01  JV-EOF-SW                       PIC X(01) VALUE "N".
001790     88  JV-EOF                      VALUE "Y".
001800 
001810 01  JV-SORT-EOF-SW                  PIC X(01) VALUE "N".
001820     88  JV-SORT-EOF                 VALUE "Y".
001830 
001840 01  JV-REQ-WK-END-DATE              PIC 9(06).
001850 
001860 01  JV-DTL-SUB                      PIC 9(04) COMP.
001870 
001880 01  JV-FIRST-GROUP-SW               PIC X(01) VALUE "Y".
001890 
001900 01  JV-CURR-COST-CENTER             PIC X(04).
001910 
001920 01  JV-CURR-ACTIV-CD                PIC X(04).
001930 
001940 01  JV-ACT-TOTAL                    COMP-1 VALUE 0.
001950
001960 01  JV-CTR-TOTAL                    COMP-1 VALUE 0.
001970
001980 01  JV-GRAND-TOTAL                  COMP-1 VALUE 0.
001990
002000 01  JV-ACT-DOL-TOTAL                COMP-1 VALUE 0.
002010
002020 01  JV-CTR-DOL-TOTAL                COMP-1 VALUE 0.
002030
002040 01  JV-GRAND-DOL-TOTAL              COMP-1 VALUE 0.
002050
002060 01  JV-RATE                         COMP-1 VALUE 0.
002070
002080 01  JV-TICKET-CNT                   PIC 9(07) COMP VALUE 0.
002090
002100 01  JV-RATE-MASTER-SW               PIC X(01) VALUE "Y".
002110     88  JV-RATE-MASTER-AVAIL        VALUE "Y".
002120
002130 01  JV-ACT-MASTER-SW                PIC X(01) VALUE "Y".
002140     88  JV-ACT-MASTER-AVAIL         VALUE "Y".
002150
002160 01  JV-DESC-ACTIV-CD                PIC X(04) VALUE HIGH-VALUES.
002170
002180 01  JV-ACTIV-DESC                   PIC X(30).
002190
002200 01  JV-CC-MASTER-SW                 PIC X(01) VALUE "Y".
002210     88  JV-CC-MASTER-AVAIL          VALUE "Y".
002220
002230 01  JV-GRAND-FOOT                   COMP-1 VALUE 0.
002240 
002250 01  JV-FOOT-DIFF                    COMP-1 VALUE 0.
002260 
002270 01  JV-LINE-CNT                     PIC 9(03) VALUE 99.
002280 
002290 01  JV-PAGE-NO                      PIC 9(03) VALUE 0.
002300 
002310 01  HDR1-LINE.
002320     05  FILLER                      PIC X(01) VALUE SPACE.
002330     05  FILLER                      PIC X(35)
002340             VALUE "JTVRPT - LABOR DISTRIBUTION REPORT".
002350     05  FILLER                      PIC X(10) VALUE SPACES.
002360     05  FILLER                PIC X(16) VALUE "WEEK ENDING ".
002370     05  HDR1-WK-END-DATE            PIC 9(06).
002380     05  FILLER                      PIC X(10) VALUE SPACES.
002390     05  FILLER                      PIC X(05) VALUE "PAGE ".
002400     05  HDR1-PAGE-NO                PIC ZZ9.
002410 
002420 01  HDR2-LINE.
002430     05  FILLER                      PIC X(01) VALUE SPACE.
002440     05  FILLER                      PIC X(14)
002450             VALUE "COST CENTER".
002460     05  FILLER                      PIC X(32)
002470             VALUE "ACTIVITY".
002480     05  FILLER                      PIC X(10) VALUE "HOURS".
002490     05  FILLER                      PIC X(04) VALUE SPACES.
002500     05  FILLER                      PIC X(10) VALUE "DOLLARS".
002510
002520 01  DTL-LINE.
002530     05  FILLER                      PIC X(01) VALUE SPACE.
002540     05  DTL-COST-CENTER             PIC X(14).
002550     05  DTL-ACTIV-DESC              PIC X(32).
002560     05  DTL-HOURS                   PIC ZZZ,ZZ9.99-.
002570     05  FILLER                      PIC X(04) VALUE SPACES.
002580     05  DTL-DOLLARS                 PIC ZZZ,ZZ9.99-.
002590
002600 01  CC-HEAD-LINE.
002610     05  FILLER                      PIC X(01) VALUE SPACE.
002620     05  FILLER                      PIC X(12)
002630             VALUE "COST CENTER ".
002640     05  CCH-COST-CENTER             PIC X(04).
002650     05  FILLER                      PIC X(02) VALUE SPACES.
002660     05  CCH-CC-NAME                 PIC X(30).
002670
002680 01  ACT-TOTAL-LINE.
002690     05  FILLER                      PIC X(01) VALUE SPACE.
002700     05  FILLER                      PIC X(23)
002710             VALUE "  ACTIVITY CODE TOTAL .".
002720     05  FILLER                      PIC X(18) VALUE SPACES.
002730     05  ACT-TOTAL-HOURS             PIC ZZZ,ZZ9.99-.
002740     05  FILLER                      PIC X(09) VALUE SPACES.
002750     05  ACT-TOTAL-DOLLARS           PIC ZZZ,ZZ9.99-.
002760
002770 01  CTR-TOTAL-LINE.
002780     05  FILLER                      PIC X(01) VALUE SPACE.
002790     05  FILLER                      PIC X(23)
002800             VALUE "  COST CENTER TOTAL ...".
002810     05  FILLER                      PIC X(18) VALUE SPACES.
002820     05  CTR-TOTAL-HOURS             PIC ZZZ,ZZ9.99-.
002830     05  FILLER                      PIC X(09) VALUE SPACES.
002840     05  CTR-TOTAL-DOLLARS           PIC ZZZ,ZZ9.99-.
002850
002860 01  GRAND-TOTAL-LINE.
002870     05  FILLER                      PIC X(01) VALUE SPACE.
002880     05  FILLER                      PIC X(23)
002890             VALUE "GRAND TOTAL ..........".
002900     05  FILLER                      PIC X(18) VALUE SPACES.
002910     05  GRAND-TOTAL-HOURS           PIC ZZZ,ZZ9.99-.
002920     05  FILLER                      PIC X(09) VALUE SPACES.
002930     05  GRAND-TOTAL-DOLLARS         PIC ZZZ,ZZ9.99-.
002940
002950 01  FOOT-WARN-LINE                  PIC X(90)
002960         VALUE "** GRAND TOTAL DOES NOT FOOT AGAINST JT-TOTAL-HRS
002970-"  POSTED ON JOBTICRMS - CHECK JTRECON **".
002980 
002990 01  NO-DATA-LINE                    PIC X(60)
003000         VALUE "NO JOB TICKETS FOUND FOR THE REQUESTED WEEK ENDI
003010-"NG DATE.".
003020 
003030
003040 LINKAGE SECTION.
003050
003060 01  JT-SIGNON.
003070     COPY jtsgnly.
003080
003090 PROCEDURE DIVISION USING JT-SIGNON.
003100 
003110*-----------------------------------------------------------*
003120* 0000-MAINLINE                                               *
003130*-----------------------------------------------------------*
003140 0000-MAINLINE.
003150 
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170 
003180     SORT WORK-FIL
003190         ON ASCENDING KEY WK-COST-CENTER WK-ACTIV-CD
003200         INPUT PROCEDURE IS 2000-BUILD-SORT-FILE THRU 2000-EXIT
003210         OUTPUT PROCEDURE IS 3000-PRINT-REPORT THRU 3000-EXIT.
003220 
003230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003240 
003250     GOBACK.
003260 
003270*-----------------------------------------------------------*
003280* 1000-INITIALIZE                                            *
003290*-----------------------------------------------------------*
003300 1000-INITIALIZE.
003310 
003320     IF SG-CLOSE-WK-END-DATE NOT = 0
003330         MOVE SG-CLOSE-WK-END-DATE TO JV-REQ-WK-END-DATE
003340     ELSE
003350         DISPLAY "JTVRPT - ENTER WEEK ENDING DATE (YYMMDD): "
003360         ACCEPT JV-REQ-WK-END-DATE
003370     END-IF.
003380
003390     PERFORM 7000-OPEN-RUN-CONTROL THRU 7000-EXIT.
003400     PERFORM 7200-POST-RUN-START THRU 7200-EXIT.
003410
003420     OPEN INPUT JT-FIL.
003430     IF JT-FIL-STATUS NOT = "00"
003440         DISPLAY "JTVRPT - JOBTICRMS NOT AVAILABLE - STATUS "
003450                 JT-FIL-STATUS
003460         GOBACK
003470     END-IF.
003480     OPEN OUTPUT PRINT-FIL.
003490
003500     OPEN INPUT RT-FIL.
003510     IF RT-FIL-STATUS NOT = "00"
003520         DISPLAY "JTVRPT - RATEMAS NOT AVAILABLE - DOLLAR "
003530         DISPLAY "         AMOUNTS WILL BE ZERO THIS RUN"
003540         MOVE "N" TO JV-RATE-MASTER-SW
003550     END-IF.
003560
003570     OPEN INPUT AC-FIL.
003580     IF AC-FIL-STATUS NOT = "00"
003590         DISPLAY "JTVRPT - ACTMAS NOT AVAILABLE - ACTIVITY "
003600         DISPLAY "         CODES WILL PRINT THIS RUN"
003610         MOVE "N" TO JV-ACT-MASTER-SW
003620     END-IF.
003630
003640     OPEN INPUT CC-FIL.
003650     IF CC-FIL-STATUS NOT = "00"
003660         DISPLAY "JTVRPT - CCMAS NOT AVAILABLE - COST CENTER "
003670         DISPLAY "         NAMES WILL NOT PRINT THIS RUN"
003680         MOVE "N" TO JV-CC-MASTER-SW
003690     END-IF.
003700
003710 1000-EXIT.
003720     EXIT.
003730 
003740*-----------------------------------------------------------*
003750* 2000-BUILD-SORT-FILE                                       *
003760*     STARTS JT-FIL ON THE REQUESTED WEEK-END DATE USING THE  *
003770*     JT-TICKET-KEY PRIME KEY, THEN RELEASES ONE SORT RECORD  *
003780*     PER OCCUPIED DETAIL LINE OF EVERY JT-REC FOR THAT WEEK, *
003790*     ACCUMULATING THE FOOTING TOTAL AS IT GOES.              *
003800*-----------------------------------------------------------*
003810 2000-BUILD-SORT-FILE.
003820
003830     MOVE JV-REQ-WK-END-DATE TO JT-WK-END-DATE.
003840     MOVE 0 TO JT-BADGE-NUM.
003850
003860     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
003870         INVALID KEY
003880             MOVE "Y" TO JV-EOF-SW
003890     END-START.
003900
003910     IF NOT JV-EOF
003920         PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT
003930     END-IF.
003940
003950     PERFORM 2200-PROCESS-TICKET THRU 2200-EXIT
003960         UNTIL JV-EOF.
003970
003980 2000-EXIT.
003990     EXIT.
004000 
004010 2100-READ-NEXT-TICKET.
004020 
004030     READ JT-FIL NEXT RECORD
004040         AT END
004050             MOVE "Y" TO JV-EOF-SW
004060     END-READ.
004070 
004080 2100-EXIT.
004090     EXIT.
004100 
004110 2200-PROCESS-TICKET.
004120
004130     IF JT-WK-END-DATE NOT = JV-REQ-WK-END-DATE
004140         MOVE "Y" TO JV-EOF-SW
004150     ELSE
004160         ADD 1 TO JV-TICKET-CNT
004170         ADD JT-TOTAL-HRS TO JV-GRAND-FOOT
004180         PERFORM 2300-RELEASE-DETAIL-LINE THRU 2300-EXIT
004190             VARYING JV-DTL-SUB FROM 1 BY 1
004200             UNTIL JV-DTL-SUB > JT-DTL-CNT
004210
004220         PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT
004230     END-IF.
004240
004250 2200-EXIT.
004260     EXIT.
004270 
004280 2300-RELEASE-DETAIL-LINE.
004290
004300     MOVE JT-COST-CENTER TO WK-COST-CENTER.
004310     MOVE JT-ACTIV-CD (JV-DTL-SUB) TO WK-ACTIV-CD.
004320     MOVE JT-HOURS (JV-DTL-SUB) TO WK-HOURS.
004330     PERFORM 2400-LOOK-UP-RATE THRU 2400-EXIT.
004340     COMPUTE WK-DOLLARS = WK-HOURS * JV-RATE.
004350     RELEASE WORK-REC.
004360
004370 2300-EXIT.
004380     EXIT.
004390
004400*-----------------------------------------------------------*
004410* 2400-LOOK-UP-RATE                                          *
004420*     FETCHES THE RATE FOR THE CURRENT DETAIL LINE - COST     *
004430*     CENTER PLUS ACTIVITY CODE FIRST, FALLING BACK TO THE    *
004440*     COST CENTER'S DEFAULT RATE (ACTIVITY CODE SPACES),      *
004450*     THEN TO ZERO WHEN NEITHER IS ON RATEMAS.                *
004460*-----------------------------------------------------------*
004470 2400-LOOK-UP-RATE.
004480
004490     MOVE 0 TO JV-RATE.
004500
004510     IF NOT JV-RATE-MASTER-AVAIL
004520         GO TO 2400-EXIT
004530     END-IF.
004540
004550     MOVE JT-COST-CENTER TO RT-COST-CENTER.
004560     MOVE JT-ACTIV-CD (JV-DTL-SUB) TO RT-ACTIV-CD.
004570
004580     READ RT-FIL
004590         INVALID KEY
004600             MOVE SPACES TO RT-ACTIV-CD
004610             READ RT-FIL
004620                 INVALID KEY
004630                     GO TO 2400-EXIT
004640             END-READ
004650     END-READ.
004660
004670     MOVE RT-RATE-PER-HOUR TO JV-RATE.
004680
004690 2400-EXIT.
004700     EXIT.
004710
004720*-----------------------------------------------------------*
004730* 3000-PRINT-REPORT                                           *
004740*     CONTROL-BREAK REPORT OFF THE SORTED WORK FILE.  A NEW   *
004750*     ACTIVITY CODE TOTAL PRINTS EVERY TIME WK-ACTIV-CD       *
004760*     CHANGES WITHIN A COST CENTER; A NEW COST-CENTER TOTAL   *
004770*     PRINTS EVERY TIME WK-COST-CENTER CHANGES; A GRAND TOTAL *
004780*     PRINTS AT END OF FILE AND IS CHECKED AGAINST THE        *
004790*     JT-TOTAL-HRS FOOTING ACCUMULATED WHILE BUILDING THE     *
004800*     SORT FILE.                                              *
004810*-----------------------------------------------------------*
004820 3000-PRINT-REPORT.
004830 
004840     PERFORM 3100-RETURN-NEXT-LINE THRU 3100-EXIT.
004850 
004860     IF JV-SORT-EOF
004870         MOVE NO-DATA-LINE TO PRINT-LINE
004880         WRITE PRINT-LINE
004890     ELSE
004900         PERFORM 3200-PROCESS-LINE THRU 3200-EXIT
004910             UNTIL JV-SORT-EOF
004920         PERFORM 3450-PRINT-ACTIV-CD-TOTAL THRU 3450-EXIT
004930         PERFORM 3500-PRINT-COST-CENTER-TOTAL THRU 3500-EXIT
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
005040             MOVE "Y" TO JV-SORT-EOF-SW
005050     END-RETURN.
005060 
005070 3100-EXIT.
005080     EXIT.
005090 
005100 3200-PROCESS-LINE.
005110 
005120     IF JV-FIRST-GROUP-SW = "Y"
005130         MOVE WK-COST-CENTER TO JV-CURR-COST-CENTER
005140         MOVE WK-ACTIV-CD TO JV-CURR-ACTIV-CD
005150         MOVE "N" TO JV-FIRST-GROUP-SW
005160         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
005170         PERFORM 3350-PRINT-COST-CENTER-HEAD THRU 3350-EXIT
005180     END-IF.
005190 
005200     IF WK-COST-CENTER NOT = JV-CURR-COST-CENTER
005210         PERFORM 3450-PRINT-ACTIV-CD-TOTAL THRU 3450-EXIT
005220         PERFORM 3500-PRINT-COST-CENTER-TOTAL THRU 3500-EXIT
005230         MOVE WK-COST-CENTER TO JV-CURR-COST-CENTER
005240         MOVE WK-ACTIV-CD TO JV-CURR-ACTIV-CD
005250         PERFORM 3350-PRINT-COST-CENTER-HEAD THRU 3350-EXIT
005260     ELSE
005270         IF WK-ACTIV-CD NOT = JV-CURR-ACTIV-CD
005280             PERFORM 3450-PRINT-ACTIV-CD-TOTAL THRU 3450-EXIT
005290             MOVE WK-ACTIV-CD TO JV-CURR-ACTIV-CD
005300         END-IF
005310     END-IF.
005320 
005330     IF JV-LINE-CNT > 55
005340         PERFORM 3350-PRINT-COST-CENTER-HEAD THRU 3350-EXIT
005350     END-IF.
005360
005370     MOVE SPACES TO DTL-LINE.
005380     MOVE WK-COST-CENTER TO DTL-COST-CENTER.
005390     IF WK-ACTIV-CD NOT = JV-DESC-ACTIV-CD
005400         PERFORM 3300-LOOK-UP-ACTIV-DESC THRU 3300-EXIT
005410     END-IF.
005420     MOVE JV-ACTIV-DESC TO DTL-ACTIV-DESC.
005430     MOVE WK-HOURS TO DTL-HOURS.
005440     MOVE WK-DOLLARS TO DTL-DOLLARS.
005450     WRITE PRINT-LINE FROM DTL-LINE.
005460     ADD 1 TO JV-LINE-CNT.
005470
005480     ADD WK-HOURS TO JV-ACT-TOTAL JV-CTR-TOTAL JV-GRAND-TOTAL.
005490     ADD WK-DOLLARS TO JV-ACT-DOL-TOTAL JV-CTR-DOL-TOTAL
005500         JV-GRAND-DOL-TOTAL.
005510 
005520     PERFORM 3100-RETURN-NEXT-LINE THRU 3100-EXIT.
005530 
005540 3200-EXIT.
005550     EXIT.
005560
005570*-----------------------------------------------------------*
005580* 3300-LOOK-UP-ACTIV-DESC                                    *
005590*     FETCHES THE ACTMAS DESCRIPTION FOR THE ACTIVITY ON THE  *
005600*     SORTED LINE - ONCE PER ACTIVITY, SINCE THE LINES ARRIVE *
005610*     IN ACTIVITY ORDER.  A CODE NOT ON FILE PRINTS AS KEYED. *
005620*-----------------------------------------------------------*
005630 3300-LOOK-UP-ACTIV-DESC.
005640
005650     MOVE WK-ACTIV-CD TO JV-DESC-ACTIV-CD.
005660     MOVE WK-ACTIV-CD TO JV-ACTIV-DESC.
005670
005680     IF NOT JV-ACT-MASTER-AVAIL
005690         GO TO 3300-EXIT
005700     END-IF.
005710
005720     MOVE WK-ACTIV-CD TO AC-ACTIV-CD.
005730
005740     READ AC-FIL
005750         INVALID KEY
005760             GO TO 3300-EXIT
005770     END-READ.
005780
005790     MOVE AC-ACTIV-DESC TO JV-ACTIV-DESC.
005800
005810 3300-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------*
005850* 3350-PRINT-COST-CENTER-HEAD                                *
005860*     OPENS EACH COST CENTER'S GROUP WITH ITS CCMAS NAME.     *
005870*-----------------------------------------------------------*
005880 3350-PRINT-COST-CENTER-HEAD.
005890
005900     IF JV-LINE-CNT > 55
005910         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
005920     END-IF.
005930
005940     MOVE WK-COST-CENTER TO CCH-COST-CENTER.
005950     MOVE SPACES TO CCH-CC-NAME.
005960
005970     IF JV-CC-MASTER-AVAIL
005980         MOVE WK-COST-CENTER TO CC-COST-CENTER
005990         READ CC-FIL
006000             INVALID KEY
006010                 MOVE "** NOT ON CCMAS **"
006020                     TO CCH-CC-NAME
006030             NOT INVALID KEY
006040                 MOVE CC-NAME TO CCH-CC-NAME
006050         END-READ
006060     END-IF.
006070
006080     WRITE PRINT-LINE FROM CC-HEAD-LINE.
006090     ADD 1 TO JV-LINE-CNT.
006100
006110 3350-EXIT.
006120     EXIT.
006130 
006140 3400-PRINT-HEADINGS.
006150 
006160     ADD 1 TO JV-PAGE-NO.
006170     MOVE JV-REQ-WK-END-DATE TO HDR1-WK-END-DATE.
006180     MOVE JV-PAGE-NO TO HDR1-PAGE-NO.
006190     WRITE PRINT-LINE FROM HDR1-LINE.
006200     WRITE PRINT-LINE FROM HDR2-LINE.
006210     MOVE 2 TO JV-LINE-CNT.
006220 
006230 3400-EXIT.
006240     EXIT.
006250 
006260 3450-PRINT-ACTIV-CD-TOTAL.
006270 
006280     MOVE JV-ACT-TOTAL TO ACT-TOTAL-HOURS.
006290     MOVE JV-ACT-DOL-TOTAL TO ACT-TOTAL-DOLLARS.
006300     WRITE PRINT-LINE FROM ACT-TOTAL-LINE.
006310     ADD 1 TO JV-LINE-CNT.
006320     MOVE 0 TO JV-ACT-TOTAL.
006330     MOVE 0 TO JV-ACT-DOL-TOTAL.
006340 
006350 3450-EXIT.
006360     EXIT.
006370 
006380 3500-PRINT-COST-CENTER-TOTAL.
006390 
006400     MOVE JV-CTR-TOTAL TO CTR-TOTAL-HOURS.
006410     MOVE JV-CTR-DOL-TOTAL TO CTR-TOTAL-DOLLARS.
006420     WRITE PRINT-LINE FROM CTR-TOTAL-LINE.
006430     ADD 1 TO JV-LINE-CNT.
006440     MOVE 0 TO JV-CTR-TOTAL.
006450     MOVE 0 TO JV-CTR-DOL-TOTAL.
006460 
006470 3500-EXIT.
006480     EXIT.
006490 
006500 3600-PRINT-GRAND-TOTAL.
006510 
006520     MOVE JV-GRAND-TOTAL TO GRAND-TOTAL-HOURS.
006530     MOVE JV-GRAND-DOL-TOTAL TO GRAND-TOTAL-DOLLARS.
006540     WRITE PRINT-LINE FROM GRAND-TOTAL-LINE.
006550 
006560     COMPUTE JV-FOOT-DIFF =
006570         JV-GRAND-TOTAL - JV-GRAND-FOOT.
006580 
006590     IF JV-FOOT-DIFF > 0.005 OR JV-FOOT-DIFF < -0.005
006600         WRITE PRINT-LINE FROM FOOT-WARN-LINE
006610     END-IF.
006620 
006630 3600-EXIT.
006640     EXIT.
006650 
006660*-----------------------------------------------------------*
006670* 7000-OPEN-RUN-CONTROL                                      *
006680*     OPENS JTRUNCTL FOR UPDATE, CREATING IT ON THE FIRST     *
006690*     RUN IF IT DOES NOT YET EXIST.                           *
006700*-----------------------------------------------------------*
006710 7000-OPEN-RUN-CONTROL.
006720
006730     OPEN I-O RC-FIL.
006740     IF RC-FIL-NOTFOUND
006750         CLOSE RC-FIL
006760         OPEN OUTPUT RC-FIL
006770         CLOSE RC-FIL
006780         OPEN I-O RC-FIL
006790     END-IF.
006800
006810     IF RC-FIL-STATUS NOT = "00"
006820         DISPLAY "JTVRPT - JTRUNCTL NOT AVAILABLE - STATUS "
006830                 RC-FIL-STATUS
006840         GOBACK
006850     END-IF.
006860
006870 7000-EXIT.
006880     EXIT.
006890
006900*-----------------------------------------------------------*
006910* 7200-POST-RUN-START                                        *
006920*     POSTS THE RUN AS STARTED AND NOT COMPLETE, SO AN ABEND  *
006930*     LEAVES A VISIBLE INCOMPLETE RECORD ON JTRUNCTL.         *
006940*-----------------------------------------------------------*
006950 7200-POST-RUN-START.
006960
006970     MOVE "JTVRPT" TO RC-PROGRAM.
006980     MOVE JV-REQ-WK-END-DATE TO RC-WK-END-DATE.
006990     MOVE 0 TO RC-REC-CNT.
007000     MOVE "N" TO RC-COMPLETE-SW.
007010     MOVE 0 TO RC-CHKPT-WK-END.
007020     MOVE 0 TO RC-CHKPT-BADGE.
007030     ACCEPT RC-START-DATE FROM DATE.
007040     ACCEPT RC-START-TIME FROM TIME.
007050     MOVE 0 TO RC-END-DATE.
007060     MOVE 0 TO RC-END-TIME.
007070     MOVE SPACE TO RC-RECON-SW.
007080     MOVE 0 TO RC-EXCEP-CNT.
007090
007100     WRITE RC-REC
007110         INVALID KEY
007120             REWRITE RC-REC
007130     END-WRITE.
007140
007150 7200-EXIT.
007160     EXIT.
007170
007180*-----------------------------------------------------------*
007190* 7300-POST-RUN-END                                          *
007200*     COMPLETES THE RUN-CONTROL RECORD WITH THE TICKET COUNT  *
007210*     AT A CLEAN END OF RUN.                                  *
007220*-----------------------------------------------------------*
007230 7300-POST-RUN-END.
007240
007250     MOVE "JTVRPT" TO RC-PROGRAM.
007260     MOVE JV-REQ-WK-END-DATE TO RC-WK-END-DATE.
007270
007280     READ RC-FIL
007290         INVALID KEY
007300             GO TO 7300-EXIT
007310     END-READ.
007320
007330     MOVE JV-TICKET-CNT TO RC-REC-CNT.
007340     MOVE "Y" TO RC-COMPLETE-SW.
007350     ACCEPT RC-END-DATE FROM DATE.
007360     ACCEPT RC-END-TIME FROM TIME.
007370
007380     REWRITE RC-REC.
007390
007400 7300-EXIT.
007410     EXIT.
007420
007430*-----------------------------------------------------------*
007440* 9000-TERMINATE                                              *
007450*-----------------------------------------------------------*
007460 9000-TERMINATE.
007470 
007480     CLOSE JT-FIL.
007490     CLOSE PRINT-FIL.
007500
007510     IF JV-RATE-MASTER-AVAIL
007520         CLOSE RT-FIL
007530     END-IF.
007540
007550     IF JV-ACT-MASTER-AVAIL
007560         CLOSE AC-FIL
007570     END-IF.
007580
007590     IF JV-CC-MASTER-AVAIL
007600         CLOSE CC-FIL
007610     END-IF.
007620
007630     PERFORM 7300-POST-RUN-END THRU 7300-EXIT.
007640     CLOSE RC-FIL.
007650
007660 9000-EXIT.
007670     EXIT.
