000320* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
000330*     way to GOBACK so control returns to the menu, at a
000340*     clean end and at a startup failure alike.  )%
000350*
000360* Edit (15-Oct-26, 'J. A. Hartley')
000370* %(  Each cost center's group now opens with a heading line
000380*     carrying the center's name off the new CCMAS cost center
000390*     master (see JTCCSEL/JTCCLY).  A center not on CCMAS is
000400*     flagged on that line, and if CCMAS is not available the
000410*     line prints the code alone after a startup warning.  )%
000420*
000430* Edit (15-Oct-26, 'J. A. Hartley')
000440* %(  Called USING the JTMENU sign-on block.  Under the JTCLOSE
000450*     weekly close the week comes from SG-CLOSE-WK-END-DATE
000460*     instead of the prompt.  Every run is now recorded on the
000470*     JTRUNCTL run-control file (see JTRCSEL/JTRCLY), completed
000480*     with the count of the week's tickets checked and the count
000490*     of exceptions listed, for the close summary.  )%
000500
000510 ENVIRONMENT DIVISION.
000520
000530 CONFIGURATION SECTION.
000540
000550 SOURCE-COMPUTER.
000560     DECSYSTEM-20.
000570
000580 OBJECT-COMPUTER.
000590     DECSYSTEM-20.
000600
000610 INPUT-OUTPUT SECTION.
000620
000630 FILE-CONTROL.
000640     COPY jtsel.
000650
000660     COPY jtempsel.
000670
000680     SELECT WORK-FIL ASSIGN TO "XCSORT"
000690         .
000700
000710     SELECT PRINT-FIL ASSIGN TO "JTEXCP"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS PRT-FIL-STATUS.
000740
000750     COPY jtccsel.
000760
000770     COPY jtrcsel.
000780
000790 DATA DIVISION.
000800
000810 FILE SECTION.
000820
000830 FD  JT-FIL
000840     LABEL RECORDS ARE STANDARD.
000850
000860 01  JT-REC.
000870     COPY jtrecly.
000880
000890 FD  EM-FIL
000900     LABEL RECORDS ARE STANDARD.
000910
000920 01  EM-REC.
000930     COPY jtemply.
000940
000950 FD  CC-FIL
000960     LABEL RECORDS ARE STANDARD.
000970
000980 01  CC-REC.
000990     COPY jtccly.
001000
001010 FD  RC-FIL
001020     LABEL RECORDS ARE STANDARD.
001030
001040 01  RC-REC.
001050     COPY jtrcly.
001060
001070*-----------------------------------------------------------*
001080* SORT WORK FILE - ONE ENTRY PER EXCEPTION, SORTED BY COST   *
001090* CENTER THEN BADGE SO THE REPORT BREAKS ON COST CENTER.     *
001100*-----------------------------------------------------------*
001110 SD  WORK-FIL.
001120
001130 01  WORK-REC.
001140     05  XW-COST-CENTER              PIC X(04).
001150     05  XW-BADGE-NUM                PIC 9(07).
001160     05  XW-NAME                     PIC X(30).
001170     05  XW-EXCEP-TYPE               PIC X(08).
001180     05  XW-HOURS                    COMP-1.
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
001290     COPY jtempst.
001300
001310     COPY jtccst.
001320
001330     COPY jtrcst.
001340
001350 01  PRT-FIL-STATUS                  PIC X(02).
001360
001370 01  XC-REQ-WK-END-DATE              PIC 9(06).
001380
001390 01  XC-MIN-HRS-ENTRY                PIC 9(03)V99.
001400
001410 01  XC-MAX-HRS-ENTRY                PIC 9(03)V99.
001420
001430 01  XC-MIN-HRS                      COMP-1.
001440
001450 01  XC-MAX-HRS                      COMP-1.
001460
001470 01  XC-ROSTER-EOF-SW                PIC X(01) VALUE "N".
001480     88  XC-ROSTER-EOF               VALUE "Y".
001490
001500 01  XC-TICKET-EOF-SW                PIC X(01) VALUE "N".
001510     88  XC-TICKET-EOF               VALUE "Y".
001520
001530 01  XC-SORT-EOF-SW                  PIC X(01) VALUE "N".
001540     88  XC-SORT-EOF                 VALUE "Y".
001550
001560 01  XC-FIRST-GROUP-SW               PIC X(01) VALUE "Y".
001570
001580 01  XC-CURR-COST-CENTER             PIC X(04).
001590
001600 01  XC-CC-MASTER-SW                 PIC X(01) VALUE "Y".
001610     88  XC-CC-MASTER-AVAIL          VALUE "Y".
001620
001630 01  XC-CTR-EXCEP-CNT                PIC 9(05) COMP VALUE 0.
001640
001650 01  XC-CTR-HOURS                    COMP-1 VALUE 0.
001660
001670 01  XC-GRAND-EXCEP-CNT              PIC 9(05) COMP VALUE 0.
001680
001690 01  XC-GRAND-HOURS                  COMP-1 VALUE 0.
001700
001710 01  XC-MISSING-CNT                  PIC 9(05) COMP VALUE 0.
001720
001730 01  XC-LOW-CNT                      PIC 9(05) COMP VALUE 0.
001740
001750 01  XC-HIGH-CNT                     PIC 9(05) COMP VALUE 0.
001760
001770 01  XC-TICKET-CNT                   PIC 9(05) COMP VALUE 0.
001780
001790 01  XC-LINE-CNT                     PIC 9(03) VALUE 99.
001800
001810 01  XC-PAGE-NO                      PIC 9(03) VALUE 0.
001820
001830 01  HDR1-LINE.
001840     05  FILLER                      PIC X(01) VALUE SPACE.
001850     05  FILLER                      PIC X(34)
001860             VALUE "JTEXCP - WEEKLY EXCEPTION REPORT".
001870     05  FILLER                      PIC X(10) VALUE SPACES.
001880     05  FILLER                PIC X(16) VALUE "WEEK ENDING ".
001890     05  HDR1-WK-END-DATE            PIC 9(06).
001900     05  FILLER                      PIC X(10) VALUE SPACES.
001910     05  FILLER                      PIC X(05) VALUE "PAGE ".
001920     05  HDR1-PAGE-NO                PIC ZZ9.
001930
001940 01  HDR2-LINE.
001950     05  FILLER                      PIC X(01) VALUE SPACE.
001960     05  FILLER                      PIC X(10) VALUE "COST CTR".
001970     05  FILLER                      PIC X(10) VALUE "BADGE NUM".
001980     05  FILLER                      PIC X(32) VALUE "NAME".
001990     05  FILLER                      PIC X(10) VALUE "EXCEPTION".
002000     05  FILLER                      PIC X(10) VALUE "HOURS".
002010
002020 01  DTL-LINE.
002030     05  FILLER                      PIC X(01) VALUE SPACE.
002040     05  DTL-COST-CENTER             PIC X(04).
002050     05  FILLER                      PIC X(06) VALUE SPACES.
002060     05  DTL-BADGE-NUM               PIC 9(07).
002070     05  FILLER                      PIC X(03) VALUE SPACES.
002080     05  DTL-NAME                    PIC X(30).
002090     05  FILLER                      PIC X(02) VALUE SPACES.
002100     05  DTL-EXCEP-TYPE              PIC X(08).
002110     05  FILLER                      PIC X(02) VALUE SPACES.
002120     05  DTL-HOURS                   PIC ZZZ,ZZ9.99-.
002130
002140 01  CC-HEAD-LINE.
002150     05  FILLER                      PIC X(01) VALUE SPACE.
002160     05  FILLER                      PIC X(12)
002170             VALUE "COST CENTER ".
002180     05  CCH-COST-CENTER             PIC X(04).
002190     05  FILLER                      PIC X(02) VALUE SPACES.
002200     05  CCH-CC-NAME                 PIC X(30).
002210
002220 01  CTR-TOTAL-LINE.
002230     05  FILLER                      PIC X(01) VALUE SPACE.
002240     05  FILLER                      PIC X(26)
002250             VALUE "  COST CENTER EXCEPTIONS .".
002260     05  CTR-TOTAL-CNT               PIC ZZ,ZZ9.
002270     05  FILLER                      PIC X(09) VALUE "   HOURS ".
002280     05  CTR-TOTAL-HOURS             PIC ZZZ,ZZ9.99-.
002290
002300 01  GRAND-TOTAL-LINE.
002310     05  FILLER                      PIC X(01) VALUE SPACE.
002320     05  FILLER                      PIC X(26)
002330             VALUE "GRAND TOTAL EXCEPTIONS ...".
002340     05  GRAND-TOTAL-CNT             PIC ZZ,ZZ9.
002350     05  FILLER                      PIC X(09) VALUE "   HOURS ".
002360     05  GRAND-TOTAL-HOURS           PIC ZZZ,ZZ9.99-.
002370
002380 01  BREAKDOWN-LINE.
002390     05  FILLER                      PIC X(01) VALUE SPACE.
002400     05  FILLER                      PIC X(09) VALUE "MISSING ".
002410     05  BRK-MISSING-CNT             PIC ZZ,ZZ9.
002420     05  FILLER                      PIC X(10) VALUE "  LOW HRS ".
002430     05  BRK-LOW-CNT                 PIC ZZ,ZZ9.
002440     05  FILLER                      PIC X(11) VALUE "  HIGH HRS".
002450     05  BRK-HIGH-CNT                PIC ZZ,ZZ9.
002460
002470 01  NO-DATA-LINE                    PIC X(60)
002480         VALUE "NO EXCEPTIONS FOUND FOR THE REQUESTED WEEK ENDING
002490-" DATE.".
002500
002510
002520 LINKAGE SECTION.
002530
002540 01  JT-SIGNON.
002550     COPY jtsgnly.
002560
002570 PROCEDURE DIVISION USING JT-SIGNON.
002580
002590*-----------------------------------------------------------*
002600* 0000-MAINLINE                                              *
002610*-----------------------------------------------------------*
002620 0000-MAINLINE.
002630
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002650
002660     SORT WORK-FIL
002670         ON ASCENDING KEY XW-COST-CENTER XW-BADGE-NUM
002680         INPUT PROCEDURE IS 2000-BUILD-SORT-FILE THRU 2000-EXIT
002690         OUTPUT PROCEDURE IS 3000-PRINT-REPORT THRU 3000-EXIT.
002700
002710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002720
002730     GOBACK.
002740
002750*-----------------------------------------------------------*
002760* 1000-INITIALIZE                                            *
002770*-----------------------------------------------------------*
002780 1000-INITIALIZE.
002790
002800     IF SG-CLOSE-WK-END-DATE NOT = 0
002810         MOVE SG-CLOSE-WK-END-DATE TO XC-REQ-WK-END-DATE
002820     ELSE
002830         DISPLAY "JTEXCP - ENTER WEEK ENDING DATE (YYMMDD): "
002840         ACCEPT XC-REQ-WK-END-DATE
002850     END-IF.
002860
002870     DISPLAY "JTEXCP - MINIMUM WEEKLY HOURS (0 FOR 40.00): ".
002880     ACCEPT XC-MIN-HRS-ENTRY.
002890     DISPLAY "JTEXCP - MAXIMUM WEEKLY HOURS (0 FOR 60.00): ".
002900     ACCEPT XC-MAX-HRS-ENTRY.
002910
002920     IF XC-MIN-HRS-ENTRY = 0
002930         MOVE 40.00 TO XC-MIN-HRS
002940     ELSE
002950         MOVE XC-MIN-HRS-ENTRY TO XC-MIN-HRS
002960     END-IF.
002970
002980     IF XC-MAX-HRS-ENTRY = 0
002990         MOVE 60.00 TO XC-MAX-HRS
003000     ELSE
003010         MOVE XC-MAX-HRS-ENTRY TO XC-MAX-HRS
003020     END-IF.
003030
003040     PERFORM 7000-OPEN-RUN-CONTROL THRU 7000-EXIT.
003050     PERFORM 7200-POST-RUN-START THRU 7200-EXIT.
003060
003070     OPEN INPUT JT-FIL.
003080     IF JT-FIL-STATUS NOT = "00"
003090         DISPLAY "JTEXCP - JOBTICRMS NOT AVAILABLE - STATUS "
003100                 JT-FIL-STATUS
003110         GOBACK
003120     END-IF.
003130
003140     OPEN INPUT EM-FIL.
003150     IF EM-FIL-STATUS NOT = "00"
003160         DISPLAY "JTEXCP - EMPMAS NOT AVAILABLE - STATUS "
003170                 EM-FIL-STATUS
003180         GOBACK
003190     END-IF.
003200
003210     OPEN INPUT CC-FIL.
003220     IF CC-FIL-STATUS NOT = "00"
003230         DISPLAY "JTEXCP - CCMAS NOT AVAILABLE - COST CENTER "
003240         DISPLAY "         NAMES WILL NOT PRINT THIS RUN"
003250         MOVE "N" TO XC-CC-MASTER-SW
003260     END-IF.
003270
003280     OPEN OUTPUT PRINT-FIL.
003290
003300 1000-EXIT.
003310     EXIT.
003320
003330*-----------------------------------------------------------*
003340* 2000-BUILD-SORT-FILE                                       *
003350*     PASS 1 - WALKS THE EMPMAS ROSTER AND RELEASES A MISSING *
003360*     EXCEPTION FOR EVERY ACTIVE EMPLOYEE WITH NO TICKET ON   *
003370*     FILE FOR THE REQUESTED WEEK.                            *
003380*     PASS 2 - STARTS JT-FIL ON THE REQUESTED WEEK AND        *
003390*     RELEASES A LOW/HIGH EXCEPTION FOR EVERY TICKET WHOSE    *
003400*     JT-TOTAL-HRS FALLS OUTSIDE THE ENTERED LIMITS.          *
003410*-----------------------------------------------------------*
003420 2000-BUILD-SORT-FILE.
003430
003440     PERFORM 2100-READ-NEXT-EMPLOYEE THRU 2100-EXIT.
003450
003460     PERFORM 2200-CHECK-EMPLOYEE THRU 2200-EXIT
003470         UNTIL XC-ROSTER-EOF.
003480
003490     MOVE XC-REQ-WK-END-DATE TO JT-WK-END-DATE.
003500     MOVE 0 TO JT-BADGE-NUM.
003510
003520     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
003530         INVALID KEY
003540             MOVE "Y" TO XC-TICKET-EOF-SW
003550     END-START.
003560
003570     IF NOT XC-TICKET-EOF
003580         PERFORM 2400-READ-NEXT-TICKET THRU 2400-EXIT
003590     END-IF.
003600
003610     PERFORM 2500-CHECK-TICKET THRU 2500-EXIT
003620         UNTIL XC-TICKET-EOF.
003630
003640 2000-EXIT.
003650     EXIT.
003660
003670 2100-READ-NEXT-EMPLOYEE.
003680
003690     READ EM-FIL NEXT RECORD
003700         AT END
003710             MOVE "Y" TO XC-ROSTER-EOF-SW
003720     END-READ.
003730
003740 2100-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------*
003780* 2200-CHECK-EMPLOYEE                                        *
003790*     AN ACTIVE EMPLOYEE WITH NO TICKET ON FILE FOR THE       *
003800*     REQUESTED WEEK IS RELEASED AS A MISSING EXCEPTION       *
003810*     UNDER THE HOME COST CENTER.                             *
003820*-----------------------------------------------------------*
003830 2200-CHECK-EMPLOYEE.
003840
003850     IF EM-ACTIVE
003860         MOVE XC-REQ-WK-END-DATE TO JT-WK-END-DATE
003870         MOVE EM-BADGE-NUM TO JT-BADGE-NUM
003880         READ JT-FIL
003890             INVALID KEY
003900                 MOVE EM-COST-CENTER TO XW-COST-CENTER
003910                 MOVE EM-BADGE-NUM TO XW-BADGE-NUM
003920                 MOVE EM-NAME TO XW-NAME
003930                 MOVE "MISSING" TO XW-EXCEP-TYPE
003940                 MOVE 0 TO XW-HOURS
003950                 RELEASE WORK-REC
003960                 ADD 1 TO XC-MISSING-CNT
003970         END-READ
003980     END-IF.
003990
004000     PERFORM 2100-READ-NEXT-EMPLOYEE THRU 2100-EXIT.
004010
004020 2200-EXIT.
004030     EXIT.
004040
004050 2400-READ-NEXT-TICKET.
004060
004070     READ JT-FIL NEXT RECORD
004080         AT END
004090             MOVE "Y" TO XC-TICKET-EOF-SW
004100     END-READ.
004110
004120 2400-EXIT.
004130     EXIT.
004140
004150*-----------------------------------------------------------*
004160* 2500-CHECK-TICKET                                          *
004170*     A TICKET FOR THE REQUESTED WEEK WHOSE POSTED TOTAL IS   *
004180*     UNDER THE MINIMUM OR OVER THE MAXIMUM IS RELEASED AS A  *
004190*     LOW OR HIGH EXCEPTION.                                  *
004200*-----------------------------------------------------------*
004210 2500-CHECK-TICKET.
004220
004230     IF JT-WK-END-DATE NOT = XC-REQ-WK-END-DATE
004240         MOVE "Y" TO XC-TICKET-EOF-SW
004250         GO TO 2500-EXIT
004260     END-IF.
004270
004280     ADD 1 TO XC-TICKET-CNT.
004290
004300     IF JT-TOTAL-HRS < XC-MIN-HRS
004310         MOVE "LOW HRS" TO XW-EXCEP-TYPE
004320         PERFORM 2600-RELEASE-TICKET-EXCEP THRU 2600-EXIT
004330         ADD 1 TO XC-LOW-CNT
004340     ELSE
004350         IF JT-TOTAL-HRS > XC-MAX-HRS
004360             MOVE "HIGH HRS" TO XW-EXCEP-TYPE
004370             PERFORM 2600-RELEASE-TICKET-EXCEP THRU 2600-EXIT
004380             ADD 1 TO XC-HIGH-CNT
004390         END-IF
004400     END-IF.
004410
004420     PERFORM 2400-READ-NEXT-TICKET THRU 2400-EXIT.
004430
004440 2500-EXIT.
004450     EXIT.
004460
004470 2600-RELEASE-TICKET-EXCEP.
004480
004490     MOVE JT-COST-CENTER TO XW-COST-CENTER.
004500     MOVE JT-BADGE-NUM TO XW-BADGE-NUM.
004510     MOVE JT-NAME TO XW-NAME.
004520     MOVE JT-TOTAL-HRS TO XW-HOURS.
004530     RELEASE WORK-REC.
004540
004550 2600-EXIT.
004560     EXIT.
004570
004580*-----------------------------------------------------------*
004590* 3000-PRINT-REPORT                                          *
004600*     CONTROL-BREAK REPORT OFF THE SORTED EXCEPTIONS.  A NEW  *
004610*     COST-CENTER TOTAL PRINTS EVERY TIME XW-COST-CENTER      *
004620*     CHANGES; A GRAND TOTAL AND AN EXCEPTION-TYPE BREAKDOWN  *
004630*     PRINT AT END OF FILE.                                   *
004640*-----------------------------------------------------------*
004650 3000-PRINT-REPORT.
004660
004670     PERFORM 3100-RETURN-NEXT-LINE THRU 3100-EXIT.
004680
004690     IF XC-SORT-EOF
004700         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
004710         MOVE NO-DATA-LINE TO PRINT-LINE
004720         WRITE PRINT-LINE
004730     ELSE
004740         PERFORM 3200-PROCESS-LINE THRU 3200-EXIT
004750             UNTIL XC-SORT-EOF
004760         PERFORM 3500-PRINT-COST-CENTER-TOTAL THRU 3500-EXIT
004770         PERFORM 3600-PRINT-GRAND-TOTAL THRU 3600-EXIT
004780     END-IF.
004790
004800 3000-EXIT.
004810     EXIT.
004820
004830 3100-RETURN-NEXT-LINE.
004840
004850     RETURN WORK-FIL
004860         AT END
004870             MOVE "Y" TO XC-SORT-EOF-SW
004880     END-RETURN.
004890
004900 3100-EXIT.
004910     EXIT.
004920
004930 3200-PROCESS-LINE.
004940
004950     IF XC-FIRST-GROUP-SW = "Y"
004960         MOVE XW-COST-CENTER TO XC-CURR-COST-CENTER
004970         MOVE "N" TO XC-FIRST-GROUP-SW
004980         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
004990         PERFORM 3350-PRINT-COST-CENTER-HEAD THRU 3350-EXIT
005000     END-IF.
005010
005020     IF XW-COST-CENTER NOT = XC-CURR-COST-CENTER
005030         PERFORM 3500-PRINT-COST-CENTER-TOTAL THRU 3500-EXIT
005040         MOVE XW-COST-CENTER TO XC-CURR-COST-CENTER
005050         PERFORM 3350-PRINT-COST-CENTER-HEAD THRU 3350-EXIT
005060     END-IF.
005070
005080     IF XC-LINE-CNT > 55
005090         PERFORM 3350-PRINT-COST-CENTER-HEAD THRU 3350-EXIT
005100     END-IF.
005110
005120     MOVE SPACES TO DTL-LINE.
005130     MOVE XW-COST-CENTER TO DTL-COST-CENTER.
005140     MOVE XW-BADGE-NUM TO DTL-BADGE-NUM.
005150     MOVE XW-NAME TO DTL-NAME.
005160     MOVE XW-EXCEP-TYPE TO DTL-EXCEP-TYPE.
005170     MOVE XW-HOURS TO DTL-HOURS.
005180     WRITE PRINT-LINE FROM DTL-LINE.
005190     ADD 1 TO XC-LINE-CNT.
005200
005210     ADD 1 TO XC-CTR-EXCEP-CNT XC-GRAND-EXCEP-CNT.
005220     ADD XW-HOURS TO XC-CTR-HOURS XC-GRAND-HOURS.
005230
005240     PERFORM 3100-RETURN-NEXT-LINE THRU 3100-EXIT.
005250
005260 3200-EXIT.
005270     EXIT.
005280
005290*-----------------------------------------------------------*
005300* 3350-PRINT-COST-CENTER-HEAD                                *
005310*     OPENS EACH COST CENTER'S GROUP WITH ITS CCMAS NAME.     *
005320*-----------------------------------------------------------*
005330 3350-PRINT-COST-CENTER-HEAD.
005340
005350     IF XC-LINE-CNT > 55
005360         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
005370     END-IF.
005380
005390     MOVE XW-COST-CENTER TO CCH-COST-CENTER.
005400     MOVE SPACES TO CCH-CC-NAME.
005410
005420     IF XC-CC-MASTER-AVAIL
005430         MOVE XW-COST-CENTER TO CC-COST-CENTER
005440         READ CC-FIL
005450             INVALID KEY
005460                 MOVE "** NOT ON CCMAS **" TO CCH-CC-NAME
005470             NOT INVALID KEY
005480                 MOVE CC-NAME TO CCH-CC-NAME
005490         END-READ
005500     END-IF.
005510
005520     WRITE PRINT-LINE FROM CC-HEAD-LINE.
005530     ADD 1 TO XC-LINE-CNT.
005540
005550 3350-EXIT.
005560     EXIT.
005570
005580 3400-PRINT-HEADINGS.
005590
005600     ADD 1 TO XC-PAGE-NO.
005610     MOVE XC-REQ-WK-END-DATE TO HDR1-WK-END-DATE.
005620     MOVE XC-PAGE-NO TO HDR1-PAGE-NO.
005630     WRITE PRINT-LINE FROM HDR1-LINE.
005640     WRITE PRINT-LINE FROM HDR2-LINE.
005650     MOVE 2 TO XC-LINE-CNT.
005660
005670 3400-EXIT.
005680     EXIT.
005690
005700 3500-PRINT-COST-CENTER-TOTAL.
005710
005720     MOVE XC-CTR-EXCEP-CNT TO CTR-TOTAL-CNT.
005730     MOVE XC-CTR-HOURS TO CTR-TOTAL-HOURS.
005740     WRITE PRINT-LINE FROM CTR-TOTAL-LINE.
005750     ADD 1 TO XC-LINE-CNT.
005760     MOVE 0 TO XC-CTR-EXCEP-CNT.
005770     MOVE 0 TO XC-CTR-HOURS.
005780
005790 3500-EXIT.
005800     EXIT.
005810
005820 3600-PRINT-GRAND-TOTAL.
005830
005840     MOVE XC-GRAND-EXCEP-CNT TO GRAND-TOTAL-CNT.
005850     MOVE XC-GRAND-HOURS TO GRAND-TOTAL-HOURS.
005860     WRITE PRINT-LINE FROM GRAND-TOTAL-LINE.
005870
005880     MOVE XC-MISSING-CNT TO BRK-MISSING-CNT.
005890     MOVE XC-LOW-CNT TO BRK-LOW-CNT.
005900     MOVE XC-HIGH-CNT TO BRK-HIGH-CNT.
005910     WRITE PRINT-LINE FROM BREAKDOWN-LINE.
005920
005930 3600-EXIT.
005940     EXIT.
005950
005960*-----------------------------------------------------------*
005970* 7000-OPEN-RUN-CONTROL                                      *
005980*     OPENS JTRUNCTL FOR UPDATE, CREATING IT ON THE FIRST     *
005990*     RUN IF IT DOES NOT YET EXIST.                           *
006000*-----------------------------------------------------------*
006010 7000-OPEN-RUN-CONTROL.
006020
006030     OPEN I-O RC-FIL.
006040     IF RC-FIL-NOTFOUND
006050         CLOSE RC-FIL
006060         OPEN OUTPUT RC-FIL
006070         CLOSE RC-FIL
006080         OPEN I-O RC-FIL
006090     END-IF.
006100
006110     IF RC-FIL-STATUS NOT = "00"
006120         DISPLAY "JTEXCP - JTRUNCTL NOT AVAILABLE - STATUS "
006130                 RC-FIL-STATUS
006140         GOBACK
006150     END-IF.
006160
006170 7000-EXIT.
006180     EXIT.
006190
006200*-----------------------------------------------------------*
006210* 7200-POST-RUN-START                                        *
006220*     POSTS THE RUN AS STARTED AND NOT COMPLETE, SO AN ABEND  *
006230*     LEAVES A VISIBLE INCOMPLETE RECORD ON JTRUNCTL.         *
006240*-----------------------------------------------------------*
006250 7200-POST-RUN-START.
006260
006270     MOVE "JTEXCP" TO RC-PROGRAM.
006280     MOVE XC-REQ-WK-END-DATE TO RC-WK-END-DATE.
006290     MOVE 0 TO RC-REC-CNT.
006300     MOVE "N" TO RC-COMPLETE-SW.
006310     MOVE 0 TO RC-CHKPT-WK-END.
006320     MOVE 0 TO RC-CHKPT-BADGE.
006330     ACCEPT RC-START-DATE FROM DATE.
006340     ACCEPT RC-START-TIME FROM TIME.
006350     MOVE 0 TO RC-END-DATE.
006360     MOVE 0 TO RC-END-TIME.
006370     MOVE SPACE TO RC-RECON-SW.
006380     MOVE 0 TO RC-EXCEP-CNT.
006390
006400     WRITE RC-REC
006410         INVALID KEY
006420             REWRITE RC-REC
006430     END-WRITE.
006440
006450 7200-EXIT.
006460     EXIT.
006470
006480*-----------------------------------------------------------*
006490* 7300-POST-RUN-END                                          *
006500*     COMPLETES THE RUN-CONTROL RECORD WITH THE TICKET AND    *
006510*     EXCEPTION COUNTS AT A CLEAN END OF RUN.                 *
006520*-----------------------------------------------------------*
006530 7300-POST-RUN-END.
006540
006550     MOVE "JTEXCP" TO RC-PROGRAM.
006560     MOVE XC-REQ-WK-END-DATE TO RC-WK-END-DATE.
006570
006580     READ RC-FIL
006590         INVALID KEY
006600             GO TO 7300-EXIT
006610     END-READ.
006620
006630     MOVE XC-TICKET-CNT TO RC-REC-CNT.
006640     COMPUTE RC-EXCEP-CNT =
006650         XC-MISSING-CNT + XC-LOW-CNT + XC-HIGH-CNT.
006660     MOVE "Y" TO RC-COMPLETE-SW.
006670     ACCEPT RC-END-DATE FROM DATE.
006680     ACCEPT RC-END-TIME FROM TIME.
006690
006700     REWRITE RC-REC.
006710
006720 7300-EXIT.
006730     EXIT.
006740
006750*-----------------------------------------------------------*
006760* 9000-TERMINATE                                             *
006770*-----------------------------------------------------------*
006780 9000-TERMINATE.
006790
006800     CLOSE JT-FIL.
006810     CLOSE EM-FIL.
006820     CLOSE PRINT-FIL.
006830
006840     IF XC-CC-MASTER-AVAIL
006850         CLOSE CC-FIL
006860     END-IF.
006870
006880     DISPLAY "JTEXCP - MISSING TICKETS: " XC-MISSING-CNT.
006890     DISPLAY "JTEXCP - LOW HOURS TICKETS: " XC-LOW-CNT.
006900     DISPLAY "JTEXCP - HIGH HOURS TICKETS: " XC-HIGH-CNT.
006910
006920     PERFORM 7300-POST-RUN-END THRU 7300-EXIT.
006930     CLOSE RC-FIL.
006940
006950 9000-EXIT.
006960     EXIT.
