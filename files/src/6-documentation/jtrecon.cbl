000410* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
000420*     way to GOBACK so control returns to the menu, at a
000430*     clean end and at a startup failure alike.  )%
000440*
000450* Edit (15-Oct-26, 'J. A. Hartley')
000460* %(  The run-control record is now completed with the count
000470*     of tickets that do not foot as well (new RC-EXCEP-CNT),
000480*     so the JTCLOSE weekly close can refuse to extract over
000490*     footing errors.  )%
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
000660     SELECT PRINT-FIL ASSIGN TO "JTRECON"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS PRT-FIL-STATUS.
000690
000700     COPY jtrcsel.
000710
000720 DATA DIVISION.
000730 
000740 FILE SECTION.
000750 
000760 FD  JT-FIL
000770     LABEL RECORDS ARE STANDARD.
000780 
000790 01  JT-REC.
000800     COPY jtrecly.
000810 
000820 FD  PRINT-FIL
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 132 CHARACTERS.
000850 
000860 01  PRINT-LINE                   PIC X(132).
000870
000880 FD  RC-FIL
000890     LABEL RECORDS ARE STANDARD.
000900
000910 01  RC-REC.
000920     COPY jtrcly.
000930
000940 WORKING-STORAGE SECTION.
000950     COPY jtstat.
000960
000970     COPY jtrcst.
000980
000990 01  PRT-FIL-STATUS               PIC X(02).
001000 
001010 01  JR-EOF-SW                    PIC X(01) VALUE "N".
001020     88  JR-EOF                   VALUE "Y".
001030 
001040 01  JR-DTL-SUB                   PIC 9(04) COMP.
001050 
001060 01  JR-SUM-HRS                   COMP-1 VALUE 0.
001070 
001080 01  JR-DIFF                      COMP-1 VALUE 0.
001090 
001100 01  JR-REC-CNT                   PIC 9(07) COMP VALUE 0.
001110 
001120 01  JR-EXCEP-CNT                 PIC 9(07) COMP VALUE 0.
001130 
001140 01  JR-LINE-CNT                  PIC 9(03) VALUE 99.
001150 
001160 01  JR-PAGE-NO                   PIC 9(03) VALUE 0.
001170 
001180 01  HDR1-LINE.
001190     05  FILLER                   PIC X(01) VALUE SPACE.
001200     05  FILLER                   PIC X(37)
001210             VALUE "JTRECON - JOB TICKET HOURS RECONCILE".
001220     05  FILLER                   PIC X(08) VALUE SPACES.
001230     05  FILLER                   PIC X(05) VALUE "PAGE ".
001240     05  HDR1-PAGE-NO             PIC ZZ9.
001250 
001260 01  HDR2-LINE.
001270     05  FILLER                   PIC X(01) VALUE SPACE.
001280     05  FILLER                   PIC X(10) VALUE "BADGE NUM".
001290     05  FILLER                   PIC X(32) VALUE "NAME".
001300     05  FILLER                   PIC X(14) VALUE "WEEK ENDING".
001310     05  FILLER                   PIC X(14) VALUE "POSTED HRS".
001320     05  FILLER                   PIC X(14) VALUE "FOOTED HRS".
001330     05  FILLER                   PIC X(12) VALUE "DIFFERENCE".
001340 
001350 01  DTL-LINE.
001360     05  FILLER                   PIC X(01) VALUE SPACE.
001370     05  DTL-BADGE-NUM            PIC 9(07).
001380     05  FILLER                   PIC X(03) VALUE SPACES.
001390     05  DTL-NAME                 PIC X(30).
001400     05  DTL-WK-END-DATE          PIC 9(06).
001410     05  FILLER                   PIC X(08) VALUE SPACES.
001420     05  DTL-POSTED-HRS           PIC ZZZ,ZZ9.99-.
001430     05  FILLER                   PIC X(03) VALUE SPACES.
001440     05  DTL-FOOTED-HRS           PIC ZZZ,ZZ9.99-.
001450     05  FILLER                   PIC X(03) VALUE SPACES.
001460     05  DTL-DIFF-HRS             PIC -ZZ,ZZ9.99.
001470 
001480 01  SUMMARY-LINE.
001490     05  FILLER                   PIC X(01) VALUE SPACE.
001500     05  FILLER                   PIC X(20)
001510             VALUE "TICKETS READ ......".
001520     05  SUM-REC-CNT              PIC ZZZ,ZZ9.
001530     05  FILLER                   PIC X(05) VALUE SPACES.
001540     05  FILLER                   PIC X(20)
001550             VALUE "EXCEPTIONS FOUND ..".
001560     05  SUM-EXCEP-CNT            PIC ZZZ,ZZ9.
001570 
001580 01  NO-EXCEP-LINE                PIC X(44)
001590         VALUE "ALL JOB TICKETS FOOT - NO EXCEPTIONS FOUND.".
001600 
001610 PROCEDURE DIVISION.
001620 
001630*-----------------------------------------------------------*
001640* 0000-MAINLINE                                              *
001650*-----------------------------------------------------------*
001660 0000-MAINLINE.
001670 
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690 
001700     PERFORM 2000-PROCESS-TICKET THRU 2000-EXIT
001710         UNTIL JR-EOF.
001720 
001730     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001740 
001750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001760 
001770     GOBACK.
001780 
001790*-----------------------------------------------------------*
001800* 1000-INITIALIZE                                            *
001810*-----------------------------------------------------------*
001820 1000-INITIALIZE.
001830
001840     PERFORM 7000-OPEN-RUN-CONTROL THRU 7000-EXIT.
001850     PERFORM 7200-POST-RUN-START THRU 7200-EXIT.
001860
001870     OPEN INPUT JT-FIL.
001880     IF JT-FIL-STATUS NOT = "00"
001890         DISPLAY "JTRECON - JOBTICRMS NOT AVAILABLE - STATUS "
001900                 JT-FIL-STATUS
001910         GOBACK
001920     END-IF.
001930     OPEN OUTPUT PRINT-FIL.
001940 
001950     PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT.
001960 
001970     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
001980 
001990 1000-EXIT.
002000     EXIT.
002010 
002020*-----------------------------------------------------------*
002030* 2000-PROCESS-TICKET                                        *
002040*     FOOTS JT-HOURS ACROSS THE OCCUPIED DETAIL LINES AND     *
002050*     COMPARES THE FOOTING AGAINST JT-TOTAL-HRS.              *
002060*-----------------------------------------------------------*
002070 2000-PROCESS-TICKET.
002080 
002090     ADD 1 TO JR-REC-CNT.
002100     MOVE 0 TO JR-SUM-HRS.
002110 
002120     PERFORM 2200-SUM-DETAIL-LINE THRU 2200-EXIT
002130         VARYING JR-DTL-SUB FROM 1 BY 1
002140         UNTIL JR-DTL-SUB > JT-DTL-CNT.
002150 
002160     COMPUTE JR-DIFF = JT-TOTAL-HRS - JR-SUM-HRS.
002170 
002180     IF JR-DIFF > 0.005 OR JR-DIFF < -0.005
002190         ADD 1 TO JR-EXCEP-CNT
002200         PERFORM 3200-PRINT-EXCEPTION THRU 3200-EXIT
002210     END-IF.
002220 
002230     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
002240 
002250 2000-EXIT.
002260     EXIT.
002270 
002280 2100-READ-NEXT-TICKET.
002290 
002300     READ JT-FIL NEXT RECORD
002310         AT END
002320             MOVE "Y" TO JR-EOF-SW
002330     END-READ.
002340 
002350 2100-EXIT.
002360     EXIT.
002370 
002380 2200-SUM-DETAIL-LINE.
002390 
002400     ADD JT-HOURS (JR-DTL-SUB) TO JR-SUM-HRS.
002410 
002420 2200-EXIT.
002430     EXIT.
002440 
002450*-----------------------------------------------------------*
002460* 3200-PRINT-EXCEPTION                                       *
002470*-----------------------------------------------------------*
002480 3200-PRINT-EXCEPTION.
002490 
002500     IF JR-LINE-CNT > 55
002510         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
002520     END-IF.
002530 
002540     MOVE JT-BADGE-NUM TO DTL-BADGE-NUM.
002550     MOVE JT-NAME TO DTL-NAME.
002560     MOVE JT-WK-END-DATE TO DTL-WK-END-DATE.
002570     MOVE JT-TOTAL-HRS TO DTL-POSTED-HRS.
002580     MOVE JR-SUM-HRS TO DTL-FOOTED-HRS.
002590     MOVE JR-DIFF TO DTL-DIFF-HRS.
002600 
002610     WRITE PRINT-LINE FROM DTL-LINE.
002620 
002630     ADD 1 TO JR-LINE-CNT.
002640 
002650 3200-EXIT.
002660     EXIT.
002670 
002680*-----------------------------------------------------------*
002690* 3400-PRINT-HEADINGS                                        *
002700*-----------------------------------------------------------*
002710 3400-PRINT-HEADINGS.
002720 
002730     ADD 1 TO JR-PAGE-NO.
002740     MOVE JR-PAGE-NO TO HDR1-PAGE-NO.
002750 
002760     WRITE PRINT-LINE FROM HDR1-LINE.
002770     WRITE PRINT-LINE FROM HDR2-LINE.
002780 
002790     MOVE 2 TO JR-LINE-CNT.
002800 
002810 3400-EXIT.
002820     EXIT.
002830 
002840*-----------------------------------------------------------*
002850* 7000-OPEN-RUN-CONTROL                                      *
002860*     OPENS JTRUNCTL FOR UPDATE, CREATING IT ON THE FIRST     *
002870*     RUN IF IT DOES NOT YET EXIST.                           *
002880*-----------------------------------------------------------*
002890 7000-OPEN-RUN-CONTROL.
002900
002910     OPEN I-O RC-FIL.
002920     IF RC-FIL-NOTFOUND
002930         CLOSE RC-FIL
002940         OPEN OUTPUT RC-FIL
002950         CLOSE RC-FIL
002960         OPEN I-O RC-FIL
002970     END-IF.
002980
002990     IF RC-FIL-STATUS NOT = "00"
003000         DISPLAY "JTRECON - JTRUNCTL NOT AVAILABLE - STATUS "
003010                 RC-FIL-STATUS
003020         GOBACK
003030     END-IF.
003040
003050 7000-EXIT.
003060     EXIT.
003070
003080*-----------------------------------------------------------*
003090* 7200-POST-RUN-START                                        *
003100*     POSTS THE RUN AS STARTED AND NOT COMPLETE, SO AN ABEND  *
003110*     LEAVES A VISIBLE INCOMPLETE RECORD ON JTRUNCTL.         *
003120*-----------------------------------------------------------*
003130 7200-POST-RUN-START.
003140
003150     MOVE "JTRECON" TO RC-PROGRAM.
003160     MOVE 0 TO RC-WK-END-DATE.
003170     MOVE 0 TO RC-REC-CNT.
003180     MOVE "N" TO RC-COMPLETE-SW.
003190     MOVE 0 TO RC-CHKPT-WK-END.
003200     MOVE 0 TO RC-CHKPT-BADGE.
003210     ACCEPT RC-START-DATE FROM DATE.
003220     ACCEPT RC-START-TIME FROM TIME.
003230     MOVE 0 TO RC-END-DATE.
003240     MOVE 0 TO RC-END-TIME.
003250     MOVE SPACE TO RC-RECON-SW.
003260     MOVE 0 TO RC-EXCEP-CNT.
003270
003280     WRITE RC-REC
003290         INVALID KEY
003300             REWRITE RC-REC
003310     END-WRITE.
003320
003330 7200-EXIT.
003340     EXIT.
003350
003360*-----------------------------------------------------------*
003370* 7300-POST-RUN-END                                          *
003380*     COMPLETES THE RUN-CONTROL RECORD WITH THE TICKETS-READ  *
003390*     AND EXCEPTION COUNTS AT A CLEAN END OF RUN.             *
003400*-----------------------------------------------------------*
003410 7300-POST-RUN-END.
003420
003430     MOVE "JTRECON" TO RC-PROGRAM.
003440     MOVE 0 TO RC-WK-END-DATE.
003450
003460     READ RC-FIL
003470         INVALID KEY
003480             GO TO 7300-EXIT
003490     END-READ.
003500
003510     MOVE JR-REC-CNT TO RC-REC-CNT.
003520     MOVE JR-EXCEP-CNT TO RC-EXCEP-CNT.
003530     MOVE "Y" TO RC-COMPLETE-SW.
003540     ACCEPT RC-END-DATE FROM DATE.
003550     ACCEPT RC-END-TIME FROM TIME.
003560
003570     REWRITE RC-REC.
003580
003590 7300-EXIT.
003600     EXIT.
003610
003620*-----------------------------------------------------------*
003630* 8000-PRINT-SUMMARY                                         *
003640*-----------------------------------------------------------*
003650 8000-PRINT-SUMMARY.
003660 
003670     MOVE JR-REC-CNT TO SUM-REC-CNT.
003680     MOVE JR-EXCEP-CNT TO SUM-EXCEP-CNT.
003690     WRITE PRINT-LINE FROM SUMMARY-LINE.
003700 
003710     IF JR-EXCEP-CNT = 0
003720         WRITE PRINT-LINE FROM NO-EXCEP-LINE
003730     END-IF.
003740 
003750 8000-EXIT.
003760     EXIT.
003770 
003780*-----------------------------------------------------------*
003790* 9000-TERMINATE                                             *
003800*-----------------------------------------------------------*
003810 9000-TERMINATE.
003820
003830     CLOSE JT-FIL.
003840     CLOSE PRINT-FIL.
003850
003860     PERFORM 7300-POST-RUN-END THRU 7300-EXIT.
003870     CLOSE RC-FIL.
003880
003890 9000-EXIT.
003900     EXIT.
