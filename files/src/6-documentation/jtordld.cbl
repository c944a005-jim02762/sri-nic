000430* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
000440*     way to GOBACK so control returns to the menu, at a
000450*     clean end and at a startup failure alike.  )%
000460*
000470* Edit (15-Oct-26, 'J. A. Hartley')
000480* %(  Print the order settlement on a close-out.  Once the
000490*     order is marked inactive, JTSETL prints its paid hours
000500*     and dollars by week and cost center from the ORDCOST
000510*     ledger against the master's budgeted hours, so cost
000520*     accounting has the final job cost the day the order
000530*     closes.  The settlement count goes to the console.  )%
000540
000550 ENVIRONMENT DIVISION.
000560
000570 CONFIGURATION SECTION.
000580
000590 SOURCE-COMPUTER.
000600     DECSYSTEM-20.
000610
000620 OBJECT-COMPUTER.
000630     DECSYSTEM-20.
000640
000650 INPUT-OUTPUT SECTION.
000660
000670 FILE-CONTROL.
000680     COPY jtsel.
000690
000700     SELECT TRANS-FIL ASSIGN TO "JTORDFD"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS OT-FIL-STATUS.
000730
000740     SELECT ORDLOG-FIL ASSIGN TO "JTORDLOG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS JO-FIL-STATUS.
000770
000780     SELECT PRINT-FIL ASSIGN TO "JTORDLD"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS PRT-FIL-STATUS.
000810
000820     COPY jtdissel.
000830
000840     COPY jtmfgsel.
000850
000860 DATA DIVISION.
000870
000880 FILE SECTION.
000890
000900 FD  JT-FIL
000910     LABEL RECORDS ARE STANDARD.
000920
000930 01  JT-REC.
000940     COPY jtrecly.
000950
000960*-----------------------------------------------------------*
000970* PRODUCTION CONTROL ORDER TRANSACTION - ONE FLAT RECORD PER *
000980* ORDER: ORDER TYPE (D OR M), ACTION (R RELEASE, C CLOSE),   *
000990* ORDER NUMBER, DESCRIPTION, AND BUDGETED HOURS (99999V99),  *
001000* AS FIXED-WIDTH FIELDS SEPARATED BY ONE SPACE.  THE         *
001010* DESCRIPTION AND BUDGET ARE ONLY USED ON A RELEASE.         *
001020*-----------------------------------------------------------*
001030 FD  TRANS-FIL
001040     LABEL RECORDS ARE STANDARD.
001050
001060 01  OT-TRANS-REC.
001070     05  OT-ORDER-TYPE               PIC X(01).
001080     05  FILLER                      PIC X(01).
001090     05  OT-ACTION                   PIC X(01).
001100     05  FILLER                      PIC X(01).
001110     05  OT-ORDER-NUM                PIC 9(05).
001120     05  FILLER                      PIC X(01).
001130     05  OT-ORDER-DESC               PIC X(30).
001140     05  FILLER                      PIC X(01).
001150     05  OT-BUDGET-HRS               PIC 9(05)V99.
001160
001170 FD  ORDLOG-FIL
001180     LABEL RECORDS ARE STANDARD.
001190
001200 01  JO-ORDLOG-REC.
001210     05  JO-ORDER-TYPE               PIC X(01).
001220     05  FILLER                      PIC X(01) VALUE SPACE.
001230     05  JO-ORDER-NUM                PIC 9(05).
001240     05  FILLER                      PIC X(01) VALUE SPACE.
001250     05  JO-OPERATION                PIC X(01).
001260     05  FILLER                      PIC X(01) VALUE SPACE.
001270     05  JO-TERM-ID                  PIC X(08).
001280     05  FILLER                      PIC X(01) VALUE SPACE.
001290     05  JO-LOG-DATE                 PIC 9(06).
001300     05  FILLER                      PIC X(01) VALUE SPACE.
001310     05  JO-LOG-TIME                 PIC 9(08).
001320
001330 FD  DO-FIL
001340     LABEL RECORDS ARE STANDARD.
001350
001360 01  DO-REC.
001370     COPY jtdisly.
001380
001390 FD  MO-FIL
001400     LABEL RECORDS ARE STANDARD.
001410
001420 01  MO-REC.
001430     COPY jtmfgly.
001440
001450 FD  PRINT-FIL
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 132 CHARACTERS.
001480
001490 01  PRINT-LINE                      PIC X(132).
001500
001510 WORKING-STORAGE SECTION.
001520     COPY jtstat.
001530
001540 01  OT-FIL-STATUS                   PIC X(02).
001550     88  OT-FIL-OK                   VALUE "00".
001560
001570 01  JO-FIL-STATUS                   PIC X(02).
001580     88  JO-FIL-NOTFOUND             VALUE "35".
001590
001600 01  PRT-FIL-STATUS                  PIC X(02).
001610
001620     COPY jtdisst.
001630
001640     COPY jtmfgst.
001650
001660 01  OL-TRANS-EOF-SW                 PIC X(01) VALUE "N".
001670     88  OL-TRANS-EOF                VALUE "Y".
001680
001690 01  OL-REJECT-SW                    PIC X(01).
001700     88  OL-REJECTED                 VALUE "Y".
001710
001720 01  OL-REJECT-REASON                PIC X(30).
001730
001740 01  OL-TKT-EOF-SW                   PIC X(01).
001750     88  OL-TKT-EOF                  VALUE "Y".
001760
001770 01  OL-TKT-HIT-SW                   PIC X(01).
001780     88  OL-TKT-HIT                  VALUE "Y".
001790
001800 01  OL-DTL-SUB                      PIC 9(04) COMP.
001810
001820 01  OL-TRANS-CNT                    PIC 9(07) COMP VALUE 0.
001830
001840 01  OL-ACCEPT-CNT                   PIC 9(07) COMP VALUE 0.
001850
001860 01  OL-REJECT-CNT                   PIC 9(07) COMP VALUE 0.
001870
001880 01  OL-ADD-CNT                      PIC 9(07) COMP VALUE 0.
001890
001900 01  OL-CLOSE-CNT                    PIC 9(07) COMP VALUE 0.
001910
001920 01  OL-STRAGGLER-CNT                PIC 9(07) COMP VALUE 0.
001930
001940 01  OL-SETTLE-CNT                   PIC 9(07) COMP VALUE 0.
001950
001960 01  OL-LINE-CNT                     PIC 9(03) VALUE 99.
001970
001980 01  OL-PAGE-NO                      PIC 9(03) VALUE 0.
001990
002000 01  ST-REQUEST.
002010     COPY jtstrly.
002020
002030 01  HDR1-LINE.
002040     05  FILLER                      PIC X(01) VALUE SPACE.
002050     05  FILLER                      PIC X(38)
002060             VALUE "JTORDLD - PRODUCTION CONTROL ORDERS".
002070     05  FILLER                      PIC X(14)
002080             VALUE "EDIT REGISTER".
002090     05  FILLER                      PIC X(05) VALUE "PAGE ".
002100     05  HDR1-PAGE-NO                PIC ZZ9.
002110
002120 01  HDR2-LINE.
002130     05  FILLER                      PIC X(01) VALUE SPACE.
002140     05  FILLER                      PIC X(06) VALUE "TYPE".
002150     05  FILLER                      PIC X(08) VALUE "ACTION".
002160     05  FILLER                      PIC X(11) VALUE "ORDER NUM".
002170     05  FILLER                      PIC X(32)
002180             VALUE "DESCRIPTION".
002190     05  FILLER                      PIC X(12) VALUE "DISPOSITN".
002200     05  FILLER                      PIC X(30) VALUE "REASON".
002210
002220 01  DTL-LINE.
002230     05  FILLER                      PIC X(01) VALUE SPACE.
002240     05  DTL-ORDER-TYPE              PIC X(01).
002250     05  FILLER                      PIC X(05) VALUE SPACES.
002260     05  DTL-ACTION                  PIC X(01).
002270     05  FILLER                      PIC X(07) VALUE SPACES.
002280     05  DTL-ORDER-NUM               PIC 9(05).
002290     05  FILLER                      PIC X(06) VALUE SPACES.
002300     05  DTL-ORDER-DESC              PIC X(30).
002310     05  FILLER                      PIC X(02) VALUE SPACES.
002320     05  DTL-DISPOSITION             PIC X(08).
002330     05  FILLER                      PIC X(04) VALUE SPACES.
002340     05  DTL-REASON                  PIC X(30).
002350
002360 01  STRAG-LINE.
002370     05  FILLER                      PIC X(05) VALUE SPACES.
002380     05  FILLER                      PIC X(20)
002390             VALUE "OPEN TICKET - BADGE ".
002400     05  STRAG-BADGE-NUM             PIC 9(07).
002410     05  FILLER                      PIC X(06) VALUE " WEEK ".
002420     05  STRAG-WK-END-DATE           PIC 9(06).
002430     05  FILLER                      PIC X(07) VALUE " HOURS ".
002440     05  STRAG-TOTAL-HRS             PIC ZZZ,ZZ9.99-.
002450     05  FILLER                      PIC X(08) VALUE " STATUS ".
002460     05  STRAG-STATUS                PIC X(01).
002470
002480 01  SUMMARY1-LINE.
002490     05  FILLER                      PIC X(01) VALUE SPACE.
002500     05  FILLER                      PIC X(20)
002510             VALUE "TRANSACTIONS READ ..".
002520     05  SUM-TRANS-CNT               PIC ZZZ,ZZ9.
002530     05  FILLER                      PIC X(14)
002540             VALUE "   ACCEPTED ..".
002550     05  SUM-ACCEPT-CNT              PIC ZZZ,ZZ9.
002560     05  FILLER                      PIC X(14)
002570             VALUE "   REJECTED ..".
002580     05  SUM-REJECT-CNT              PIC ZZZ,ZZ9.
002590
002600 01  SUMMARY2-LINE.
002610     05  FILLER                      PIC X(01) VALUE SPACE.
002620     05  FILLER                      PIC X(20)
002630             VALUE "ORDERS ADDED .......".
002640     05  SUM-ADD-CNT                 PIC ZZZ,ZZ9.
002650     05  FILLER                      PIC X(14)
002660             VALUE "   CLOSED ....".
002670     05  SUM-CLOSE-CNT               PIC ZZZ,ZZ9.
002680     05  FILLER                      PIC X(17)
002690             VALUE "   OPEN TICKETS .".
002700     05  SUM-STRAGGLER-CNT           PIC ZZZ,ZZ9.
002710
002720 PROCEDURE DIVISION.
002730
002740*-----------------------------------------------------------*
002750* 0000-MAINLINE                                              *
002760*-----------------------------------------------------------*
002770 0000-MAINLINE.
002780
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800
002810     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002820         UNTIL OL-TRANS-EOF.
002830
002840     PERFORM 8800-PRINT-SUMMARY THRU 8800-EXIT.
002850
002860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002870
002880     GOBACK.
002890
002900*-----------------------------------------------------------*
002910* 1000-INITIALIZE                                            *
002920*     THE ORDER MASTERS OPEN FOR UPDATE AND ARE CREATED ON   *
002930*     THE FIRST RUN IF MISSING, THE WAY JTORDM CREATES THEM.  *
002940*     JOBTICRMS IS NOT OPTIONAL - A CLOSE-OUT RUN THAT COULD  *
002950*     NOT SWEEP FOR STRAGGLING TICKETS WOULD CLOSE ORDERS     *
002960*     BLIND, SO A MISSING TICKET FILE STOPS THE RUN.          *
002970*-----------------------------------------------------------*
002980 1000-INITIALIZE.
002990
003000     OPEN INPUT TRANS-FIL.
003010     IF OT-FIL-STATUS NOT = "00"
003020         DISPLAY "JTORDLD - JTORDFD NOT AVAILABLE - STATUS "
003030                 OT-FIL-STATUS
003040         GOBACK
003050     END-IF.
003060
003070     OPEN I-O DO-FIL.
003080     IF DO-FIL-NOTFOUND
003090         CLOSE DO-FIL
003100         OPEN OUTPUT DO-FIL
003110         CLOSE DO-FIL
003120         OPEN I-O DO-FIL
003130     END-IF.
003140
003150     IF DO-FIL-STATUS NOT = "00"
003160         DISPLAY "JTORDLD - DISMAS NOT AVAILABLE - STATUS "
003170                 DO-FIL-STATUS
003180         GOBACK
003190     END-IF.
003200
003210     OPEN I-O MO-FIL.
003220     IF MO-FIL-NOTFOUND
003230         CLOSE MO-FIL
003240         OPEN OUTPUT MO-FIL
003250         CLOSE MO-FIL
003260         OPEN I-O MO-FIL
003270     END-IF.
003280
003290     IF MO-FIL-STATUS NOT = "00"
003300         DISPLAY "JTORDLD - MFGMAS NOT AVAILABLE - STATUS "
003310                 MO-FIL-STATUS
003320         GOBACK
003330     END-IF.
003340
003350     OPEN INPUT JT-FIL.
003360     IF JT-FIL-STATUS NOT = "00"
003370         DISPLAY "JTORDLD - JOBTICRMS NOT AVAILABLE - STATUS "
003380                 JT-FIL-STATUS
003390         GOBACK
003400     END-IF.
003410
003420     OPEN EXTEND ORDLOG-FIL.
003430     IF JO-FIL-NOTFOUND
003440         OPEN OUTPUT ORDLOG-FIL
003450     END-IF.
003460
003470     OPEN OUTPUT PRINT-FIL.
003480
003490     PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT.
003500
003510     PERFORM 2100-READ-NEXT-TRANS THRU 2100-EXIT.
003520
003530 1000-EXIT.
003540     EXIT.
003550
003560*-----------------------------------------------------------*
003570* 2000-PROCESS-TRANS                                         *
003580*     EDITS ONE TRANSACTION, APPLIES IT IF IT PASSES, AND     *
003590*     PRINTS ITS REGISTER LINE EITHER WAY.                    *
003600*-----------------------------------------------------------*
003610 2000-PROCESS-TRANS.
003620
003630     ADD 1 TO OL-TRANS-CNT.
003640
003650     PERFORM 3000-EDIT-TRANS THRU 3000-EXIT.
003660
003670     IF NOT OL-REJECTED
003680         PERFORM 4000-APPLY-TRANS THRU 4000-EXIT
003690     END-IF.
003700
003710     IF OL-REJECTED
003720         ADD 1 TO OL-REJECT-CNT
003730     ELSE
003740         ADD 1 TO OL-ACCEPT-CNT
003750     END-IF.
003760
003770     PERFORM 5000-PRINT-REGISTER-LINE THRU 5000-EXIT.
003780
003790     IF OT-ACTION = "C" AND NOT OL-REJECTED
003800         PERFORM 6000-SWEEP-OPEN-TICKETS THRU 6000-EXIT
003810     END-IF.
003820
003830     PERFORM 2100-READ-NEXT-TRANS THRU 2100-EXIT.
003840
003850 2000-EXIT.
003860     EXIT.
003870
003880 2100-READ-NEXT-TRANS.
003890
003900     READ TRANS-FIL NEXT RECORD
003910         AT END
003920             MOVE "Y" TO OL-TRANS-EOF-SW
003930     END-READ.
003940
003950 2100-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------------*
003990* 3000-EDIT-TRANS                                            *
004000*     THE ORDER TYPE MUST BE D OR M, THE ACTION R OR C, AND  *
004010*     THE ORDER NUMBER NON-ZERO.  THE FIRST EDIT THAT FAILS  *
004020*     SETS THE REASON AND REJECTS THE TRANSACTION.            *
004030*-----------------------------------------------------------*
004040 3000-EDIT-TRANS.
004050
004060     MOVE "N" TO OL-REJECT-SW.
004070     MOVE SPACES TO OL-REJECT-REASON.
004080
004090     IF OT-ORDER-TYPE NOT = "D" AND OT-ORDER-TYPE NOT = "M"
004100         MOVE "Y" TO OL-REJECT-SW
004110         MOVE "ORDER TYPE NOT D OR M" TO OL-REJECT-REASON
004120         GO TO 3000-EXIT
004130     END-IF.
004140
004150     IF OT-ACTION NOT = "R" AND OT-ACTION NOT = "C"
004160         MOVE "Y" TO OL-REJECT-SW
004170         MOVE "ACTION NOT R OR C" TO OL-REJECT-REASON
004180         GO TO 3000-EXIT
004190     END-IF.
004200
004210     IF OT-ORDER-NUM = 0
004220         MOVE "Y" TO OL-REJECT-SW
004230         MOVE "ORDER NUMBER ZERO" TO OL-REJECT-REASON
004240         GO TO 3000-EXIT
004250     END-IF.
004260
004270 3000-EXIT.
004280     EXIT.
004290
004300 3400-PRINT-HEADINGS.
004310
004320     ADD 1 TO OL-PAGE-NO.
004330     MOVE OL-PAGE-NO TO HDR1-PAGE-NO.
004340
004350     WRITE PRINT-LINE FROM HDR1-LINE.
004360     WRITE PRINT-LINE FROM HDR2-LINE.
004370
004380     MOVE 2 TO OL-LINE-CNT.
004390
004400 3400-EXIT.
004410     EXIT.
004420
004430*-----------------------------------------------------------*
004440* 4000-APPLY-TRANS                                           *
004450*     DISPATCHES TO THE RELEASE OR CLOSE PARAGRAPH FOR THE   *
004460*     MASTER NAMED BY THE ORDER TYPE.                         *
004470*-----------------------------------------------------------*
004480 4000-APPLY-TRANS.
004490
004500     IF OT-ACTION = "R"
004510         PERFORM 4100-RELEASE-ORDER THRU 4100-EXIT
004520     ELSE
004530         PERFORM 4200-CLOSE-ORDER THRU 4200-EXIT
004540     END-IF.
004550
004560 4000-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------*
004600* 4100-RELEASE-ORDER                                         *
004610*     A RELEASED ORDER GOES ON FILE ACTIVE, THE WAY JTORDM    *
004620*     ADDS ONE AT THE TERMINAL.                               *
004630*-----------------------------------------------------------*
004640 4100-RELEASE-ORDER.
004650
004660     IF OT-ORDER-TYPE = "D"
004670         MOVE OT-ORDER-NUM TO DO-DIS-NUM
004680         MOVE OT-ORDER-DESC TO DO-DIS-DESC
004690         MOVE "A" TO DO-DIS-STATUS
004700         MOVE OT-BUDGET-HRS TO DO-BUDGET-HRS
004710         WRITE DO-REC
004720             INVALID KEY
004730                 MOVE "Y" TO OL-REJECT-SW
004740                 MOVE "ORDER ALREADY ON FILE"
004750                     TO OL-REJECT-REASON
004760             NOT INVALID KEY
004770                 ADD 1 TO OL-ADD-CNT
004780                 MOVE "A" TO JO-OPERATION
004790                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
004800         END-WRITE
004810     ELSE
004820         MOVE OT-ORDER-NUM TO MO-MFG-NUM
004830         MOVE OT-ORDER-DESC TO MO-MFG-DESC
004840         MOVE "A" TO MO-MFG-STATUS
004850         MOVE OT-BUDGET-HRS TO MO-BUDGET-HRS
004860         WRITE MO-REC
004870             INVALID KEY
004880                 MOVE "Y" TO OL-REJECT-SW
004890                 MOVE "ORDER ALREADY ON FILE"
004900                     TO OL-REJECT-REASON
004910             NOT INVALID KEY
004920                 ADD 1 TO OL-ADD-CNT
004930                 MOVE "A" TO JO-OPERATION
004940                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
004950         END-WRITE
004960     END-IF.
004970
004980 4100-EXIT.
004990     EXIT.
005000
005010*-----------------------------------------------------------*
005020* 4200-CLOSE-ORDER                                           *
005030*     A CLOSE-OUT FLIPS THE ORDER'S STATUS TO "I" - THE       *
005040*     RECORD STAYS ON FILE FOR HISTORY, BUT TICKET ENTRY      *
005050*     REFUSES IT FROM HERE ON.                                *
005060*-----------------------------------------------------------*
005070 4200-CLOSE-ORDER.
005080
005090     IF OT-ORDER-TYPE = "D"
005100         MOVE OT-ORDER-NUM TO DO-DIS-NUM
005110         READ DO-FIL
005120             INVALID KEY
005130                 MOVE "Y" TO OL-REJECT-SW
005140                 MOVE "ORDER NOT ON FILE" TO OL-REJECT-REASON
005150                 GO TO 4200-EXIT
005160         END-READ
005170         IF NOT DO-DIS-ACTIVE
005180             MOVE "Y" TO OL-REJECT-SW
005190             MOVE "ORDER ALREADY INACTIVE" TO OL-REJECT-REASON
005200             GO TO 4200-EXIT
005210         END-IF
005220         MOVE "I" TO DO-DIS-STATUS
005230         REWRITE DO-REC
005240             INVALID KEY
005250                 MOVE "Y" TO OL-REJECT-SW
005260                 MOVE "ORDER REWRITE FAILED" TO OL-REJECT-REASON
005270             NOT INVALID KEY
005280                 ADD 1 TO OL-CLOSE-CNT
005290                 MOVE "D" TO JO-OPERATION
005300                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
005310                 MOVE DO-DIS-DESC TO ST-ORDER-DESC
005320                 MOVE DO-BUDGET-HRS TO ST-BUDGET-HRS
005330                 PERFORM 4300-SETTLE-ORDER THRU 4300-EXIT
005340         END-REWRITE
005350     ELSE
005360         MOVE OT-ORDER-NUM TO MO-MFG-NUM
005370         READ MO-FIL
005380             INVALID KEY
005390                 MOVE "Y" TO OL-REJECT-SW
005400                 MOVE "ORDER NOT ON FILE" TO OL-REJECT-REASON
005410                 GO TO 4200-EXIT
005420         END-READ
005430         IF NOT MO-MFG-ACTIVE
005440             MOVE "Y" TO OL-REJECT-SW
005450             MOVE "ORDER ALREADY INACTIVE" TO OL-REJECT-REASON
005460             GO TO 4200-EXIT
005470         END-IF
005480         MOVE "I" TO MO-MFG-STATUS
005490         REWRITE MO-REC
005500             INVALID KEY
005510                 MOVE "Y" TO OL-REJECT-SW
005520                 MOVE "ORDER REWRITE FAILED" TO OL-REJECT-REASON
005530             NOT INVALID KEY
005540                 ADD 1 TO OL-CLOSE-CNT
005550                 MOVE "D" TO JO-OPERATION
005560                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
005570                 MOVE MO-MFG-DESC TO ST-ORDER-DESC
005580                 MOVE MO-BUDGET-HRS TO ST-BUDGET-HRS
005590                 PERFORM 4300-SETTLE-ORDER THRU 4300-EXIT
005600         END-REWRITE
005610     END-IF.
005620
005630 4200-EXIT.
005640     EXIT.
005650
005660*-----------------------------------------------------------*
005670* 4300-SETTLE-ORDER                                          *
005680*     PRINTS THE CLOSED ORDER'S SETTLEMENT THROUGH JTSETL.    *
005690*     THE DESCRIPTION AND BUDGET COME FROM THE MASTER, SINCE  *
005700*     A CLOSE-OUT TRANSACTION DOES NOT CARRY THEM.            *
005710*-----------------------------------------------------------*
005720 4300-SETTLE-ORDER.
005730
005740     MOVE "JTORDLD" TO ST-PROGRAM.
005750     MOVE "JTORDLD" TO ST-OPER-ID.
005760     MOVE OT-ORDER-TYPE TO ST-ORDER-TYPE.
005770     MOVE OT-ORDER-NUM TO ST-ORDER-NUM.
005780
005790     CALL "JTSETL" USING ST-REQUEST.
005800
005810     IF ST-OK
005820         ADD 1 TO OL-SETTLE-CNT
005830     ELSE
005840         DISPLAY "JTORDLD - SETTLEMENT NOT PRINTED FOR ORDER "
005850                 OT-ORDER-TYPE OT-ORDER-NUM " - STATUS " ST-STATUS
005860     END-IF.
005870
005880 4300-EXIT.
005890     EXIT.
005900
005910*-----------------------------------------------------------*
005920* 5000-PRINT-REGISTER-LINE                                   *
005930*-----------------------------------------------------------*
005940 5000-PRINT-REGISTER-LINE.
005950
005960     IF OL-LINE-CNT > 55
005970         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
005980     END-IF.
005990
006000     MOVE SPACES TO DTL-LINE.
006010     MOVE OT-ORDER-TYPE TO DTL-ORDER-TYPE.
006020     MOVE OT-ACTION TO DTL-ACTION.
006030     MOVE OT-ORDER-NUM TO DTL-ORDER-NUM.
006040     MOVE OT-ORDER-DESC TO DTL-ORDER-DESC.
006050
006060     IF OL-REJECTED
006070         MOVE "REJECTED" TO DTL-DISPOSITION
006080         MOVE OL-REJECT-REASON TO DTL-REASON
006090     ELSE
006100         MOVE "ACCEPTED" TO DTL-DISPOSITION
006110     END-IF.
006120
006130     WRITE PRINT-LINE FROM DTL-LINE.
006140
006150     ADD 1 TO OL-LINE-CNT.
006160
006170 5000-EXIT.
006180     EXIT.
006190
006200*-----------------------------------------------------------*
006210* 6000-SWEEP-OPEN-TICKETS                                    *
006220*     AFTER A CLOSE-OUT LANDS, EVERY JOBTICRMS TICKET STILL   *
006230*     CARRYING THE CLOSED ORDER NUMBER ON AN OCCUPIED DETAIL  *
006240*     LINE PRINTS UNDER THE CLOSE-OUT'S REGISTER LINE SO THE  *
006250*     STRAGGLERS CAN BE CHASED BEFORE THE ORDER GOES COLD.    *
006260*-----------------------------------------------------------*
006270 6000-SWEEP-OPEN-TICKETS.
006280
006290     MOVE "N" TO OL-TKT-EOF-SW.
006300
006310     MOVE 0 TO JT-WK-END-DATE.
006320     MOVE 0 TO JT-BADGE-NUM.
006330
006340     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
006350         INVALID KEY
006360             MOVE "Y" TO OL-TKT-EOF-SW
006370     END-START.
006380
006390     IF NOT OL-TKT-EOF
006400         PERFORM 6100-READ-NEXT-TICKET THRU 6100-EXIT
006410     END-IF.
006420
006430     PERFORM 6200-CHECK-TICKET THRU 6200-EXIT
006440         UNTIL OL-TKT-EOF.
006450
006460 6000-EXIT.
006470     EXIT.
006480
006490 6100-READ-NEXT-TICKET.
006500
006510     READ JT-FIL NEXT RECORD
006520         AT END
006530             MOVE "Y" TO OL-TKT-EOF-SW
006540     END-READ.
006550
006560 6100-EXIT.
006570     EXIT.
006580
006590 6200-CHECK-TICKET.
006600
006610     MOVE "N" TO OL-TKT-HIT-SW.
006620
006630     PERFORM 6300-CHECK-DETAIL-LINE THRU 6300-EXIT
006640         VARYING OL-DTL-SUB FROM 1 BY 1
006650         UNTIL OL-DTL-SUB > JT-DTL-CNT OR OL-TKT-HIT.
006660
006670     IF OL-TKT-HIT
006680         PERFORM 6400-PRINT-STRAGGLER THRU 6400-EXIT
006690     END-IF.
006700
006710     PERFORM 6100-READ-NEXT-TICKET THRU 6100-EXIT.
006720
006730 6200-EXIT.
006740     EXIT.
006750
006760 6300-CHECK-DETAIL-LINE.
006770
006780     IF OT-ORDER-TYPE = "D"
006790         IF JT-DIS-NUM (OL-DTL-SUB) = OT-ORDER-NUM
006800             MOVE "Y" TO OL-TKT-HIT-SW
006810         END-IF
006820     ELSE
006830         IF JT-MFG-NUM (OL-DTL-SUB) = OT-ORDER-NUM
006840             MOVE "Y" TO OL-TKT-HIT-SW
006850         END-IF
006860     END-IF.
006870
006880 6300-EXIT.
006890     EXIT.
006900
006910 6400-PRINT-STRAGGLER.
006920
006930     IF OL-LINE-CNT > 55
006940         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
006950     END-IF.
006960
006970     MOVE JT-BADGE-NUM TO STRAG-BADGE-NUM.
006980     MOVE JT-WK-END-DATE TO STRAG-WK-END-DATE.
006990     MOVE JT-TOTAL-HRS TO STRAG-TOTAL-HRS.
007000     MOVE JT-STATUS TO STRAG-STATUS.
007010
007020     WRITE PRINT-LINE FROM STRAG-LINE.
007030
007040     ADD 1 TO OL-LINE-CNT.
007050     ADD 1 TO OL-STRAGGLER-CNT.
007060
007070 6400-EXIT.
007080     EXIT.
007090
007100*-----------------------------------------------------------*
007110* 8000-WRITE-AUDIT-RECORD                                    *
007120*     APPENDS ONE RECORD TO JTORDLOG FOR THE ADD OR CLOSE     *
007130*     JUST APPLIED, IN THE SAME SHAPE JTORDM WRITES.          *
007140*-----------------------------------------------------------*
007150 8000-WRITE-AUDIT-RECORD.
007160
007170     MOVE OT-ORDER-TYPE TO JO-ORDER-TYPE.
007180     MOVE OT-ORDER-NUM TO JO-ORDER-NUM.
007190     MOVE "JTORDLD" TO JO-TERM-ID.
007200     ACCEPT JO-LOG-DATE FROM DATE.
007210     ACCEPT JO-LOG-TIME FROM TIME.
007220
007230     WRITE JO-ORDLOG-REC.
007240
007250 8000-EXIT.
007260     EXIT.
007270
007280*-----------------------------------------------------------*
007290* 8800-PRINT-SUMMARY                                         *
007300*-----------------------------------------------------------*
007310 8800-PRINT-SUMMARY.
007320
007330     MOVE OL-TRANS-CNT TO SUM-TRANS-CNT.
007340     MOVE OL-ACCEPT-CNT TO SUM-ACCEPT-CNT.
007350     MOVE OL-REJECT-CNT TO SUM-REJECT-CNT.
007360     WRITE PRINT-LINE FROM SUMMARY1-LINE.
007370
007380     MOVE OL-ADD-CNT TO SUM-ADD-CNT.
007390     MOVE OL-CLOSE-CNT TO SUM-CLOSE-CNT.
007400     MOVE OL-STRAGGLER-CNT TO SUM-STRAGGLER-CNT.
007410     WRITE PRINT-LINE FROM SUMMARY2-LINE.
007420
007430 8800-EXIT.
007440     EXIT.
007450
007460*-----------------------------------------------------------*
007470* 9000-TERMINATE                                             *
007480*-----------------------------------------------------------*
007490 9000-TERMINATE.
007500
007510     CLOSE TRANS-FIL.
007520     CLOSE DO-FIL.
007530     CLOSE MO-FIL.
007540     CLOSE JT-FIL.
007550     CLOSE ORDLOG-FIL.
007560     CLOSE PRINT-FIL.
007570
007580     DISPLAY "JTORDLD - TRANSACTIONS READ: " OL-TRANS-CNT.
007590     DISPLAY "JTORDLD - ACCEPTED: " OL-ACCEPT-CNT.
007600     DISPLAY "JTORDLD - REJECTED: " OL-REJECT-CNT.
007610     DISPLAY "JTORDLD - ORDERS ADDED: " OL-ADD-CNT.
007620     DISPLAY "JTORDLD - ORDERS CLOSED: " OL-CLOSE-CNT.
007630     DISPLAY "JTORDLD - OPEN TICKETS ON CLOSED ORDERS: "
007640             OL-STRAGGLER-CNT.
007650     DISPLAY "JTORDLD - SETTLEMENTS PRINTED TO JTSETL: "
007660             OL-SETTLE-CNT.
007670
007680 9000-EXIT.
007690     EXIT.
