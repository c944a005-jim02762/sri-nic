000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTSETL.
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
000200* %(  New program.  Order settlement report.  JTORDM and
000210*     JTORDLD call it, passing the JTSTRLY request block, as
000220*     soon as they close an order, so cost accounting has the
000230*     final job cost the day the job closes.  The order's
000240*     ORDCOST ledger records (see JTOCLY) print one line per
000250*     week and cost center - regular and premium hours and
000260*     dollars as actually paid - then the order totals.  Any
000270*     hours still on JOBTICRMS tickets not yet extracted
000280*     print as a separate line and count toward the actual.
000290*     Actual hours are compared to the order's budget
000300*     (DO-BUDGET-HRS/MO-BUDGET-HRS, passed in the block) with
000310*     the variance and percent used.  Each settlement
000320*     starts on its own heading and is appended to the
000330*     JTSETL print file, which is opened EXTEND and closed on
000340*     every call, so one JTORDLD run's close-outs all land
000350*     there together.  )%
000360
000370 ENVIRONMENT DIVISION.
000380
000390 CONFIGURATION SECTION.
000400
000410 SOURCE-COMPUTER.
000420     DECSYSTEM-20.
000430
000440 OBJECT-COMPUTER.
000450     DECSYSTEM-20.
000460
000470 INPUT-OUTPUT SECTION.
000480
000490 FILE-CONTROL.
000500     COPY jtocsel.
000510
000520     COPY jtsel.
000530
000540     SELECT PRINT-FIL ASSIGN TO "JTSETL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS PRT-FIL-STATUS.
000570
000580 DATA DIVISION.
000590
000600 FILE SECTION.
000610
000620 FD  OC-FIL
000630     LABEL RECORDS ARE STANDARD.
000640
000650 01  OC-REC.
000660     COPY jtocly.
000670
000680 FD  JT-FIL
000690     LABEL RECORDS ARE STANDARD.
000700
000710 01  JT-REC.
000720     COPY jtrecly.
000730
000740 FD  PRINT-FIL
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 132 CHARACTERS.
000770
000780 01  PRINT-LINE                      PIC X(132).
000790
000800 WORKING-STORAGE SECTION.
000810     COPY jtocst.
000820
000830     COPY jtstat.
000840
000850 01  PRT-FIL-STATUS                  PIC X(02).
000860     88  PRT-FIL-NOTFOUND            VALUE "35".
000870
000880 01  ST-EOF-SW                       PIC X(01).
000890     88  ST-EOF                      VALUE "Y".
000900
000910 01  ST-LEDGER-AVAIL-SW              PIC X(01).
000920     88  ST-LEDGER-AVAIL             VALUE "Y".
000930
000940 01  ST-TICKETS-AVAIL-SW             PIC X(01).
000950     88  ST-TICKETS-AVAIL            VALUE "Y".
000960
000970 01  ST-DTL-SUB                      PIC 9(04) COMP.
000980
000990 01  ST-WEEK-CNT                     PIC 9(05) COMP.
001000
001010 01  ST-LINE-CNT                     PIC 9(03).
001020
001030 01  ST-PAGE-NO                      PIC 9(03).
001040
001050 01  ST-TOT-REG-HRS                  PIC S9(07)V99 COMP.
001060
001070 01  ST-TOT-REG-AMT                  PIC S9(07)V99 COMP.
001080
001090 01  ST-TOT-PREM-HRS                 PIC S9(07)V99 COMP.
001100
001110 01  ST-TOT-PREM-AMT                 PIC S9(07)V99 COMP.
001120
001130 01  ST-TOT-ADJ-HRS                  PIC S9(07)V99 COMP.
001140
001150 01  ST-OPEN-HRS                     COMP-1.
001160
001170 01  ST-OPEN-TKT-CNT                 PIC 9(05) COMP.
001180
001190 01  ST-ACTUAL-HRS                   COMP-1.
001200
001210 01  ST-BUDGET                       COMP-1.
001220
001230 01  ST-PCT-USED                     COMP-1.
001240
001250 01  ST-TKT-HIT-SW                   PIC X(01).
001260     88  ST-TKT-HIT                  VALUE "Y".
001270
001280 01  HDR1-LINE.
001290     05  FILLER                      PIC X(01) VALUE SPACE.
001300     05  FILLER                      PIC X(30)
001310             VALUE "JTSETL - ORDER SETTLEMENT".
001320     05  HDR1-ORDER-TYPE             PIC X(14).
001330     05  HDR1-ORDER-NUM              PIC 9(05).
001340     05  FILLER                      PIC X(02) VALUE SPACES.
001350     05  HDR1-ORDER-DESC             PIC X(30).
001360     05  FILLER                      PIC X(04) VALUE SPACES.
001370     05  FILLER                      PIC X(05) VALUE "PAGE ".
001380     05  HDR1-PAGE-NO                PIC ZZ9.
001390
001400 01  HDR2-LINE.
001410     05  FILLER                      PIC X(01) VALUE SPACE.
001420     05  FILLER                      PIC X(14)
001430             VALUE "CLOSED BY ".
001440     05  HDR2-PROGRAM                PIC X(08).
001450     05  FILLER                      PIC X(01) VALUE SPACE.
001460     05  HDR2-OPER-ID                PIC X(08).
001470     05  FILLER                      PIC X(04) VALUE " ON ".
001480     05  HDR2-DATE                   PIC 9(06).
001490
001500 01  HDR3-LINE.
001510     05  FILLER                      PIC X(01) VALUE SPACE.
001520     05  FILLER                      PIC X(10) VALUE "WEEK END".
001530     05  FILLER                      PIC X(08) VALUE "CTR".
001540     05  FILLER                      PIC X(13) VALUE "REG HRS".
001550     05  FILLER                      PIC X(13) VALUE "PREM HRS".
001560     05  FILLER                      PIC X(13) VALUE "TOTAL HRS".
001570     05  FILLER                      PIC X(14) VALUE "REG AMOUNT".
001580     05  FILLER                      PIC X(14)
001590             VALUE "PREM AMOUNT".
001600     05  FILLER                      PIC X(14)
001610             VALUE "TOTAL AMOUNT".
001620     05  FILLER                      PIC X(13) VALUE "ADJ HRS".
001630
001640 01  DTL-LINE.
001650     05  FILLER                      PIC X(01) VALUE SPACE.
001660     05  DTL-WK-END-DATE             PIC 9(06).
001670     05  FILLER                      PIC X(04) VALUE SPACES.
001680     05  DTL-COST-CENTER             PIC X(04).
001690     05  FILLER                      PIC X(02) VALUE SPACES.
001700     05  DTL-REG-HRS                 PIC ZZZ,ZZ9.99-.
001710     05  FILLER                      PIC X(02) VALUE SPACES.
001720     05  DTL-PREM-HRS                PIC ZZZ,ZZ9.99-.
001730     05  FILLER                      PIC X(02) VALUE SPACES.
001740     05  DTL-TOTAL-HRS               PIC ZZZ,ZZ9.99-.
001750     05  FILLER                      PIC X(02) VALUE SPACES.
001760     05  DTL-REG-AMT                 PIC Z,ZZZ,ZZ9.99-.
001770     05  FILLER                      PIC X(01) VALUE SPACE.
001780     05  DTL-PREM-AMT                PIC Z,ZZZ,ZZ9.99-.
001790     05  FILLER                      PIC X(01) VALUE SPACE.
001800     05  DTL-TOTAL-AMT               PIC Z,ZZZ,ZZ9.99-.
001810     05  FILLER                      PIC X(02) VALUE SPACES.
001820     05  DTL-ADJ-HRS                 PIC ZZZ,ZZ9.99-.
001830     05  FILLER                      PIC X(01) VALUE SPACE.
001840     05  DTL-FLAG                    PIC X(01).
001850
001860 01  TOTAL-LINE.
001870     05  FILLER                      PIC X(01) VALUE SPACE.
001880     05  FILLER                      PIC X(16)
001890             VALUE "ORDER TOTAL".
001900     05  TOT-REG-HRS                 PIC ZZZ,ZZ9.99-.
001910     05  FILLER                      PIC X(02) VALUE SPACES.
001920     05  TOT-PREM-HRS                PIC ZZZ,ZZ9.99-.
001930     05  FILLER                      PIC X(02) VALUE SPACES.
001940     05  TOT-TOTAL-HRS               PIC ZZZ,ZZ9.99-.
001950     05  FILLER                      PIC X(02) VALUE SPACES.
001960     05  TOT-REG-AMT                 PIC Z,ZZZ,ZZ9.99-.
001970     05  FILLER                      PIC X(01) VALUE SPACE.
001980     05  TOT-PREM-AMT                PIC Z,ZZZ,ZZ9.99-.
001990     05  FILLER                      PIC X(01) VALUE SPACE.
002000     05  TOT-TOTAL-AMT               PIC Z,ZZZ,ZZ9.99-.
002010     05  FILLER                      PIC X(02) VALUE SPACES.
002020     05  TOT-ADJ-HRS                 PIC ZZZ,ZZ9.99-.
002030
002040 01  OPEN-LINE.
002050     05  FILLER                      PIC X(01) VALUE SPACE.
002060     05  FILLER                      PIC X(32)
002070             VALUE "NOT YET EXTRACTED".
002080     05  FILLER                      PIC X(13) VALUE SPACES.
002090     05  OPEN-HRS                    PIC ZZZ,ZZ9.99-.
002100     05  FILLER                      PIC X(04) VALUE SPACES.
002110     05  OPEN-TKT-CNT                PIC ZZ,ZZ9.
002120     05  FILLER                      PIC X(34)
002130             VALUE " TICKET(S) ON JOBTICRMS, UNVALUED".
002140
002150 01  BUDGET-LINE.
002160     05  FILLER                      PIC X(01) VALUE SPACE.
002170     05  FILLER                      PIC X(16)
002180             VALUE "BUDGET HOURS".
002190     05  BUD-BUDGET-HRS              PIC ZZZ,ZZ9.99-.
002200     05  FILLER                      PIC X(16)
002210             VALUE "  ACTUAL HOURS ".
002220     05  BUD-ACTUAL-HRS              PIC ZZZ,ZZ9.99-.
002230     05  FILLER                      PIC X(12)
002240             VALUE "  VARIANCE ".
002250     05  BUD-VARIANCE-HRS            PIC ZZZ,ZZ9.99-.
002260     05  FILLER                      PIC X(12)
002270             VALUE "  PCT USED ".
002280     05  BUD-PCT-USED                PIC ZZZ9.9-.
002290     05  FILLER                      PIC X(02) VALUE SPACES.
002300     05  BUD-FLAG                    PIC X(14) VALUE SPACES.
002310
002320 01  MSG-LINE.
002330     05  FILLER                      PIC X(01) VALUE SPACE.
002340     05  MSG-TEXT                    PIC X(80).
002350
002360 LINKAGE SECTION.
002370
002380 01  ST-REQUEST.
002390     COPY jtstrly.
002400
002410 PROCEDURE DIVISION USING ST-REQUEST.
002420
002430*-----------------------------------------------------------*
002440* 0000-MAINLINE                                              *
002450*     ONE CALL, ONE ORDER'S SETTLEMENT.                       *
002460*-----------------------------------------------------------*
002470 0000-MAINLINE.
002480
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500
002510     IF ST-OK
002520         PERFORM 2000-PRINT-LEDGER THRU 2000-EXIT
002530         PERFORM 3000-FOOT-OPEN-TICKETS THRU 3000-EXIT
002540         PERFORM 4000-PRINT-SETTLEMENT THRU 4000-EXIT
002550         PERFORM 9000-TERMINATE THRU 9000-EXIT
002560     END-IF.
002570
002580 0000-EXIT.
002590     EXIT PROGRAM.
002600
002610*-----------------------------------------------------------*
002620* 1000-INITIALIZE                                            *
002630*     EVERY CALL STARTS CLEAN - ONE RUN OF JTORDLD CAN CLOSE  *
002640*     MANY ORDERS.  THE PRINT FILE IS APPENDED TO, AND        *
002650*     CREATED ON ITS FIRST USE.  A MISSING LEDGER OR TICKET   *
002660*     FILE ONLY MEANS THERE IS NOTHING ON IT FOR THE ORDER.   *
002670*-----------------------------------------------------------*
002680 1000-INITIALIZE.
002690
002700     MOVE "00" TO ST-STATUS.
002710     MOVE 0 TO ST-WEEK-CNT.
002720     MOVE 0 TO ST-PAGE-NO.
002730     MOVE 0 TO ST-TOT-REG-HRS.
002740     MOVE 0 TO ST-TOT-REG-AMT.
002750     MOVE 0 TO ST-TOT-PREM-HRS.
002760     MOVE 0 TO ST-TOT-PREM-AMT.
002770     MOVE 0 TO ST-TOT-ADJ-HRS.
002780     MOVE 0 TO ST-OPEN-HRS.
002790     MOVE 0 TO ST-OPEN-TKT-CNT.
002800     MOVE "Y" TO ST-LEDGER-AVAIL-SW.
002810     MOVE "Y" TO ST-TICKETS-AVAIL-SW.
002820
002830     OPEN EXTEND PRINT-FIL.
002840     IF PRT-FIL-NOTFOUND
002850         OPEN OUTPUT PRINT-FIL
002860     END-IF.
002870
002880     IF PRT-FIL-STATUS NOT = "00"
002890         DISPLAY "JTSETL - JTSETL PRINT FILE NOT AVAILABLE - "
002900                 "STATUS " PRT-FIL-STATUS
002910         MOVE PRT-FIL-STATUS TO ST-STATUS
002920         GO TO 1000-EXIT
002930     END-IF.
002940
002950     OPEN INPUT OC-FIL.
002960     IF OC-FIL-STATUS NOT = "00"
002970         MOVE "N" TO ST-LEDGER-AVAIL-SW
002980     END-IF.
002990
003000     OPEN INPUT JT-FIL.
003010     IF JT-FIL-STATUS NOT = "00"
003020         MOVE "N" TO ST-TICKETS-AVAIL-SW
003030     END-IF.
003040
003050     IF ST-DIS-ORDER
003060         MOVE "DISTRIBUTION " TO HDR1-ORDER-TYPE
003070     ELSE
003080         MOVE "MANUFACTURING " TO HDR1-ORDER-TYPE
003090     END-IF.
003100
003110     MOVE ST-ORDER-NUM TO HDR1-ORDER-NUM.
003120     MOVE ST-ORDER-DESC TO HDR1-ORDER-DESC.
003130     MOVE ST-PROGRAM TO HDR2-PROGRAM.
003140     MOVE ST-OPER-ID TO HDR2-OPER-ID.
003150     ACCEPT HDR2-DATE FROM DATE.
003160
003170     PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT.
003180
003190 1000-EXIT.
003200     EXIT.
003210
003220*-----------------------------------------------------------*
003230* 2000-PRINT-LEDGER                                          *
003240*     STARTS THE LEDGER ON THE ORDER WITH A WEEK OF ZEROS AND *
003250*     PRINTS EVERY WEEK/COST CENTER RECORD UNTIL THE ORDER    *
003260*     CHANGES, FOOTING THE ORDER TOTALS AS IT GOES.           *
003270*-----------------------------------------------------------*
003280 2000-PRINT-LEDGER.
003290
003300     IF NOT ST-LEDGER-AVAIL
003310         MOVE "ORDCOST NOT AVAILABLE - NO PAID LABOR SHOWN"
003320             TO MSG-TEXT
003330         WRITE PRINT-LINE FROM MSG-LINE
003340         ADD 1 TO ST-LINE-CNT
003350         GO TO 2000-EXIT
003360     END-IF.
003370
003380     MOVE "N" TO ST-EOF-SW.
003390     MOVE ST-ORDER-TYPE TO OC-ORDER-TYPE.
003400     MOVE ST-ORDER-NUM TO OC-ORDER-NUM.
003410     MOVE 0 TO OC-WK-END-DATE.
003420     MOVE SPACES TO OC-COST-CENTER.
003430
003440     START OC-FIL KEY IS NOT LESS THAN OC-LEDGER-KEY
003450         INVALID KEY
003460             MOVE "Y" TO ST-EOF-SW
003470     END-START.
003480
003490     PERFORM 2100-PRINT-LEDGER-RECORD THRU 2100-EXIT
003500         UNTIL ST-EOF.
003510
003520     IF ST-WEEK-CNT = 0
003530         MOVE "NO EXTRACTED LABOR ON THE ORDER COST LEDGER"
003540             TO MSG-TEXT
003550         WRITE PRINT-LINE FROM MSG-LINE
003560         ADD 1 TO ST-LINE-CNT
003570     END-IF.
003580
003590 2000-EXIT.
003600     EXIT.
003610
003620 2100-PRINT-LEDGER-RECORD.
003630
003640     READ OC-FIL NEXT RECORD
003650         AT END
003660             MOVE "Y" TO ST-EOF-SW
003670             GO TO 2100-EXIT
003680     END-READ.
003690
003700     IF OC-ORDER-TYPE NOT = ST-ORDER-TYPE
003710        OR OC-ORDER-NUM NOT = ST-ORDER-NUM
003720         MOVE "Y" TO ST-EOF-SW
003730         GO TO 2100-EXIT
003740     END-IF.
003750
003760     IF ST-LINE-CNT > 55
003770         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
003780     END-IF.
003790
003800     MOVE SPACES TO DTL-LINE.
003810     MOVE OC-WK-END-DATE TO DTL-WK-END-DATE.
003820     MOVE OC-COST-CENTER TO DTL-COST-CENTER.
003830     MOVE OC-REG-HRS TO DTL-REG-HRS.
003840     MOVE OC-PREM-HRS TO DTL-PREM-HRS.
003850     COMPUTE DTL-TOTAL-HRS = OC-REG-HRS + OC-PREM-HRS.
003860     MOVE OC-REG-AMT TO DTL-REG-AMT.
003870     MOVE OC-PREM-AMT TO DTL-PREM-AMT.
003880     COMPUTE DTL-TOTAL-AMT = OC-REG-AMT + OC-PREM-AMT.
003890     MOVE OC-ADJ-HRS TO DTL-ADJ-HRS.
003900
003910*    A WEEK LOADED FROM HISTORY IS VALUED AT LOAD-TIME RATES.
003920     IF OC-FROM-HISTORY
003930         MOVE "H" TO DTL-FLAG
003940     END-IF.
003950
003960     WRITE PRINT-LINE FROM DTL-LINE.
003970     ADD 1 TO ST-LINE-CNT.
003980     ADD 1 TO ST-WEEK-CNT.
003990
004000     ADD OC-REG-HRS TO ST-TOT-REG-HRS.
004010     ADD OC-REG-AMT TO ST-TOT-REG-AMT.
004020     ADD OC-PREM-HRS TO ST-TOT-PREM-HRS.
004030     ADD OC-PREM-AMT TO ST-TOT-PREM-AMT.
004040     ADD OC-ADJ-HRS TO ST-TOT-ADJ-HRS.
004050
004060 2100-EXIT.
004070     EXIT.
004080
004090*-----------------------------------------------------------*
004100* 3000-FOOT-OPEN-TICKETS                                     *
004110*     FOOTS THE ORDER'S HOURS ON JOBTICRMS TICKETS NOT YET    *
004120*     EXTRACTED - LABOR WORKED BUT NOT YET PAID, SO NOT YET   *
004130*     ON THE LEDGER.                                          *
004140*-----------------------------------------------------------*
004150 3000-FOOT-OPEN-TICKETS.
004160
004170     IF NOT ST-TICKETS-AVAIL
004180         GO TO 3000-EXIT
004190     END-IF.
004200
004210     MOVE "N" TO ST-EOF-SW.
004220     MOVE 0 TO JT-WK-END-DATE.
004230     MOVE 0 TO JT-BADGE-NUM.
004240
004250     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
004260         INVALID KEY
004270             MOVE "Y" TO ST-EOF-SW
004280     END-START.
004290
004300     PERFORM 3100-CHECK-TICKET THRU 3100-EXIT
004310         UNTIL ST-EOF.
004320
004330 3000-EXIT.
004340     EXIT.
004350
004360 3100-CHECK-TICKET.
004370
004380     READ JT-FIL NEXT RECORD
004390         AT END
004400             MOVE "Y" TO ST-EOF-SW
004410             GO TO 3100-EXIT
004420     END-READ.
004430
004440     IF JT-EXTRACTED
004450         GO TO 3100-EXIT
004460     END-IF.
004470
004480     MOVE "N" TO ST-TKT-HIT-SW.
004490
004500     PERFORM 3200-CHECK-DETAIL-LINE THRU 3200-EXIT
004510         VARYING ST-DTL-SUB FROM 1 BY 1
004520         UNTIL ST-DTL-SUB > JT-DTL-CNT.
004530
004540     IF ST-TKT-HIT
004550         ADD 1 TO ST-OPEN-TKT-CNT
004560     END-IF.
004570
004580 3100-EXIT.
004590     EXIT.
004600
004610 3200-CHECK-DETAIL-LINE.
004620
004630     IF ST-DIS-ORDER
004640         IF JT-DIS-NUM (ST-DTL-SUB) = ST-ORDER-NUM
004650             ADD JT-HOURS (ST-DTL-SUB) TO ST-OPEN-HRS
004660             MOVE "Y" TO ST-TKT-HIT-SW
004670         END-IF
004680     ELSE
004690         IF JT-MFG-NUM (ST-DTL-SUB) = ST-ORDER-NUM
004700             ADD JT-HOURS (ST-DTL-SUB) TO ST-OPEN-HRS
004710             MOVE "Y" TO ST-TKT-HIT-SW
004720         END-IF
004730     END-IF.
004740
004750 3200-EXIT.
004760     EXIT.
004770
004780 3400-PRINT-HEADINGS.
004790
004800     ADD 1 TO ST-PAGE-NO.
004810     MOVE ST-PAGE-NO TO HDR1-PAGE-NO.
004820
004830     MOVE SPACES TO PRINT-LINE.
004840     WRITE PRINT-LINE.
004850     WRITE PRINT-LINE FROM HDR1-LINE.
004860     WRITE PRINT-LINE FROM HDR2-LINE.
004870     WRITE PRINT-LINE FROM HDR3-LINE.
004880
004890     MOVE 4 TO ST-LINE-CNT.
004900
004910 3400-EXIT.
004920     EXIT.
004930
004940*-----------------------------------------------------------*
004950* 4000-PRINT-SETTLEMENT                                      *
004960*     ORDER TOTALS, THE UNEXTRACTED HOURS, AND ACTUAL HOURS   *
004970*     AGAINST THE BUDGET.  AN ORDER WITH A ZERO BUDGET SHOWS  *
004980*     NO BUDGET AND IS NOT FLAGGED.                           *
004990*-----------------------------------------------------------*
005000 4000-PRINT-SETTLEMENT.
005010
005020     MOVE ST-TOT-REG-HRS TO TOT-REG-HRS.
005030     MOVE ST-TOT-PREM-HRS TO TOT-PREM-HRS.
005040     COMPUTE TOT-TOTAL-HRS = ST-TOT-REG-HRS + ST-TOT-PREM-HRS.
005050     MOVE ST-TOT-REG-AMT TO TOT-REG-AMT.
005060     MOVE ST-TOT-PREM-AMT TO TOT-PREM-AMT.
005070     COMPUTE TOT-TOTAL-AMT = ST-TOT-REG-AMT + ST-TOT-PREM-AMT.
005080     MOVE ST-TOT-ADJ-HRS TO TOT-ADJ-HRS.
005090     WRITE PRINT-LINE FROM TOTAL-LINE.
005100
005110     IF ST-OPEN-TKT-CNT > 0
005120         MOVE ST-OPEN-HRS TO OPEN-HRS
005130         MOVE ST-OPEN-TKT-CNT TO OPEN-TKT-CNT
005140         WRITE PRINT-LINE FROM OPEN-LINE
005150     END-IF.
005160
005170     IF NOT ST-TICKETS-AVAIL
005180         MOVE "JOBTICRMS NOT AVAILABLE - OPEN HOURS NOT COUNTED"
005190             TO MSG-TEXT
005200         WRITE PRINT-LINE FROM MSG-LINE
005210     END-IF.
005220
005230     COMPUTE ST-ACTUAL-HRS =
005240         ST-TOT-REG-HRS + ST-TOT-PREM-HRS + ST-OPEN-HRS.
005250     MOVE ST-BUDGET-HRS TO ST-BUDGET.
005260
005270     MOVE ST-BUDGET TO BUD-BUDGET-HRS.
005280     MOVE ST-ACTUAL-HRS TO BUD-ACTUAL-HRS.
005290
005300     IF ST-BUDGET = 0
005310         MOVE 0 TO BUD-VARIANCE-HRS
005320         MOVE 0 TO BUD-PCT-USED
005330         MOVE "NO BUDGET" TO BUD-FLAG
005340     ELSE
005350         COMPUTE BUD-VARIANCE-HRS = ST-BUDGET - ST-ACTUAL-HRS
005360         COMPUTE ST-PCT-USED = ST-ACTUAL-HRS / ST-BUDGET * 100
005370         MOVE ST-PCT-USED TO BUD-PCT-USED
005380         IF ST-ACTUAL-HRS > ST-BUDGET
005390             MOVE "*OVER BUDGET*" TO BUD-FLAG
005400         ELSE
005410             MOVE "WITHIN BUDGET" TO BUD-FLAG
005420         END-IF
005430     END-IF.
005440
005450     MOVE SPACES TO PRINT-LINE.
005460     WRITE PRINT-LINE.
005470     WRITE PRINT-LINE FROM BUDGET-LINE.
005480
005490 4000-EXIT.
005500     EXIT.
005510
005520*-----------------------------------------------------------*
005530* 9000-TERMINATE                                             *
005540*-----------------------------------------------------------*
005550 9000-TERMINATE.
005560
005570     IF ST-LEDGER-AVAIL
005580         CLOSE OC-FIL
005590     END-IF.
005600
005610     IF ST-TICKETS-AVAIL
005620         CLOSE JT-FIL
005630     END-IF.
005640
005650     CLOSE PRINT-FIL.
005660
005670 9000-EXIT.
005680     EXIT.
