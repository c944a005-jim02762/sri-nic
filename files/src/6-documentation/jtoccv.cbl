000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTOCCV.
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
000200* %(  New program.  One-time load of the ORDCOST order cost
000210*     ledger (see JTOCLY) from the weeks extracted before the
000220*     ledger existed, so JTBVRPT, JTJCRPT, and the JTSETL
000230*     settlement keep the labor already charged to an order
000240*     now that they no longer re-foot the ticket files.  Every
000250*     EXTRACTED ticket on JOBTICRMS-HIST and on JOBTICRMS is
000260*     split into pay buckets exactly as JTEXPRT feeds it -
000270*     SUN/HOL lines at double time, the rest against the
000280*     40-hour regular pools with the excess at time-and-a-half
000290*     - valued at today's RATEMAS rates, since what was
000300*     actually paid then was never kept, and posted with
000310*     OC-SOURCE "H" so the reports can tell those weeks
000320*     apart.  Run it once, after this release is installed
000330*     and before the first payroll extract under it; it
000340*     refuses to run against a ledger that already holds any
000350*     record, since JTEXPRT's own postings would then be
000360*     counted twice.  )%
000370
000380 ENVIRONMENT DIVISION.
000390
000400 CONFIGURATION SECTION.
000410
000420 SOURCE-COMPUTER.
000430     DECSYSTEM-20.
000440
000450 OBJECT-COMPUTER.
000460     DECSYSTEM-20.
000470
000480 INPUT-OUTPUT SECTION.
000490
000500 FILE-CONTROL.
000510     COPY jtsel.
000520
000530     SELECT JT-HIST-FIL ASSIGN TO "JOBTICRMS-HIST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS AR-ARCH-KEY
000570         FILE STATUS IS AR-HIST-STATUS.
000580
000590     COPY jtrtesel.
000600
000610     COPY jtocsel.
000620
000630 DATA DIVISION.
000640
000650 FILE SECTION.
000660
000670 FD  JT-FIL
000680     LABEL RECORDS ARE STANDARD.
000690
000700 01  JT-REC.
000710     COPY jtrecly.
000720
000730 FD  JT-HIST-FIL
000740     LABEL RECORDS ARE STANDARD.
000750
000760 01  JT-HIST-REC.
000770     05  AR-ARCH-KEY.
000780         10  AR-ARCH-WK-END-DATE     PIC 9(06).
000790         10  AR-ARCH-BADGE-NUM       PIC 9(07).
000800     COPY jtrecly
000810         REPLACING ==JT-TICKET-KEY==   BY ==AR-D-TICKET-KEY==
000820                   ==JT-NAME==         BY ==AR-D-NAME==
000830                   ==JT-BADGE-NUM==    BY ==AR-D-BADGE-NUM==
000840                   ==JT-COST-CENTER==  BY ==AR-D-COST-CENTER==
000850                   ==JT-WK-END-DATE==  BY ==AR-D-WK-END-DATE==
000860                   ==JT-TOTAL-HRS==    BY ==AR-D-TOTAL-HRS==
000870                   ==JT-STATUS==       BY ==AR-D-STATUS==
000880                   ==JT-ENTERED==      BY ==AR-D-ENTERED==
000890                   ==JT-APPROVED==     BY ==AR-D-APPROVED==
000900                   ==JT-HELD==         BY ==AR-D-HELD==
000910                   ==JT-EXTRACTED==    BY ==AR-D-EXTRACTED==
000920                   ==JT-ORIG-TICKET-KEY==
000930                                  BY ==AR-D-ORIG-TICKET-KEY==
000940                   ==JT-ORIG-WK-END-DATE==
000950                                  BY ==AR-D-ORIG-WK-END-DATE==
000960                   ==JT-ORIG-BADGE-NUM==
000970                                  BY ==AR-D-ORIG-BADGE-NUM==
000980                   ==JT-DTL-CNT==      BY ==AR-D-DTL-CNT==
000990                   ==JT-DETAIL-LINES== BY ==AR-D-DETAIL-LINES==
001000                   ==JT-ACTIV-CD==     BY ==AR-D-ACTIV-CD==
001010                   ==JT-PL-NUM==       BY ==AR-D-PL-NUM==
001020                   ==JT-DIS-NUM==      BY ==AR-D-DIS-NUM==
001030                   ==JT-MFG-NUM==      BY ==AR-D-MFG-NUM==
001040                   ==JT-HOURS==        BY ==AR-D-HOURS==
001050                   ==JT-OP-CD==        BY ==AR-D-OP-CD==.
001060
001070 FD  RT-FIL
001080     LABEL RECORDS ARE STANDARD.
001090
001100 01  RT-REC.
001110     COPY jtrtely.
001120
001130 FD  OC-FIL
001140     LABEL RECORDS ARE STANDARD.
001150
001160 01  OC-REC.
001170     COPY jtocly.
001180
001190 WORKING-STORAGE SECTION.
001200     COPY jtstat.
001210
001220     COPY jtrtest.
001230
001240     COPY jtocst.
001250
001260 01  AR-HIST-STATUS                  PIC X(02).
001270     88  AR-HIST-OK                  VALUE "00".
001280     88  AR-HIST-NOTFOUND            VALUE "35".
001290
001300 01  OV-EOF-SW                       PIC X(01) VALUE "N".
001310     88  OV-EOF                      VALUE "Y".
001320
001330 01  OV-HIST-EOF-SW                  PIC X(01) VALUE "N".
001340     88  OV-HIST-EOF                 VALUE "Y".
001350
001360 01  OV-HIST-AVAIL-SW                PIC X(01) VALUE "Y".
001370     88  OV-HIST-AVAIL               VALUE "Y".
001380
001390 01  OV-RATE-MASTER-SW               PIC X(01) VALUE "Y".
001400     88  OV-RATE-MASTER-AVAIL        VALUE "Y".
001410
001420 01  OV-CONFIRM-RESP                 PIC X(01).
001430
001440 01  OV-DTL-SUB                      PIC 9(04) COMP.
001450
001460*-----------------------------------------------------------*
001470* THE TICKET AND DETAIL LINE BEING VALUED - FILLED FROM A    *
001480* LIVE OR A HISTORY TICKET, SO ONE SET OF PARAGRAPHS VALUES  *
001490* AND POSTS BOTH.                                            *
001500*-----------------------------------------------------------*
001510 01  OV-TICKET.
001520     05  OV-WK-END-DATE              PIC 9(06).
001530     05  OV-COST-CENTER              PIC X(04).
001540     05  OV-ADJUSTMENT-SW            PIC X(01).
001550         88  OV-ADJUSTMENT           VALUE "Y".
001560     05  OV-ACTIV-CD                 PIC X(04).
001570     05  OV-DIS-NUM                  PIC 9(05).
001580     05  OV-MFG-NUM                  PIC 9(05).
001590     05  OV-OP-CD                    PIC X(04).
001600     05  OV-HOURS                    COMP-1.
001610
001620 01  OV-RATE                         COMP-1 VALUE 0.
001630
001640 01  OV-REG-HRS-LEFT                 COMP-1.
001650
001660 01  OV-NEG-HRS-LEFT                 COMP-1.
001670
001680 01  OV-POOL-LEFT                    COMP-1.
001690
001700 01  OV-ABS-HOURS                    COMP-1.
001710
001720 01  OV-LINE-SIGN                    PIC S9(01) COMP.
001730
001740 01  OV-BUCKET-HOURS                 COMP-1.
001750
001760 01  OV-BUCKET-CLASS                 PIC X(01).
001770
001780 01  OV-BUCKET-MULT                  COMP-1.
001790
001800 01  OV-POST-HOURS                   PIC S9(05)V99 COMP.
001810
001820 01  OV-POST-AMOUNT                  PIC S9(05)V99 COMP.
001830
001840 01  OV-POST-SHARED                  PIC S9(05)V99 COMP.
001850
001860 01  OV-POST-SHARED-AMT              PIC S9(05)V99 COMP.
001870
001880 01  OV-TODAY                        PIC 9(06).
001890
001900 01  OV-LIVE-CNT                     PIC 9(07) COMP VALUE 0.
001910
001920 01  OV-HIST-CNT                     PIC 9(07) COMP VALUE 0.
001930
001940 01  OV-WRITE-CNT                    PIC 9(07) COMP VALUE 0.
001950
001960 01  OV-UPDATE-CNT                   PIC 9(07) COMP VALUE 0.
001970
001980 PROCEDURE DIVISION.
001990
002000*-----------------------------------------------------------*
002010* 0000-MAINLINE                                              *
002020*-----------------------------------------------------------*
002030 0000-MAINLINE.
002040
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060
002070     PERFORM 2000-LOAD-LIVE-TICKET THRU 2000-EXIT
002080         UNTIL OV-EOF.
002090
002100     IF OV-HIST-AVAIL
002110         PERFORM 3100-READ-NEXT-HIST THRU 3100-EXIT
002120         PERFORM 3000-LOAD-HIST-TICKET THRU 3000-EXIT
002130             UNTIL OV-HIST-EOF
002140     END-IF.
002150
002160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002170
002180     GOBACK.
002190
002200*-----------------------------------------------------------*
002210* 1000-INITIALIZE                                            *
002220*     A ONE-TIME PASS - THE OPERATOR MUST CONFIRM, AND A      *
002230*     LEDGER THAT ALREADY HOLDS ANY RECORD IS REFUSED, SINCE  *
002240*     THE LOAD WOULD DOUBLE IT.  THE LEDGER IS CREATED HERE   *
002250*     IF NO EXTRACT HAS CREATED IT YET.                       *
002260*-----------------------------------------------------------*
002270 1000-INITIALIZE.
002280
002290     DISPLAY "JTOCCV - ONE-TIME ORDCOST LEDGER LOAD FROM THE ".
002300     DISPLAY "         TICKETS ALREADY EXTRACTED.  RUN ONLY ".
002310     DISPLAY "         BEFORE THE FIRST EXTRACT THAT POSTS ".
002320     DISPLAY "         ORDCOST.  PROCEED (Y/N)? ".
002330     ACCEPT OV-CONFIRM-RESP.
002340
002350     IF OV-CONFIRM-RESP NOT = "Y" AND OV-CONFIRM-RESP NOT = "y"
002360         DISPLAY "JTOCCV - LOAD CANCELLED."
002370         GOBACK
002380     END-IF.
002390
002400     OPEN I-O OC-FIL.
002410     IF OC-FIL-NOTFOUND
002420         CLOSE OC-FIL
002430         OPEN OUTPUT OC-FIL
002440         CLOSE OC-FIL
002450         OPEN I-O OC-FIL
002460     END-IF.
002470
002480     IF OC-FIL-STATUS NOT = "00"
002490         DISPLAY "JTOCCV - ORDCOST NOT AVAILABLE - STATUS "
002500                 OC-FIL-STATUS
002510         GOBACK
002520     END-IF.
002530
002540     MOVE LOW-VALUES TO OC-LEDGER-KEY.
002550     START OC-FIL KEY IS NOT LESS THAN OC-LEDGER-KEY
002560         INVALID KEY
002570             GO TO 1000-OPEN-TICKETS
002580     END-START.
002590
002600     READ OC-FIL NEXT RECORD
002610         AT END
002620             GO TO 1000-OPEN-TICKETS
002630     END-READ.
002640
002650     DISPLAY "JTOCCV - ORDCOST ALREADY HOLDS POSTINGS - ".
002660     DISPLAY "         LOAD REFUSED.".
002670     CLOSE OC-FIL.
002680     GOBACK.
002690
002700 1000-OPEN-TICKETS.
002710
002720     OPEN INPUT JT-FIL.
002730     IF JT-FIL-STATUS NOT = "00"
002740         DISPLAY "JTOCCV - JOBTICRMS NOT AVAILABLE - STATUS "
002750                 JT-FIL-STATUS
002760         CLOSE OC-FIL
002770         GOBACK
002780     END-IF.
002790
002800     OPEN INPUT JT-HIST-FIL.
002810     IF AR-HIST-STATUS NOT = "00"
002820         DISPLAY "JTOCCV - JOBTICRMS-HIST NOT AVAILABLE - "
002830         DISPLAY "         LOADING LIVE TICKETS ONLY"
002840         MOVE "N" TO OV-HIST-AVAIL-SW
002850     END-IF.
002860
002870     OPEN INPUT RT-FIL.
002880     IF RT-FIL-STATUS NOT = "00"
002890         DISPLAY "JTOCCV - RATEMAS NOT AVAILABLE - LEDGER "
002900         DISPLAY "         AMOUNTS WILL BE ZERO THIS RUN"
002910         MOVE "N" TO OV-RATE-MASTER-SW
002920     END-IF.
002930
002940     ACCEPT OV-TODAY FROM DATE.
002950
002960     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
002970
002980 1000-EXIT.
002990     EXIT.
003000
003010*-----------------------------------------------------------*
003020* 2000-LOAD-LIVE-TICKET                                      *
003030*     ONLY AN EXTRACTED TICKET HAS BEEN PAID - ANYTHING ELSE  *
003040*     ON JOBTICRMS WILL POST WHEN JTEXPRT FEEDS IT.           *
003050*-----------------------------------------------------------*
003060 2000-LOAD-LIVE-TICKET.
003070
003080     IF NOT JT-EXTRACTED
003090         PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT
003100         GO TO 2000-EXIT
003110     END-IF.
003120
003130     ADD 1 TO OV-LIVE-CNT.
003140     MOVE JT-WK-END-DATE TO OV-WK-END-DATE.
003150     MOVE JT-COST-CENTER TO OV-COST-CENTER.
003160
003170     IF JT-ORIG-TICKET-KEY NOT = ZEROS
003180         MOVE "Y" TO OV-ADJUSTMENT-SW
003190     ELSE
003200         MOVE "N" TO OV-ADJUSTMENT-SW
003210     END-IF.
003220
003230     MOVE 40 TO OV-REG-HRS-LEFT.
003240     MOVE 40 TO OV-NEG-HRS-LEFT.
003250
003260     PERFORM 2200-LOAD-LIVE-LINE THRU 2200-EXIT
003270         VARYING OV-DTL-SUB FROM 1 BY 1
003280         UNTIL OV-DTL-SUB > JT-DTL-CNT.
003290
003300     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
003310
003320 2000-EXIT.
003330     EXIT.
003340
003350 2100-READ-NEXT-TICKET.
003360
003370     READ JT-FIL NEXT RECORD
003380         AT END
003390             MOVE "Y" TO OV-EOF-SW
003400     END-READ.
003410
003420 2100-EXIT.
003430     EXIT.
003440
003450 2200-LOAD-LIVE-LINE.
003460
003470     MOVE JT-ACTIV-CD (OV-DTL-SUB) TO OV-ACTIV-CD.
003480     MOVE JT-DIS-NUM (OV-DTL-SUB) TO OV-DIS-NUM.
003490     MOVE JT-MFG-NUM (OV-DTL-SUB) TO OV-MFG-NUM.
003500     MOVE JT-OP-CD (OV-DTL-SUB) TO OV-OP-CD.
003510     MOVE JT-HOURS (OV-DTL-SUB) TO OV-HOURS.
003520
003530     PERFORM 4000-VALUE-LINE THRU 4000-EXIT.
003540
003550 2200-EXIT.
003560     EXIT.
003570
003580*-----------------------------------------------------------*
003590* 3000-LOAD-HIST-TICKET                                      *
003600*     THE SAME FOR AN ARCHIVED TICKET.                        *
003610*-----------------------------------------------------------*
003620 3000-LOAD-HIST-TICKET.
003630
003640     IF NOT AR-D-EXTRACTED
003650         PERFORM 3100-READ-NEXT-HIST THRU 3100-EXIT
003660         GO TO 3000-EXIT
003670     END-IF.
003680
003690     ADD 1 TO OV-HIST-CNT.
003700     MOVE AR-D-WK-END-DATE TO OV-WK-END-DATE.
003710     MOVE AR-D-COST-CENTER TO OV-COST-CENTER.
003720
003730     IF AR-D-ORIG-TICKET-KEY NOT = ZEROS
003740         MOVE "Y" TO OV-ADJUSTMENT-SW
003750     ELSE
003760         MOVE "N" TO OV-ADJUSTMENT-SW
003770     END-IF.
003780
003790     MOVE 40 TO OV-REG-HRS-LEFT.
003800     MOVE 40 TO OV-NEG-HRS-LEFT.
003810
003820     PERFORM 3200-LOAD-HIST-LINE THRU 3200-EXIT
003830         VARYING OV-DTL-SUB FROM 1 BY 1
003840         UNTIL OV-DTL-SUB > AR-D-DTL-CNT.
003850
003860     PERFORM 3100-READ-NEXT-HIST THRU 3100-EXIT.
003870
003880 3000-EXIT.
003890     EXIT.
003900
003910 3100-READ-NEXT-HIST.
003920
003930     READ JT-HIST-FIL NEXT RECORD
003940         AT END
003950             MOVE "Y" TO OV-HIST-EOF-SW
003960     END-READ.
003970
003980 3100-EXIT.
003990     EXIT.
004000
004010 3200-LOAD-HIST-LINE.
004020
004030     MOVE AR-D-ACTIV-CD (OV-DTL-SUB) TO OV-ACTIV-CD.
004040     MOVE AR-D-DIS-NUM (OV-DTL-SUB) TO OV-DIS-NUM.
004050     MOVE AR-D-MFG-NUM (OV-DTL-SUB) TO OV-MFG-NUM.
004060     MOVE AR-D-OP-CD (OV-DTL-SUB) TO OV-OP-CD.
004070     MOVE AR-D-HOURS (OV-DTL-SUB) TO OV-HOURS.
004080
004090     PERFORM 4000-VALUE-LINE THRU 4000-EXIT.
004100
004110 3200-EXIT.
004120     EXIT.
004130
004140*-----------------------------------------------------------*
004150* 4000-VALUE-LINE                                            *
004160*     SPLITS ONE DETAIL LINE INTO PAY BUCKETS THE WAY         *
004170*     JTEXPRT'S 2200-WRITE-DETAIL-LINE DOES - SUN/HOL LINES   *
004180*     WHOLE AT DOUBLE TIME, ANY OTHER LINE AGAINST ITS        *
004190*     40-HOUR REGULAR POOL (ONE FOR POSITIVE LINES, ONE FOR   *
004200*     NEGATIVE REVERSAL LINES) WITH THE EXCESS AT TIME-AND-A- *
004210*     HALF.  A CHANGE THERE BELONGS HERE AS WELL.             *
004220*-----------------------------------------------------------*
004230 4000-VALUE-LINE.
004240
004250     PERFORM 4300-LOOK-UP-RATE THRU 4300-EXIT.
004260
004270     IF OV-HOURS < 0
004280         MOVE -1 TO OV-LINE-SIGN
004290         COMPUTE OV-ABS-HOURS = 0 - OV-HOURS
004300     ELSE
004310         MOVE 1 TO OV-LINE-SIGN
004320         MOVE OV-HOURS TO OV-ABS-HOURS
004330     END-IF.
004340
004350     IF OV-OP-CD = "SUN " OR "HOL "
004360         MOVE OV-ABS-HOURS TO OV-BUCKET-HOURS
004370         MOVE "D" TO OV-BUCKET-CLASS
004380         MOVE 2.0 TO OV-BUCKET-MULT
004390         PERFORM 4250-POST-PAY-BUCKET THRU 4250-EXIT
004400         GO TO 4000-EXIT
004410     END-IF.
004420
004430     IF OV-LINE-SIGN = -1
004440         MOVE OV-NEG-HRS-LEFT TO OV-POOL-LEFT
004450     ELSE
004460         MOVE OV-REG-HRS-LEFT TO OV-POOL-LEFT
004470     END-IF.
004480
004490     IF OV-ABS-HOURS NOT > OV-POOL-LEFT
004500         MOVE OV-ABS-HOURS TO OV-BUCKET-HOURS
004510         MOVE "R" TO OV-BUCKET-CLASS
004520         MOVE 1.0 TO OV-BUCKET-MULT
004530         PERFORM 4250-POST-PAY-BUCKET THRU 4250-EXIT
004540         SUBTRACT OV-ABS-HOURS FROM OV-POOL-LEFT
004550         GO TO 4000-STORE-POOL
004560     END-IF.
004570
004580     IF OV-POOL-LEFT > 0
004590         MOVE OV-POOL-LEFT TO OV-BUCKET-HOURS
004600         MOVE "R" TO OV-BUCKET-CLASS
004610         MOVE 1.0 TO OV-BUCKET-MULT
004620         PERFORM 4250-POST-PAY-BUCKET THRU 4250-EXIT
004630     END-IF.
004640
004650     COMPUTE OV-BUCKET-HOURS =
004660         OV-ABS-HOURS - OV-POOL-LEFT.
004670     MOVE "O" TO OV-BUCKET-CLASS.
004680     MOVE 1.5 TO OV-BUCKET-MULT.
004690     PERFORM 4250-POST-PAY-BUCKET THRU 4250-EXIT.
004700     MOVE 0 TO OV-POOL-LEFT.
004710
004720 4000-STORE-POOL.
004730
004740     IF OV-LINE-SIGN = -1
004750         MOVE OV-POOL-LEFT TO OV-NEG-HRS-LEFT
004760     ELSE
004770         MOVE OV-POOL-LEFT TO OV-REG-HRS-LEFT
004780     END-IF.
004790
004800 4000-EXIT.
004810     EXIT.
004820
004830*-----------------------------------------------------------*
004840* 4250-POST-PAY-BUCKET                                       *
004850*     VALUES ONE BUCKET AND POSTS IT UNDER THE LINE'S DIS     *
004860*     ORDER, ITS MFG ORDER, OR BOTH, OR AS UNORDERED TIME -   *
004870*     A DUAL-CHARGED LINE RIDING THE MFG POSTING AS SHARED.   *
004880*-----------------------------------------------------------*
004890 4250-POST-PAY-BUCKET.
004900
004910     COMPUTE OV-POST-HOURS =
004920         OV-BUCKET-HOURS * OV-LINE-SIGN.
004930     COMPUTE OV-POST-AMOUNT ROUNDED =
004940         OV-BUCKET-HOURS * OV-RATE * OV-BUCKET-MULT
004950         * OV-LINE-SIGN.
004960
004970     MOVE 0 TO OV-POST-SHARED.
004980     MOVE 0 TO OV-POST-SHARED-AMT.
004990
005000     IF OV-DIS-NUM = 0 AND OV-MFG-NUM = 0
005010         MOVE "U" TO OC-ORDER-TYPE
005020         MOVE 0 TO OC-ORDER-NUM
005030         PERFORM 4450-POST-LEDGER-RECORD THRU 4450-EXIT
005040         GO TO 4250-EXIT
005050     END-IF.
005060
005070     IF OV-DIS-NUM NOT = 0
005080         MOVE "D" TO OC-ORDER-TYPE
005090         MOVE OV-DIS-NUM TO OC-ORDER-NUM
005100         PERFORM 4450-POST-LEDGER-RECORD THRU 4450-EXIT
005110         MOVE OV-POST-HOURS TO OV-POST-SHARED
005120         MOVE OV-POST-AMOUNT TO OV-POST-SHARED-AMT
005130     END-IF.
005140
005150     IF OV-MFG-NUM NOT = 0
005160         MOVE "M" TO OC-ORDER-TYPE
005170         MOVE OV-MFG-NUM TO OC-ORDER-NUM
005180         PERFORM 4450-POST-LEDGER-RECORD THRU 4450-EXIT
005190     END-IF.
005200
005210 4250-EXIT.
005220     EXIT.
005230
005240*-----------------------------------------------------------*
005250* 4300-LOOK-UP-RATE                                          *
005260*     COST CENTER PLUS ACTIVITY CODE FIRST, THEN THE COST     *
005270*     CENTER'S DEFAULT RATE, THEN ZERO.                       *
005280*-----------------------------------------------------------*
005290 4300-LOOK-UP-RATE.
005300
005310     MOVE 0 TO OV-RATE.
005320
005330     IF NOT OV-RATE-MASTER-AVAIL
005340         GO TO 4300-EXIT
005350     END-IF.
005360
005370     MOVE OV-COST-CENTER TO RT-COST-CENTER.
005380     MOVE OV-ACTIV-CD TO RT-ACTIV-CD.
005390
005400     READ RT-FIL
005410         INVALID KEY
005420             MOVE SPACES TO RT-ACTIV-CD
005430             READ RT-FIL
005440                 INVALID KEY
005450                     GO TO 4300-EXIT
005460             END-READ
005470     END-READ.
005480
005490     MOVE RT-RATE-PER-HOUR TO OV-RATE.
005500
005510 4300-EXIT.
005520     EXIT.
005530
005540*-----------------------------------------------------------*
005550* 4450-POST-LEDGER-RECORD                                    *
005560*     ADDS THE BUCKET INTO THE LEDGER RECORD FOR THE ORDER    *
005570*     ALREADY SET AND THE TICKET'S WEEK AND COST CENTER,      *
005580*     STARTING THE RECORD ON ITS FIRST POSTING.               *
005590*-----------------------------------------------------------*
005600 4450-POST-LEDGER-RECORD.
005610
005620     MOVE OV-WK-END-DATE TO OC-WK-END-DATE.
005630     MOVE OV-COST-CENTER TO OC-COST-CENTER.
005640
005650     READ OC-FIL
005660         INVALID KEY
005670             MOVE 0 TO OC-REG-HRS
005680             MOVE 0 TO OC-REG-AMT
005690             MOVE 0 TO OC-PREM-HRS
005700             MOVE 0 TO OC-PREM-AMT
005710             MOVE 0 TO OC-ADJ-HRS
005720             MOVE 0 TO OC-ADJ-AMT
005730             MOVE 0 TO OC-SHARED-HRS
005740             MOVE 0 TO OC-SHARED-AMT
005750     END-READ.
005760
005770     IF OV-BUCKET-CLASS = "R"
005780         ADD OV-POST-HOURS TO OC-REG-HRS
005790         ADD OV-POST-AMOUNT TO OC-REG-AMT
005800     ELSE
005810         ADD OV-POST-HOURS TO OC-PREM-HRS
005820         ADD OV-POST-AMOUNT TO OC-PREM-AMT
005830     END-IF.
005840
005850     IF OV-ADJUSTMENT
005860         ADD OV-POST-HOURS TO OC-ADJ-HRS
005870         ADD OV-POST-AMOUNT TO OC-ADJ-AMT
005880     END-IF.
005890
005900     IF OC-MFG-ORDER
005910         ADD OV-POST-SHARED TO OC-SHARED-HRS
005920         ADD OV-POST-SHARED-AMT TO OC-SHARED-AMT
005930     END-IF.
005940
005950     MOVE OV-TODAY TO OC-POST-DATE.
005960     MOVE "H" TO OC-SOURCE.
005970
005980     IF OC-FIL-STATUS = "00"
005990         REWRITE OC-REC
006000         ADD 1 TO OV-UPDATE-CNT
006010     ELSE
006020         WRITE OC-REC
006030             INVALID KEY
006040                 DISPLAY "JTOCCV - ORDCOST WRITE FAILED - "
006050                         "STATUS " OC-FIL-STATUS
006060             NOT INVALID KEY
006070                 ADD 1 TO OV-WRITE-CNT
006080         END-WRITE
006090     END-IF.
006100
006110 4450-EXIT.
006120     EXIT.
006130
006140*-----------------------------------------------------------*
006150* 9000-TERMINATE                                             *
006160*-----------------------------------------------------------*
006170 9000-TERMINATE.
006180
006190     CLOSE JT-FIL.
006200
006210     IF OV-HIST-AVAIL
006220         CLOSE JT-HIST-FIL
006230     END-IF.
006240
006250     IF OV-RATE-MASTER-AVAIL
006260         CLOSE RT-FIL
006270     END-IF.
006280
006290     CLOSE OC-FIL.
006300
006310     DISPLAY "JTOCCV - LIVE EXTRACTED TICKETS LOADED: "
006320             OV-LIVE-CNT.
006330     DISPLAY "JTOCCV - HISTORY TICKETS LOADED: " OV-HIST-CNT.
006340     DISPLAY "JTOCCV - LEDGER RECORDS WRITTEN: " OV-WRITE-CNT.
006350     DISPLAY "JTOCCV - LEDGER POSTINGS ADDED TO A RECORD: "
006360             OV-UPDATE-CNT.
006370
006380 9000-EXIT.
006390     EXIT.
