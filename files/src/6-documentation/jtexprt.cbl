001070* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
001080*     way to GOBACK so control returns to the menu, at a
001090*     clean end and at a startup failure alike.  )%
001100*
001110* Edit (15-Oct-26, 'J. A. Hartley')
001120* %(  Journal a full after-image of every ticket flipped to
001130*     EXTRACTED through JTJNLWR onto the JTAIJNL recovery
001140*     journal.  Now CALLed USING the JTMENU sign-on block so
001150*     the image carries the operator who ran the extract.  )%
001160*
001170* Edit (15-Oct-26, 'J. A. Hartley')
001180* %(  Under the JTCLOSE weekly close the week comes from
001190*     SG-CLOSE-WK-END-DATE on the sign-on block instead of
001200*     the prompt.  )%
001210*
001220* Edit (15-Oct-26, 'J. A. Hartley')
001230* %(  Post every feed record to the new ORDCOST order cost
001240*     ledger (see JTOCSEL/JTOCLY) as it is written - its signed
001250*     hours and dollars, regular or premium by pay class, under
001260*     the line's DIS order, MFG order, or both, or as unordered
001270*     time, for the ticket's week and cost center.  Adjustment
001280*     tickets post the same way and are also tallied in the
001290*     record's adjustment fields.  An override or restart run
001300*     takes the week's postings off the ledger before it feeds
001310*     the week again, so a week is never posted twice.  The
001320*     ledger is created on the first run; if it cannot be
001330*     opened the extract is cancelled.  )%
001340
001350 ENVIRONMENT DIVISION.
001360 
001370 CONFIGURATION SECTION.
001380 
001390 SOURCE-COMPUTER.
001400     DECSYSTEM-20.
001410 
001420 OBJECT-COMPUTER.
001430     DECSYSTEM-20.
001440 
001450 INPUT-OUTPUT SECTION.
001460 
001470 FILE-CONTROL.
001480     COPY jtsel.
001490 
001500     SELECT EXTRACT-FIL ASSIGN TO "JTEXPRT"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS EX-FIL-STATUS.
001530
001540     COPY jtrtesel.
001550
001560     COPY jtrcsel.
001570
001580     COPY jtcalsel.
001590
001600     COPY jtocsel.
001610
001620 DATA DIVISION.
001630 
001640 FILE SECTION.
001650 
001660 FD  JT-FIL
001670     LABEL RECORDS ARE STANDARD.
001680 
001690 01  JT-REC.
001700     COPY jtrecly.
001710 
001720 FD  EXTRACT-FIL
001730     LABEL RECORDS ARE STANDARD.
001740 
001750 01  EX-EXTRACT-REC.
001760     05  EX-BADGE-NUM                PIC 9(07).
001770     05  FILLER                      PIC X(01) VALUE SPACE.
001780     05  EX-COST-CENTER              PIC X(04).
001790     05  FILLER                      PIC X(01) VALUE SPACE.
001800     05  EX-WK-END-DATE              PIC 9(06).
001810     05  FILLER                      PIC X(01) VALUE SPACE.
001820     05  EX-ACTIV-CD                 PIC X(04).
001830     05  FILLER                      PIC X(01) VALUE SPACE.
001840     05  EX-DIS-NUM                  PIC 9(05).
001850     05  FILLER                      PIC X(01) VALUE SPACE.
001860     05  EX-MFG-NUM                  PIC 9(05).
001870     05  FILLER                      PIC X(01) VALUE SPACE.
001880     05  EX-HOURS                    PIC S9(03)V99
001890                                     SIGN LEADING SEPARATE.
001900     05  FILLER                      PIC X(01) VALUE SPACE.
001910     05  EX-AMOUNT                   PIC S9(05)V99
001920                                     SIGN LEADING SEPARATE.
001930     05  FILLER                      PIC X(01) VALUE SPACE.
001940     05  EX-PAY-CLASS                PIC X(01).
001950
001960 FD  RT-FIL
001970     LABEL RECORDS ARE STANDARD.
001980
001990 01  RT-REC.
002000     COPY jtrtely.
002010
002020 FD  RC-FIL
002030     LABEL RECORDS ARE STANDARD.
002040
002050 01  RC-REC.
002060     COPY jtrcly.
002070
002080 FD  CA-FIL
002090     LABEL RECORDS ARE STANDARD.
002100
002110 01  CA-REC.
002120     COPY jtcally.
002130
002140 FD  OC-FIL
002150     LABEL RECORDS ARE STANDARD.
002160
002170 01  OC-REC.
002180     COPY jtocly.
002190
002200 WORKING-STORAGE SECTION.
002210     COPY jtstat.
002220
002230 01  JT-JNL-REQ.
002240     COPY jtjnrly.
002250 
002260     COPY jtrtest.
002270
002280     COPY jtrcst.
002290
002300 01  EX-FIL-STATUS                  PIC X(02).
002310
002320 01  EX-REQ-WK-END-DATE             PIC 9(06).
002330 
002340 01  EX-EOF-SW                       PIC X(01) VALUE "N".
002350     88  EX-EOF                      VALUE "Y".
002360 
002370 01  EX-DTL-SUB                      PIC 9(04) COMP.
002380 
002390 01  EX-TICKET-CNT                   PIC 9(07) COMP VALUE 0.
002400 
002410 01  EX-LINE-CNT                     PIC 9(07) COMP VALUE 0.
002420
002430 01  EX-UNAPPROVED-CNT               PIC 9(07) COMP VALUE 0.
002440
002450 01  EX-RATE                         COMP-1 VALUE 0.
002460
002470 01  EX-RATE-MASTER-SW               PIC X(01) VALUE "Y".
002480     88  EX-RATE-MASTER-AVAIL        VALUE "Y".
002490
002500 01  EX-REG-HRS-LEFT                 COMP-1.
002510
002520 01  EX-NEG-HRS-LEFT                 COMP-1.
002530
002540 01  EX-POOL-LEFT                    COMP-1.
002550
002560 01  EX-ABS-HOURS                    COMP-1.
002570
002580 01  EX-LINE-SIGN                    PIC S9(01) COMP.
002590
002600 01  EX-BUCKET-HOURS                 COMP-1.
002610
002620 01  EX-BUCKET-CLASS                 PIC X(01).
002630
002640 01  EX-BUCKET-MULT                  COMP-1.
002650
002660     COPY jtcalst.
002670
002680 01  EX-CAL-MASTER-SW                PIC X(01) VALUE "Y".
002690     88  EX-CAL-MASTER-AVAIL         VALUE "Y".
002700
002710 01  EX-OVERRIDE-RESP                PIC X(01).
002720
002730 01  EX-OVERRIDE-SW                  PIC X(01) VALUE "N".
002740     88  EX-OVERRIDE-RUN             VALUE "Y".
002750
002760     COPY jtocst.
002770
002780 01  EX-OC-EOF-SW                    PIC X(01) VALUE "N".
002790     88  EX-OC-EOF                   VALUE "Y".
002800
002810 01  EX-POST-HOURS                   PIC S9(05)V99 COMP.
002820
002830 01  EX-POST-AMOUNT                  PIC S9(05)V99 COMP.
002840
002850 01  EX-POST-SHARED                  PIC S9(05)V99 COMP.
002860
002870 01  EX-POST-SHARED-AMT              PIC S9(05)V99 COMP.
002880
002890 01  EX-OC-POST-CNT                  PIC 9(07) COMP VALUE 0.
002900
002910 01  EX-OC-CLEAR-CNT                 PIC 9(07) COMP VALUE 0.
002920
002930 LINKAGE SECTION.
002940
002950 01  JT-SIGNON.
002960     COPY jtsgnly.
002970
002980 PROCEDURE DIVISION USING JT-SIGNON.
002990 
003000*-----------------------------------------------------------*
003010* 0000-MAINLINE                                              *
003020*-----------------------------------------------------------*
003030 0000-MAINLINE.
003040 
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060 
003070     PERFORM 2000-PROCESS-TICKET THRU 2000-EXIT
003080         UNTIL EX-EOF.
003090 
003100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003110 
003120     GOBACK.
003130 
003140*-----------------------------------------------------------*
003150* 1000-INITIALIZE                                            *
003160*-----------------------------------------------------------*
003170 1000-INITIALIZE.
003180
003190     MOVE "JTEXPRT" TO JN-PROGRAM.
003200     MOVE SG-OPER-ID TO JN-OPER-ID.
003210 
003220     IF SG-CLOSE-WK-END-DATE NOT = 0
003230         MOVE SG-CLOSE-WK-END-DATE TO EX-REQ-WK-END-DATE
003240     ELSE
003250         DISPLAY "JTEXPRT - EXTRACT WEEK ENDING DATE (YYMMDD): "
003260         ACCEPT EX-REQ-WK-END-DATE
003270     END-IF.
003280
003290     PERFORM 6900-CHECK-SHOP-CALENDAR THRU 6900-EXIT.
003300
003310     PERFORM 6700-OPEN-ORDER-COST THRU 6700-EXIT.
003320
003330     PERFORM 7000-OPEN-RUN-CONTROL THRU 7000-EXIT.
003340     PERFORM 7100-CHECK-PRIOR-RUN THRU 7100-EXIT.
003350     PERFORM 7200-POST-RUN-START THRU 7200-EXIT.
003360
003370     IF EX-OVERRIDE-RUN
003380         PERFORM 6750-CLEAR-ORDER-COST-WEEK THRU 6750-EXIT
003390     END-IF.
003400
003410     OPEN I-O JT-FIL.
003420     IF JT-FIL-STATUS NOT = "00"
003430         DISPLAY "JTEXPRT - JOBTICRMS NOT AVAILABLE - STATUS "
003440                 JT-FIL-STATUS
003450         GOBACK
003460     END-IF.
003470     OPEN OUTPUT EXTRACT-FIL.
003480
003490     OPEN INPUT RT-FIL.
003500     IF RT-FIL-STATUS NOT = "00"
003510         DISPLAY "JTEXPRT - RATEMAS NOT AVAILABLE - EXTRACT "
003520         DISPLAY "          AMOUNTS WILL BE ZERO THIS RUN"
003530         MOVE "N" TO EX-RATE-MASTER-SW
003540     END-IF.
003550
003560     MOVE EX-REQ-WK-END-DATE TO JT-WK-END-DATE.
003570     MOVE 0 TO JT-BADGE-NUM.
003580
003590     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
003600         INVALID KEY
003610             MOVE "Y" TO EX-EOF-SW
003620     END-START.
003630
003640     IF NOT EX-EOF
003650         PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT
003660     END-IF.
003670
003680 1000-EXIT.
003690     EXIT.
003700 
003710*-----------------------------------------------------------*
003720* 2000-PROCESS-TICKET                                        *
003730*-----------------------------------------------------------*
003740 2000-PROCESS-TICKET.
003750
003760     IF JT-WK-END-DATE NOT = EX-REQ-WK-END-DATE
003770         MOVE "Y" TO EX-EOF-SW
003780         GO TO 2000-EXIT
003790     END-IF.
003800
003810     IF NOT JT-APPROVED AND NOT
003820             (JT-EXTRACTED AND EX-OVERRIDE-RUN)
003830         ADD 1 TO EX-UNAPPROVED-CNT
003840     ELSE
003850         ADD 1 TO EX-TICKET-CNT
003860         MOVE 40 TO EX-REG-HRS-LEFT
003870         MOVE 40 TO EX-NEG-HRS-LEFT
003880         PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
003890             VARYING EX-DTL-SUB FROM 1 BY 1
003900             UNTIL EX-DTL-SUB > JT-DTL-CNT
003910
003920         MOVE "X" TO JT-STATUS
003930         REWRITE JT-REC
003940             INVALID KEY
003950                 DISPLAY "JTEXPRT - STATUS REWRITE FAILED, BADGE "
003960                 DISPLAY JT-BADGE-NUM " WEEK " JT-WK-END-DATE
003970             NOT INVALID KEY
003980                 MOVE "C" TO JN-ACTION
003990                 PERFORM 8050-WRITE-JOURNAL-IMAGE THRU 8050-EXIT
004000         END-REWRITE
004010     END-IF.
004020
004030     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
004040
004050 2000-EXIT.
004060     EXIT.
004070 
004080 2100-READ-NEXT-TICKET.
004090 
004100     READ JT-FIL NEXT RECORD
004110         AT END
004120             MOVE "Y" TO EX-EOF-SW
004130     END-READ.
004140 
004150 2100-EXIT.
004160     EXIT.
004170 
004180*-----------------------------------------------------------*
004190* 2200-WRITE-DETAIL-LINE                                     *
004200*     FEEDS ONE DETAIL LINE, SPLIT INTO PAY BUCKETS.  THE     *
004210*     MULTIPLIERS APPLY TO THE LINE'S ABSOLUTE HOURS AND THE  *
004220*     LINE'S SIGN RIDES THE BUCKET, SO AN ADJUSTMENT          *
004230*     TICKET'S NEGATED LINES REVERSE AT THE SAME VALUE THE    *
004240*     WORK WAS FED AT.  A LINE THE FLOOR CODED TO THE SUN OR  *
004250*     HOL OPERATION IS SUNDAY/HOLIDAY WORK - IT FEEDS WHOLE   *
004260*     AT DOUBLE TIME AND STAYS OUTSIDE THE 40-HOUR FOOTING.   *
004270*     ANY OTHER LINE DRAWS DOWN A 40-HOUR REGULAR POOL - ONE  *
004280*     POOL FOR POSITIVE LINES AND ONE FOR AN ADJUSTMENT'S     *
004290*     NEGATIVE REVERSAL LINES, WHICH KEEP THE ORIGINAL LINE   *
004300*     ORDER AND SO REPRODUCE THE ORIGINAL WEEK'S R/O SPLIT -  *
004310*     AND THE EXCESS FEEDS AT TIME-AND-A-HALF, SPLITTING THE  *
004320*     LINE THAT STRADDLES THE MARK INTO TWO FEED RECORDS.     *
004330*-----------------------------------------------------------*
004340 2200-WRITE-DETAIL-LINE.
004350
004360     MOVE JT-BADGE-NUM TO EX-BADGE-NUM.
004370     MOVE JT-COST-CENTER TO EX-COST-CENTER.
004380     MOVE JT-WK-END-DATE TO EX-WK-END-DATE.
004390     MOVE JT-ACTIV-CD (EX-DTL-SUB) TO EX-ACTIV-CD.
004400     MOVE JT-DIS-NUM (EX-DTL-SUB) TO EX-DIS-NUM.
004410     MOVE JT-MFG-NUM (EX-DTL-SUB) TO EX-MFG-NUM.
004420
004430     PERFORM 2300-LOOK-UP-RATE THRU 2300-EXIT.
004440
004450     IF JT-HOURS (EX-DTL-SUB) < 0
004460         MOVE -1 TO EX-LINE-SIGN
004470         COMPUTE EX-ABS-HOURS = 0 - JT-HOURS (EX-DTL-SUB)
004480     ELSE
004490         MOVE 1 TO EX-LINE-SIGN
004500         MOVE JT-HOURS (EX-DTL-SUB) TO EX-ABS-HOURS
004510     END-IF.
004520
004530     IF JT-OP-CD (EX-DTL-SUB) = "SUN " OR "HOL "
004540         MOVE EX-ABS-HOURS TO EX-BUCKET-HOURS
004550         MOVE "D" TO EX-BUCKET-CLASS
004560         MOVE 2.0 TO EX-BUCKET-MULT
004570         PERFORM 2250-WRITE-PAY-BUCKET THRU 2250-EXIT
004580         GO TO 2200-EXIT
004590     END-IF.
004600
004610*    POSITIVE AND NEGATIVE LINES EACH DRAW DOWN THEIR OWN
004620*    40-HOUR REGULAR POOL.
004630     IF EX-LINE-SIGN = -1
004640         MOVE EX-NEG-HRS-LEFT TO EX-POOL-LEFT
004650     ELSE
004660         MOVE EX-REG-HRS-LEFT TO EX-POOL-LEFT
004670     END-IF.
004680
004690     IF EX-ABS-HOURS NOT > EX-POOL-LEFT
004700         MOVE EX-ABS-HOURS TO EX-BUCKET-HOURS
004710         MOVE "R" TO EX-BUCKET-CLASS
004720         MOVE 1.0 TO EX-BUCKET-MULT
004730         PERFORM 2250-WRITE-PAY-BUCKET THRU 2250-EXIT
004740         SUBTRACT EX-ABS-HOURS FROM EX-POOL-LEFT
004750         GO TO 2200-STORE-POOL
004760     END-IF.
004770
004780     IF EX-POOL-LEFT > 0
004790         MOVE EX-POOL-LEFT TO EX-BUCKET-HOURS
004800         MOVE "R" TO EX-BUCKET-CLASS
004810         MOVE 1.0 TO EX-BUCKET-MULT
004820         PERFORM 2250-WRITE-PAY-BUCKET THRU 2250-EXIT
004830     END-IF.
004840
004850     COMPUTE EX-BUCKET-HOURS =
004860         EX-ABS-HOURS - EX-POOL-LEFT.
004870     MOVE "O" TO EX-BUCKET-CLASS.
004880     MOVE 1.5 TO EX-BUCKET-MULT.
004890     PERFORM 2250-WRITE-PAY-BUCKET THRU 2250-EXIT.
004900     MOVE 0 TO EX-POOL-LEFT.
004910
004920 2200-STORE-POOL.
004930
004940     IF EX-LINE-SIGN = -1
004950         MOVE EX-POOL-LEFT TO EX-NEG-HRS-LEFT
004960     ELSE
004970         MOVE EX-POOL-LEFT TO EX-REG-HRS-LEFT
004980     END-IF.
004990
005000 2200-EXIT.
005010     EXIT.
005020
005030*-----------------------------------------------------------*
005040* 2250-WRITE-PAY-BUCKET                                      *
005050*     WRITES ONE FEED RECORD - THE MULTIPLIER VALUES THE      *
005060*     BUCKET'S ABSOLUTE HOURS AND THE LINE'S SIGN IS THEN     *
005070*     APPLIED TO BOTH HOURS AND DOLLARS.                      *
005080*-----------------------------------------------------------*
005090 2250-WRITE-PAY-BUCKET.
005100
005110     COMPUTE EX-HOURS =
005120         EX-BUCKET-HOURS * EX-LINE-SIGN.
005130     MOVE EX-BUCKET-CLASS TO EX-PAY-CLASS.
005140     COMPUTE EX-AMOUNT ROUNDED =
005150         EX-BUCKET-HOURS * EX-RATE * EX-BUCKET-MULT
005160         * EX-LINE-SIGN.
005170
005180     MOVE EX-HOURS TO EX-POST-HOURS.
005190     MOVE EX-AMOUNT TO EX-POST-AMOUNT.
005200
005210     WRITE EX-EXTRACT-REC.
005220
005230     ADD 1 TO EX-LINE-CNT.
005240
005250     PERFORM 2400-POST-ORDER-COST THRU 2400-EXIT.
005260
005270 2250-EXIT.
005280     EXIT.
005290
005300*-----------------------------------------------------------*
005310* 2300-LOOK-UP-RATE                                          *
005320*     FETCHES THE RATE FOR THE CURRENT DETAIL LINE - COST     *
005330*     CENTER PLUS ACTIVITY CODE FIRST, FALLING BACK TO THE    *
005340*     COST CENTER'S DEFAULT RATE (ACTIVITY CODE SPACES),      *
005350*     THEN TO ZERO WHEN NEITHER IS ON RATEMAS.                *
005360*-----------------------------------------------------------*
005370 2300-LOOK-UP-RATE.
005380
005390     MOVE 0 TO EX-RATE.
005400
005410     IF NOT EX-RATE-MASTER-AVAIL
005420         GO TO 2300-EXIT
005430     END-IF.
005440
005450     MOVE JT-COST-CENTER TO RT-COST-CENTER.
005460     MOVE JT-ACTIV-CD (EX-DTL-SUB) TO RT-ACTIV-CD.
005470
005480     READ RT-FIL
005490         INVALID KEY
005500             MOVE SPACES TO RT-ACTIV-CD
005510             READ RT-FIL
005520                 INVALID KEY
005530                     GO TO 2300-EXIT
005540             END-READ
005550     END-READ.
005560
005570     MOVE RT-RATE-PER-HOUR TO EX-RATE.
005580
005590 2300-EXIT.
005600     EXIT.
005610
005620*-----------------------------------------------------------*
005630* 2400-POST-ORDER-COST                                       *
005640*     POSTS THE FEED RECORD JUST WRITTEN TO THE ORDER COST    *
005650*     LEDGER - UNDER THE LINE'S DIS ORDER, ITS MFG ORDER, OR  *
005660*     BOTH, OR AS UNORDERED TIME WHEN IT CARRIES NEITHER.     *
005670*     A DUAL-CHARGED LINE'S HOURS AND DOLLARS RIDE THE MFG    *
005680*     POSTING AS SHARED.                                      *
005690*-----------------------------------------------------------*
005700 2400-POST-ORDER-COST.
005710
005720     MOVE 0 TO EX-POST-SHARED.
005730     MOVE 0 TO EX-POST-SHARED-AMT.
005740     MOVE JT-WK-END-DATE TO OC-WK-END-DATE.
005750     MOVE JT-COST-CENTER TO OC-COST-CENTER.
005760
005770     IF JT-DIS-NUM (EX-DTL-SUB) = 0
005780         AND JT-MFG-NUM (EX-DTL-SUB) = 0
005790         MOVE "U" TO OC-ORDER-TYPE
005800         MOVE 0 TO OC-ORDER-NUM
005810         PERFORM 2450-POST-LEDGER-RECORD THRU 2450-EXIT
005820         GO TO 2400-EXIT
005830     END-IF.
005840
005850     IF JT-DIS-NUM (EX-DTL-SUB) NOT = 0
005860         MOVE "D" TO OC-ORDER-TYPE
005870         MOVE JT-DIS-NUM (EX-DTL-SUB) TO OC-ORDER-NUM
005880         PERFORM 2450-POST-LEDGER-RECORD THRU 2450-EXIT
005890         MOVE EX-POST-HOURS TO EX-POST-SHARED
005900         MOVE EX-POST-AMOUNT TO EX-POST-SHARED-AMT
005910     END-IF.
005920
005930     IF JT-MFG-NUM (EX-DTL-SUB) NOT = 0
005940         MOVE "M" TO OC-ORDER-TYPE
005950         MOVE JT-MFG-NUM (EX-DTL-SUB) TO OC-ORDER-NUM
005960         MOVE JT-WK-END-DATE TO OC-WK-END-DATE
005970         MOVE JT-COST-CENTER TO OC-COST-CENTER
005980         PERFORM 2450-POST-LEDGER-RECORD THRU 2450-EXIT
005990     END-IF.
006000
006010 2400-EXIT.
006020     EXIT.
006030
006040*-----------------------------------------------------------*
006050* 2450-POST-LEDGER-RECORD                                    *
006060*     ADDS THE FEED RECORD'S HOURS AND DOLLARS INTO THE       *
006070*     LEDGER RECORD FOR THE KEY ALREADY SET, STARTING THE     *
006080*     RECORD ON ITS FIRST POSTING.                            *
006090*-----------------------------------------------------------*
006100 2450-POST-LEDGER-RECORD.
006110
006120     READ OC-FIL
006130         INVALID KEY
006140             MOVE 0 TO OC-REG-HRS
006150             MOVE 0 TO OC-REG-AMT
006160             MOVE 0 TO OC-PREM-HRS
006170             MOVE 0 TO OC-PREM-AMT
006180             MOVE 0 TO OC-ADJ-HRS
006190             MOVE 0 TO OC-ADJ-AMT
006200             MOVE 0 TO OC-SHARED-HRS
006210             MOVE 0 TO OC-SHARED-AMT
006220             MOVE "X" TO OC-SOURCE
006230     END-READ.
006240
006250     IF EX-BUCKET-CLASS = "R"
006260         ADD EX-POST-HOURS TO OC-REG-HRS
006270         ADD EX-POST-AMOUNT TO OC-REG-AMT
006280     ELSE
006290         ADD EX-POST-HOURS TO OC-PREM-HRS
006300         ADD EX-POST-AMOUNT TO OC-PREM-AMT
006310     END-IF.
006320
006330     IF JT-ORIG-TICKET-KEY NOT = ZEROS
006340         ADD EX-POST-HOURS TO OC-ADJ-HRS
006350         ADD EX-POST-AMOUNT TO OC-ADJ-AMT
006360     END-IF.
006370
006380     IF OC-MFG-ORDER
006390         ADD EX-POST-SHARED TO OC-SHARED-HRS
006400         ADD EX-POST-SHARED-AMT TO OC-SHARED-AMT
006410     END-IF.
006420
006430     ACCEPT OC-POST-DATE FROM DATE.
006440
006450     IF OC-FIL-STATUS = "00"
006460         REWRITE OC-REC
006470             INVALID KEY
006480                 DISPLAY "JTEXPRT - ORDCOST REWRITE FAILED - "
006490                         "STATUS " OC-FIL-STATUS
006500             NOT INVALID KEY
006510                 ADD 1 TO EX-OC-POST-CNT
006520         END-REWRITE
006530     ELSE
006540         WRITE OC-REC
006550             INVALID KEY
006560                 DISPLAY "JTEXPRT - ORDCOST WRITE FAILED - "
006570                         "STATUS " OC-FIL-STATUS
006580             NOT INVALID KEY
006590                 ADD 1 TO EX-OC-POST-CNT
006600         END-WRITE
006610     END-IF.
006620
006630 2450-EXIT.
006640     EXIT.
006650
006660*-----------------------------------------------------------*
006670* 6700-OPEN-ORDER-COST                                       *
006680*     OPENS THE ORDER COST LEDGER FOR UPDATE, CREATING IT ON  *
006690*     THE FIRST RUN.  THE LEDGER IS WHAT JOB COST READS, SO   *
006700*     A WEEK IS NOT FED TO PAYROLL WITHOUT IT.                *
006710*-----------------------------------------------------------*
006720 6700-OPEN-ORDER-COST.
006730
006740     OPEN I-O OC-FIL.
006750     IF OC-FIL-NOTFOUND
006760         CLOSE OC-FIL
006770         OPEN OUTPUT OC-FIL
006780         CLOSE OC-FIL
006790         OPEN I-O OC-FIL
006800     END-IF.
006810
006820     IF OC-FIL-STATUS NOT = "00"
006830         DISPLAY "JTEXPRT - ORDCOST NOT AVAILABLE - STATUS "
006840                 OC-FIL-STATUS
006850         DISPLAY "JTEXPRT - EXTRACT CANCELLED."
006860         GOBACK
006870     END-IF.
006880
006890 6700-EXIT.
006900     EXIT.
006910
006920*-----------------------------------------------------------*
006930* 6750-CLEAR-ORDER-COST-WEEK                                 *
006940*     AN OVERRIDE OR RESTART RUN REPRODUCES THE WHOLE FEED,   *
006950*     SO THE WEEK'S EARLIER LEDGER POSTINGS COME OFF FIRST    *
006960*     AND THE WEEK IS POSTED AFRESH - NEVER TWICE.            *
006970*-----------------------------------------------------------*
006980 6750-CLEAR-ORDER-COST-WEEK.
006990
007000     MOVE "N" TO EX-OC-EOF-SW.
007010
007020     MOVE LOW-VALUES TO OC-LEDGER-KEY.
007030
007040     START OC-FIL KEY IS NOT LESS THAN OC-LEDGER-KEY
007050         INVALID KEY
007060             MOVE "Y" TO EX-OC-EOF-SW
007070     END-START.
007080
007090     PERFORM 6760-CLEAR-LEDGER-RECORD THRU 6760-EXIT
007100         UNTIL EX-OC-EOF.
007110
007120     IF EX-OC-CLEAR-CNT > 0
007130         DISPLAY "JTEXPRT - ORDCOST RECORDS REMOVED FOR "
007140                 "REPOSTING: "
007150                 EX-OC-CLEAR-CNT
007160     END-IF.
007170
007180 6750-EXIT.
007190     EXIT.
007200
007210 6760-CLEAR-LEDGER-RECORD.
007220
007230     READ OC-FIL NEXT RECORD
007240         AT END
007250             MOVE "Y" TO EX-OC-EOF-SW
007260             GO TO 6760-EXIT
007270     END-READ.
007280
007290     IF OC-WK-END-DATE = EX-REQ-WK-END-DATE
007300         DELETE OC-FIL RECORD
007310         ADD 1 TO EX-OC-CLEAR-CNT
007320     END-IF.
007330
007340 6760-EXIT.
007350     EXIT.
007360
007370*-----------------------------------------------------------*
007380* 6900-CHECK-SHOP-CALENDAR                                   *
007390*     THE REQUESTED WEEK MUST BE ON THE SHOPCAL CALENDAR - A  *
007400*     DATE THAT IS NOT A REAL SHOP WEEK CANCELS THE RUN.  A   *
007410*     MISSING CALENDAR ONLY SKIPS THE CHECK, SO THE FRIDAY    *
007420*     FEED STILL RUNS.                                        *
007430*-----------------------------------------------------------*
007440 6900-CHECK-SHOP-CALENDAR.
007450
007460     OPEN INPUT CA-FIL.
007470     IF CA-FIL-STATUS NOT = "00"
007480         DISPLAY "JTEXPRT - SHOPCAL NOT AVAILABLE - WEEK NOT "
007490                 "VALIDATED"
007500         MOVE "N" TO EX-CAL-MASTER-SW
007510         GO TO 6900-EXIT
007520     END-IF.
007530
007540     MOVE EX-REQ-WK-END-DATE TO CA-WK-END-DATE.
007550
007560     READ CA-FIL
007570         INVALID KEY
007580             DISPLAY "JTEXPRT - WEEK " EX-REQ-WK-END-DATE
007590                     " IS NOT ON THE SHOP CALENDAR"
007600             DISPLAY "JTEXPRT - EXTRACT CANCELLED."
007610             CLOSE CA-FIL
007620             GOBACK
007630     END-READ.
007640
007650 6900-EXIT.
007660     EXIT.
007670
007680*-----------------------------------------------------------*
007690* 7000-OPEN-RUN-CONTROL                                      *
007700*     OPENS JTRUNCTL FOR UPDATE, CREATING IT ON THE FIRST     *
007710*     RUN IF IT DOES NOT YET EXIST.                           *
007720*-----------------------------------------------------------*
007730 7000-OPEN-RUN-CONTROL.
007740
007750     OPEN I-O RC-FIL.
007760     IF RC-FIL-NOTFOUND
007770         CLOSE RC-FIL
007780         OPEN OUTPUT RC-FIL
007790         CLOSE RC-FIL
007800         OPEN I-O RC-FIL
007810     END-IF.
007820
007830     IF RC-FIL-STATUS NOT = "00"
007840         DISPLAY "JTEXPRT - JTRUNCTL NOT AVAILABLE - STATUS "
007850                 RC-FIL-STATUS
007860         GOBACK
007870     END-IF.
007880
007890 7000-EXIT.
007900     EXIT.
007910
007920*-----------------------------------------------------------*
007930* 7100-CHECK-PRIOR-RUN                                       *
007940*     A WEEK WHOSE RUN-CONTROL RECORD IS ALREADY COMPLETE     *
007950*     HAS BEEN FED TO PAYROLL - RE-EXTRACTING IT REQUIRES AN  *
007960*     EXPLICIT OPERATOR OVERRIDE.                             *
007970*-----------------------------------------------------------*
007980 7100-CHECK-PRIOR-RUN.
007990
008000     MOVE "JTEXPRT" TO RC-PROGRAM.
008010     MOVE EX-REQ-WK-END-DATE TO RC-WK-END-DATE.
008020
008030     READ RC-FIL
008040         INVALID KEY
008050             GO TO 7100-EXIT
008060     END-READ.
008070
008080*    AN ABENDED PASS HAS ALREADY FLIPPED SOME TICKETS TO
008090*    EXTRACTED - RESTART AS AN OVERRIDE RUN SO THE FEED FILE,
008100*    REBUILT FROM SCRATCH BY THE OPEN OUTPUT, SWEEPS THEM
008110*    BACK IN INSTEAD OF SHIPPING PAYROLL A SHORT WEEK.
008120     IF NOT RC-COMPLETE
008130         DISPLAY "JTEXPRT - PRIOR EXTRACT OF THIS WEEK DID NOT "
008140         DISPLAY "          COMPLETE - REPRODUCING THE FULL "
008150                 "FEED"
008160         MOVE "Y" TO EX-OVERRIDE-SW
008170         GO TO 7100-EXIT
008180     END-IF.
008190
008200     DISPLAY "JTEXPRT - WEEK " EX-REQ-WK-END-DATE " WAS ALREADY "
008210             "EXTRACTED " RC-END-DATE.
008220     DISPLAY "JTEXPRT - RE-EXTRACTING MAY DOUBLE-PAY THE WEEK.".
008230     DISPLAY "OVERRIDE AND RE-EXTRACT (Y/N)? ".
008240     ACCEPT EX-OVERRIDE-RESP.
008250
008260     IF EX-OVERRIDE-RESP NOT = "Y" AND EX-OVERRIDE-RESP NOT = "y"
008270         DISPLAY "JTEXPRT - EXTRACT CANCELLED."
008280         CLOSE RC-FIL
008290         GOBACK
008300     END-IF.
008310
008320*    AN OVERRIDE RUN REPRODUCES THE WHOLE FEED - TICKETS
008330*    ALREADY FLIPPED TO EXTRACTED ARE SWEPT AGAIN.
008340     MOVE "Y" TO EX-OVERRIDE-SW.
008350
008360 7100-EXIT.
008370     EXIT.
008380
008390*-----------------------------------------------------------*
008400* 7200-POST-RUN-START                                        *
008410*     POSTS THE RUN AS STARTED AND NOT COMPLETE, SO AN ABEND  *
008420*     LEAVES A VISIBLE INCOMPLETE RECORD ON JTRUNCTL.         *
008430*-----------------------------------------------------------*
008440 7200-POST-RUN-START.
008450
008460     MOVE "JTEXPRT" TO RC-PROGRAM.
008470     MOVE EX-REQ-WK-END-DATE TO RC-WK-END-DATE.
008480     MOVE 0 TO RC-REC-CNT.
008490     MOVE "N" TO RC-COMPLETE-SW.
008500     MOVE 0 TO RC-CHKPT-WK-END.
008510     MOVE 0 TO RC-CHKPT-BADGE.
008520     ACCEPT RC-START-DATE FROM DATE.
008530     ACCEPT RC-START-TIME FROM TIME.
008540     MOVE 0 TO RC-END-DATE.
008550     MOVE 0 TO RC-END-TIME.
008560     MOVE SPACE TO RC-RECON-SW.
008570     MOVE 0 TO RC-EXCEP-CNT.
008580
008590     WRITE RC-REC
008600         INVALID KEY
008610             REWRITE RC-REC
008620     END-WRITE.
008630
008640 7200-EXIT.
008650     EXIT.
008660
008670*-----------------------------------------------------------*
008680* 7300-POST-RUN-END                                          *
008690*     COMPLETES THE RUN-CONTROL RECORD WITH THE TICKET COUNT  *
008700*     AT A CLEAN END OF RUN.                                  *
008710*-----------------------------------------------------------*
008720 7300-POST-RUN-END.
008730
008740     MOVE "JTEXPRT" TO RC-PROGRAM.
008750     MOVE EX-REQ-WK-END-DATE TO RC-WK-END-DATE.
008760
008770     READ RC-FIL
008780         INVALID KEY
008790             GO TO 7300-EXIT
008800     END-READ.
008810
008820     MOVE EX-TICKET-CNT TO RC-REC-CNT.
008830     MOVE "Y" TO RC-COMPLETE-SW.
008840     ACCEPT RC-END-DATE FROM DATE.
008850     ACCEPT RC-END-TIME FROM TIME.
008860
008870     REWRITE RC-REC.
008880
008890 7300-EXIT.
008900     EXIT.
008910
008920*-----------------------------------------------------------*
008930* 8050-WRITE-JOURNAL-IMAGE                                   *
008940*     HANDS THE TICKET JUST CHANGED ON JOBTICRMS TO THE       *
008950*     AFTER-IMAGE JOURNAL WRITER.  THE CALLER SETS JN-ACTION. *
008960*-----------------------------------------------------------*
008970 8050-WRITE-JOURNAL-IMAGE.
008980
008990     CALL "JTJNLWR" USING JT-JNL-REQ JT-REC.
009000
009010 8050-EXIT.
009020     EXIT.
009030
009040*-----------------------------------------------------------*
009050* 9000-TERMINATE                                             *
009060*-----------------------------------------------------------*
009070 9000-TERMINATE.
009080 
009090     CLOSE JT-FIL.
009100     CLOSE EXTRACT-FIL.
009110
009120     IF EX-RATE-MASTER-AVAIL
009130         CLOSE RT-FIL
009140     END-IF.
009150
009160     IF EX-CAL-MASTER-AVAIL
009170         CLOSE CA-FIL
009180     END-IF.
009190
009200     CLOSE OC-FIL.
009210
009220     PERFORM 7300-POST-RUN-END THRU 7300-EXIT.
009230     CLOSE RC-FIL.
009240
009250     DISPLAY "JTEXPRT - TICKETS EXTRACTED: " EX-TICKET-CNT.
009260     DISPLAY "JTEXPRT - DETAIL LINES WRITTEN: " EX-LINE-CNT.
009270     DISPLAY "JTEXPRT - TICKETS NOT APPROVED (SKIPPED): "
009280             EX-UNAPPROVED-CNT.
009290     DISPLAY "JTEXPRT - ORDER COST POSTINGS: " EX-OC-POST-CNT.
009300
009310 9000-EXIT.
009320     EXIT.
