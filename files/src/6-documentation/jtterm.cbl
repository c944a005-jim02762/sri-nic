001600*     free-typed terminal/user ID prompt.  STOP RUN gives
001610*     way to GOBACK so control returns to the menu, at a
001620*     clean end and at a startup failure alike.  )%
001630*
001640* Edit (15-Oct-26, 'J. A. Hartley')
001650* %(  Validate each detail line's activity code against the
001660*     new ACTMAS activity/operation code master (see JTACTSEL/
001670*     JTACTLY) the same way order numbers are checked against
001680*     DISMAS/MFGMAS - an activity not on file, or on file but
001690*     not active, is rejected and re-prompted, and the
001700*     operation code must then be spaces or one of the codes
001710*     listed under that activity.  If ACTMAS is not available
001720*     both checks are disabled for the run (with a startup
001730*     message) and the codes are taken as keyed, as before.  )%
001740*
001750* Edit (15-Oct-26, 'J. A. Hartley')
001760* %(  Validate the ticket's cost center against the new CCMAS
001770*     cost center master (see JTCCSEL/JTCCLY).  The EMPMAS
001780*     home cost center is now offered as a default the
001790*     operator may key over, and whichever code ends up on
001800*     the ticket - defaulted or keyed - is rejected and
001810*     re-prompted if it is not on CCMAS or has been closed.
001820*     If CCMAS is not available the check is disabled for the
001830*     run (with a startup message) and the cost center is
001840*     taken as keyed, as before.  )%
001850*
001860* Edit (15-Oct-26, 'J. A. Hartley')
001870* %(  Name this program and the signed-on operator in the
001880*     JTSERV request block, so the after-image JTSERV now
001890*     journals for every ticket change carries them.  )%
001900
001910 ENVIRONMENT DIVISION.
001920 
001930 CONFIGURATION SECTION.
001940 
001950 SOURCE-COMPUTER.
001960     DECSYSTEM-20.
001970 
001980 OBJECT-COMPUTER.
001990     DECSYSTEM-20.
002000 
002010 INPUT-OUTPUT SECTION.
002020 
002030 FILE-CONTROL.
002040     SELECT AUDIT-FIL ASSIGN TO "JTAUDLOG"
002050         ORGANIZATION IS LINE SEQUENTIAL
002060         FILE STATUS IS JA-FIL-STATUS.
002070 
002080     COPY jtdissel.
002090
002100     COPY jtmfgsel.
002110
002120     COPY jtempsel.
002130
002140     COPY jtcalsel.
002150
002160     COPY jtactsel.
002170
002180     COPY jtccsel.
002190
002200 DATA DIVISION.
002210 
002220 FILE SECTION.
002230 
002240 FD  AUDIT-FIL
002250     LABEL RECORDS ARE STANDARD.
002260 
002270 01  JA-AUDIT-REC.
002280     05  JA-BADGE-NUM                PIC 9(07).
002290     05  FILLER                      PIC X(01) VALUE SPACE.
002300     05  JA-WK-END-DATE              PIC 9(06).
002310     05  FILLER                      PIC X(01) VALUE SPACE.
002320     05  JA-OPERATION                PIC X(01).
002330     05  FILLER                      PIC X(01) VALUE SPACE.
002340     05  JA-BEFORE-HRS               PIC S9(05)V99
002350                               SIGN LEADING SEPARATE.
002360     05  FILLER                      PIC X(01) VALUE SPACE.
002370     05  JA-AFTER-HRS                PIC S9(05)V99
002380                               SIGN LEADING SEPARATE.
002390     05  FILLER                      PIC X(01) VALUE SPACE.
002400     05  JA-TERM-ID                  PIC X(08).
002410     05  FILLER                      PIC X(01) VALUE SPACE.
002420     05  JA-LOG-DATE                 PIC 9(06).
002430     05  FILLER                      PIC X(01) VALUE SPACE.
002440     05  JA-LOG-TIME                 PIC 9(08).
002450     05  FILLER                      PIC X(01) VALUE SPACE.
002460     05  JA-ORIG-WK-END-DATE         PIC 9(06).
002470     05  FILLER                      PIC X(01) VALUE SPACE.
002480     05  JA-ORIG-BADGE-NUM           PIC 9(07).
002490 
002500 FD  DO-FIL
002510     LABEL RECORDS ARE STANDARD.
002520 
002530 01  DO-REC.
002540     COPY jtdisly.
002550 
002560 FD  MO-FIL
002570     LABEL RECORDS ARE STANDARD.
002580
002590 01  MO-REC.
002600     COPY jtmfgly.
002610
002620 FD  EM-FIL
002630     LABEL RECORDS ARE STANDARD.
002640
002650 01  EM-REC.
002660     COPY jtemply.
002670
002680 FD  CA-FIL
002690     LABEL RECORDS ARE STANDARD.
002700
002710 01  CA-REC.
002720     COPY jtcally.
002730
002740 FD  AC-FIL
002750     LABEL RECORDS ARE STANDARD.
002760
002770 01  AC-REC.
002780     COPY jtactly.
002790
002800 FD  CC-FIL
002810     LABEL RECORDS ARE STANDARD.
002820
002830 01  CC-REC.
002840     COPY jtccly.
002850
002860
002870 WORKING-STORAGE SECTION.
002880
002890 01  JT-SRV-REQ.
002900     COPY jtsrvly.
002910
002920 01  JT-REC.
002930     COPY jtrecly.
002940
002950*-----------------------------------------------------------*
002960* SECOND VIEW OF THE TICKET RECORD, FILLED BY THE SERVER    *
002970* DURING THE BUDGET SWEEP SO THE JT-REC BEING KEYED IS NOT  *
002980* DISTURBED.                                                *
002990*-----------------------------------------------------------*
003000 01  JTB-REC.
003010     COPY jtrecly
003020         REPLACING ==JT-TICKET-KEY==   BY ==JTB-TICKET-KEY==
003030                   ==JT-NAME==         BY ==JTB-NAME==
003040                   ==JT-BADGE-NUM==    BY ==JTB-BADGE-NUM==
003050                   ==JT-COST-CENTER==  BY ==JTB-COST-CENTER==
003060                   ==JT-WK-END-DATE==  BY ==JTB-WK-END-DATE==
003070                   ==JT-TOTAL-HRS==    BY ==JTB-TOTAL-HRS==
003080                   ==JT-STATUS==       BY ==JTB-STATUS==
003090                   ==JT-ENTERED==      BY ==JTB-ENTERED==
003100                   ==JT-APPROVED==     BY ==JTB-APPROVED==
003110                   ==JT-HELD==         BY ==JTB-HELD==
003120                   ==JT-EXTRACTED==    BY ==JTB-EXTRACTED==
003130                   ==JT-ORIG-TICKET-KEY==
003140                                  BY ==JTB-ORIG-TICKET-KEY==
003150                   ==JT-ORIG-WK-END-DATE==
003160                                  BY ==JTB-ORIG-WK-END-DATE==
003170                   ==JT-ORIG-BADGE-NUM==
003180                                  BY ==JTB-ORIG-BADGE-NUM==
003190                   ==JT-DTL-CNT==      BY ==JTB-DTL-CNT==
003200                   ==JT-DETAIL-LINES== BY ==JTB-DETAIL-LINES==
003210                   ==JT-ACTIV-CD==     BY ==JTB-ACTIV-CD==
003220                   ==JT-PL-NUM==       BY ==JTB-PL-NUM==
003230                   ==JT-DIS-NUM==      BY ==JTB-DIS-NUM==
003240                   ==JT-MFG-NUM==      BY ==JTB-MFG-NUM==
003250                   ==JT-HOURS==        BY ==JTB-HOURS==
003260                   ==JT-OP-CD==        BY ==JTB-OP-CD==.
003270
003280 01  JA-FIL-STATUS                  PIC X(02).
003290     88  JA-FIL-NOTFOUND             VALUE "35".
003300 
003310     COPY jtdisst.
003320
003330     COPY jtmfgst.
003340
003350     COPY jtempst.
003360
003370 01  JX-FUNCTION                  PIC X(01).
003380     88  JX-ADD                   VALUE "A".
003390     88  JX-REWRITE               VALUE "R".
003400     88  JX-DELETE                VALUE "D".
003410     88  JX-CORRECT               VALUE "C".
003420     88  JX-QUIT                  VALUE "Q".
003430 
003440 01  JX-DONE-SW                   PIC X(01) VALUE "N".
003450     88  JX-DONE                  VALUE "Y".
003460 
003470 01  JX-DTL-SUB                   PIC 9(04) COMP.
003480 
003490 01  JX-DTL-RESP                  PIC X(01) VALUE "Y".
003500     88  JX-MORE-DETAIL           VALUE "Y".
003510 
003520 01  JX-HOURS-ENTRY               COMP-1.
003530
003540 01  JX-ORIG-WK-END-DATE          PIC 9(06).
003550
003560 01  JX-ORIG-BADGE-NUM            PIC 9(07).
003570
003580 01  JX-HOURS-DISPLAY             PIC 9(03)V99.
003590 
003600 01  JX-BEFORE-HRS                COMP-1.
003610 
003620 01  JX-AFTER-HRS                 COMP-1.
003630 
003640 01  JX-TERM-ID                   PIC X(08).
003650 
003660 01  JX-DIS-VALID-SW              PIC X(01).
003670     88  JX-DIS-VALID             VALUE "Y".
003680 
003690 01  JX-MFG-VALID-SW              PIC X(01).
003700     88  JX-MFG-VALID             VALUE "Y".
003710 
003720 01  JX-DIS-MASTER-SW             PIC X(01) VALUE "Y".
003730     88  JX-DIS-MASTER-AVAIL      VALUE "Y".
003740 
003750 01  JX-MFG-MASTER-SW             PIC X(01) VALUE "Y".
003760     88  JX-MFG-MASTER-AVAIL      VALUE "Y".
003770
003780 01  JX-EMP-MASTER-SW             PIC X(01) VALUE "Y".
003790     88  JX-EMP-MASTER-AVAIL      VALUE "Y".
003800
003810 01  JX-BADGE-VALID-SW            PIC X(01).
003820     88  JX-BADGE-VALID           VALUE "Y".
003830
003840 01  JX-BGT-EOF-SW                PIC X(01).
003850     88  JX-BGT-EOF               VALUE "Y".
003860
003870 01  JX-BGT-ORDER-TYPE            PIC X(01).
003880
003890 01  JX-BGT-ORDER-NUM             PIC 9(05).
003900
003910 01  JX-BGT-BUDGET-HRS            COMP-1.
003920
003930 01  JX-BGT-CHARGED-HRS           COMP-1.
003940
003950 01  JX-BGT-SUB                   PIC 9(04) COMP.
003960
003970 01  JX-BGT-CHG-DISPLAY           PIC ZZ,ZZ9.99.
003980
003990 01  JX-BGT-BGT-DISPLAY           PIC ZZ,ZZ9.99.
004000
004010     COPY jtcalst.
004020
004030 01  JX-CAL-MASTER-SW             PIC X(01) VALUE "Y".
004040     88  JX-CAL-MASTER-AVAIL      VALUE "Y".
004050
004060 01  JX-WEEK-VALID-SW             PIC X(01).
004070     88  JX-WEEK-VALID            VALUE "Y".
004080
004090 01  JX-WK-ENTRY                  PIC 9(06).
004100
004110 01  JX-CAL-EOF-SW                PIC X(01).
004120     88  JX-CAL-EOF               VALUE "Y".
004130
004140     COPY jtactst.
004150
004160 01  JX-ACT-MASTER-SW             PIC X(01) VALUE "Y".
004170     88  JX-ACT-MASTER-AVAIL      VALUE "Y".
004180
004190 01  JX-ACTIV-VALID-SW            PIC X(01).
004200     88  JX-ACTIV-VALID           VALUE "Y".
004210
004220 01  JX-OP-VALID-SW               PIC X(01).
004230     88  JX-OP-VALID              VALUE "Y".
004240
004250 01  JX-OP-SUB                    PIC 9(04) COMP.
004260
004270     COPY jtccst.
004280
004290 01  JX-CC-MASTER-SW              PIC X(01) VALUE "Y".
004300     88  JX-CC-MASTER-AVAIL       VALUE "Y".
004310
004320 01  JX-CC-VALID-SW               PIC X(01).
004330     88  JX-CC-VALID              VALUE "Y".
004340
004350 01  JX-CC-ENTRY                  PIC X(04).
004360
004370 LINKAGE SECTION.
004380
004390 01  JT-SIGNON.
004400     COPY jtsgnly.
004410
004420 PROCEDURE DIVISION USING JT-SIGNON.
004430 
004440*-----------------------------------------------------------*
004450* 0000-MAINLINE                                              *
004460*-----------------------------------------------------------*
004470 0000-MAINLINE.
004480 
004490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004500 
004510     PERFORM 2000-PROCESS-TICKET THRU 2000-EXIT
004520         UNTIL JX-DONE.
004530 
004540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004550 
004560     GOBACK.
004570 
004580*-----------------------------------------------------------*
004590* 1000-INITIALIZE                                           *
004600*-----------------------------------------------------------*
004610 1000-INITIALIZE.
004620 
004630     MOVE SG-OPER-ID TO JX-TERM-ID.
004640
004650     MOVE "JTTERM" TO SR-PROGRAM.
004660     MOVE SG-OPER-ID TO SR-OPER-ID.
004670     MOVE "OP" TO SR-FUNCTION.
004680     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
004690     IF NOT SR-OK
004700         DISPLAY "JTTERM - JOBTICRMS NOT AVAILABLE - STATUS "
004710                 SR-STATUS
004720         GOBACK
004730     END-IF.
004740
004750     OPEN EXTEND AUDIT-FIL.
004760     IF JA-FIL-NOTFOUND
004770         OPEN OUTPUT AUDIT-FIL
004780     END-IF.
004790 
004800     OPEN INPUT DO-FIL.
004810     IF DO-FIL-STATUS NOT = "00"
004820         DISPLAY "JTTERM - DISMAS NOT AVAILABLE - DISTRIBUTION "
004830         DISPLAY "         ORDER VALIDATION DISABLED THIS RUN"
004840         MOVE "N" TO JX-DIS-MASTER-SW
004850     END-IF.
004860 
004870     OPEN INPUT MO-FIL.
004880     IF MO-FIL-STATUS NOT = "00"
004890         DISPLAY "JTTERM - MFGMAS NOT AVAILABLE - MANUFACTURING "
004900         DISPLAY "         ORDER VALIDATION DISABLED THIS RUN"
004910         MOVE "N" TO JX-MFG-MASTER-SW
004920     END-IF.
004930
004940     OPEN INPUT EM-FIL.
004950     IF EM-FIL-STATUS NOT = "00"
004960         DISPLAY "JTTERM - EMPMAS NOT AVAILABLE - BADGE "
004970         DISPLAY "         VALIDATION DISABLED THIS RUN - NAME "
004980         DISPLAY "         AND COST CENTER MUST BE KEYED"
004990         MOVE "N" TO JX-EMP-MASTER-SW
005000     END-IF.
005010
005020     OPEN INPUT CA-FIL.
005030     IF CA-FIL-STATUS NOT = "00"
005040         DISPLAY "JTTERM - SHOPCAL NOT AVAILABLE - WEEK ENDING "
005050         DISPLAY "         DATE VALIDATION DISABLED THIS RUN"
005060         MOVE "N" TO JX-CAL-MASTER-SW
005070     END-IF.
005080
005090     OPEN INPUT AC-FIL.
005100     IF AC-FIL-STATUS NOT = "00"
005110         DISPLAY "JTTERM - ACTMAS NOT AVAILABLE - ACTIVITY AND "
005120         DISPLAY "         OPERATION CODE VALIDATION DISABLED "
005130         DISPLAY "         THIS RUN"
005140         MOVE "N" TO JX-ACT-MASTER-SW
005150     END-IF.
005160
005170     OPEN INPUT CC-FIL.
005180     IF CC-FIL-STATUS NOT = "00"
005190         DISPLAY "JTTERM - CCMAS NOT AVAILABLE - COST CENTER "
005200         DISPLAY "         VALIDATION DISABLED THIS RUN"
005210         MOVE "N" TO JX-CC-MASTER-SW
005220     END-IF.
005230
005240 1000-EXIT.
005250     EXIT.
005260 
005270*-----------------------------------------------------------*
005280* 2000-PROCESS-TICKET                                       *
005290*     PROMPTS FOR A FUNCTION AND A BADGE NUMBER, THEN        *
005300*     DISPATCHES TO THE ADD, REWRITE, OR DELETE PARAGRAPH.   *
005310*-----------------------------------------------------------*
005320 2000-PROCESS-TICKET.
005330 
005340     DISPLAY "JTTERM - FUNCTION (A)DD, (R)EWRITE, (D)ELETE, ".
005350     DISPLAY "         (C)ORRECT EXTRACTED, (Q)UIT: ".
005360     ACCEPT JX-FUNCTION.
005370 
005380     IF JX-QUIT
005390         MOVE "Y" TO JX-DONE-SW
005400     ELSE
005410         PERFORM 2100-ACCEPT-BADGE THRU 2100-EXIT
005420         EVALUATE TRUE
005430             WHEN JX-ADD
005440                 PERFORM 3000-ADD-TICKET THRU 3000-EXIT
005450             WHEN JX-REWRITE
005460                 PERFORM 4000-REWRITE-TICKET THRU 4000-EXIT
005470             WHEN JX-DELETE
005480                 PERFORM 5000-DELETE-TICKET THRU 5000-EXIT
005490             WHEN JX-CORRECT
005500                 PERFORM 6000-CORRECT-TICKET THRU 6000-EXIT
005510             WHEN OTHER
005520                 DISPLAY "INVALID FUNCTION - TRY AGAIN"
005530         END-EVALUATE
005540     END-IF.
005550 
005560 2000-EXIT.
005570     EXIT.
005580 
005590*-----------------------------------------------------------*
005600* 2100-ACCEPT-BADGE                                          *
005610*     ACCEPTS THE TICKET KEY (WEEK-ENDING DATE AND BADGE),    *
005620*     VALIDATING THE WEEK AGAINST SHOPCAL AND THE BADGE       *
005630*     AGAINST EMPMAS, RE-PROMPTING UNTIL BOTH ARE GOOD.       *
005640*-----------------------------------------------------------*
005650 2100-ACCEPT-BADGE.
005660
005670     MOVE "N" TO JX-WEEK-VALID-SW.
005680
005690     PERFORM 2105-VALIDATE-WEEK THRU 2105-EXIT
005700         UNTIL JX-WEEK-VALID.
005710
005720     MOVE "N" TO JX-BADGE-VALID-SW.
005730
005740     PERFORM 2110-VALIDATE-BADGE THRU 2110-EXIT
005750         UNTIL JX-BADGE-VALID.
005760
005770 2100-EXIT.
005780     EXIT.
005790
005800*-----------------------------------------------------------*
005810* 2105-VALIDATE-WEEK                                         *
005820*     ZERO TAKES THE CALENDAR'S CURRENT OPEN WEEK; ANY OTHER  *
005830*     DATE MUST BE ON THE CALENDAR.  WITH NO CALENDAR THE     *
005840*     DATE IS TAKEN AS KEYED.                                 *
005850*-----------------------------------------------------------*
005860 2105-VALIDATE-WEEK.
005870
005880     DISPLAY "WEEK ENDING DATE (YYMMDD, 0 FOR CURRENT WEEK): ".
005890     ACCEPT JX-WK-ENTRY.
005900
005910     MOVE "Y" TO JX-WEEK-VALID-SW.
005920
005930     IF NOT JX-CAL-MASTER-AVAIL
005940         IF JX-WK-ENTRY = 0
005950             DISPLAY "NO CALENDAR THIS RUN - KEY THE DATE IN FULL"
005960             MOVE "N" TO JX-WEEK-VALID-SW
005970         ELSE
005980             MOVE JX-WK-ENTRY TO JT-WK-END-DATE
005990         END-IF
006000         GO TO 2105-EXIT
006010     END-IF.
006020
006030     IF JX-WK-ENTRY = 0
006040         PERFORM 2120-FIND-OPEN-WEEK THRU 2120-EXIT
006050         GO TO 2105-EXIT
006060     END-IF.
006070
006080     MOVE JX-WK-ENTRY TO CA-WK-END-DATE.
006090
006100     READ CA-FIL
006110         INVALID KEY
006120             DISPLAY "DATE IS NOT ON THE SHOP CALENDAR"
006130             MOVE "N" TO JX-WEEK-VALID-SW
006140             GO TO 2105-EXIT
006150     END-READ.
006160
006170     MOVE JX-WK-ENTRY TO JT-WK-END-DATE.
006180
006190 2105-EXIT.
006200     EXIT.
006210
006220*-----------------------------------------------------------*
006230* 2120-FIND-OPEN-WEEK                                        *
006240*     SWEEPS THE CALENDAR FOR THE RECORD CARRYING THE OPEN    *
006250*     WEEK AND TAKES ITS DATE AS THE TICKET'S WEEK.           *
006260*-----------------------------------------------------------*
006270 2120-FIND-OPEN-WEEK.
006280
006290     MOVE "N" TO JX-CAL-EOF-SW.
006300     MOVE "N" TO JX-WEEK-VALID-SW.
006310
006320     MOVE 0 TO CA-WK-END-DATE.
006330
006340     START CA-FIL KEY IS NOT LESS THAN CA-WK-END-DATE
006350         INVALID KEY
006360             MOVE "Y" TO JX-CAL-EOF-SW
006370     END-START.
006380
006390     IF NOT JX-CAL-EOF
006400         PERFORM 2130-READ-NEXT-WEEK THRU 2130-EXIT
006410     END-IF.
006420
006430     PERFORM 2140-TEST-OPEN-WEEK THRU 2140-EXIT
006440         UNTIL JX-CAL-EOF OR JX-WEEK-VALID.
006450
006460     IF NOT JX-WEEK-VALID
006470         DISPLAY "NO OPEN WEEK ON THE SHOP CALENDAR - KEY THE "
006480                 "DATE IN FULL"
006490     END-IF.
006500
006510 2120-EXIT.
006520     EXIT.
006530
006540 2130-READ-NEXT-WEEK.
006550
006560     READ CA-FIL NEXT RECORD
006570         AT END
006580             MOVE "Y" TO JX-CAL-EOF-SW
006590     END-READ.
006600
006610 2130-EXIT.
006620     EXIT.
006630
006640 2140-TEST-OPEN-WEEK.
006650
006660     IF CA-WEEK-OPEN
006670         MOVE CA-WK-END-DATE TO JT-WK-END-DATE
006680         MOVE "Y" TO JX-WEEK-VALID-SW
006690     ELSE
006700         PERFORM 2130-READ-NEXT-WEEK THRU 2130-EXIT
006710     END-IF.
006720
006730 2140-EXIT.
006740     EXIT.
006750
006760 2110-VALIDATE-BADGE.
006770
006780     DISPLAY "BADGE NUMBER: ".
006790     ACCEPT JT-BADGE-NUM.
006800
006810     MOVE "Y" TO JX-BADGE-VALID-SW.
006820
006830     IF JX-EMP-MASTER-AVAIL
006840         MOVE JT-BADGE-NUM TO EM-BADGE-NUM
006850         READ EM-FIL
006860             INVALID KEY
006870                 DISPLAY "BADGE NUMBER NOT ON EMPLOYEE MASTER"
006880                 MOVE "N" TO JX-BADGE-VALID-SW
006890         END-READ
006900         IF JX-BADGE-VALID AND NOT EM-ACTIVE
006910             DISPLAY "EMPLOYEE IS NOT ACTIVE - TICKET REFUSED"
006920             MOVE "N" TO JX-BADGE-VALID-SW
006930         END-IF
006940     END-IF.
006950
006960 2110-EXIT.
006970     EXIT.
006980
006990*-----------------------------------------------------------*
007000* 3000-ADD-TICKET                                            *
007010*-----------------------------------------------------------*
007020 3000-ADD-TICKET.
007030
007040     MOVE 0 TO JX-BEFORE-HRS.
007050     MOVE 0 TO JT-ORIG-WK-END-DATE.
007060     MOVE 0 TO JT-ORIG-BADGE-NUM.
007070
007080     PERFORM 3100-ACCEPT-TICKET-DATA THRU 3100-EXIT.
007090 
007100     MOVE "WR" TO SR-FUNCTION.
007110     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
007120     IF NOT SR-OK
007130         IF SR-REC-LOCKED
007140             DISPLAY "TICKET IN USE AT ANOTHER TERMINAL "
007150                     "- TRY AGAIN"
007160         ELSE
007170             DISPLAY "TICKET ALREADY ON FILE FOR THAT WEEK "
007180                     "- NOT ADDED"
007190         END-IF
007200     ELSE
007210         DISPLAY "TICKET ADDED"
007220         MOVE "A" TO JA-OPERATION
007230         MOVE JT-TOTAL-HRS TO JX-AFTER-HRS
007240         PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
007250     END-IF.
007260 
007270 3000-EXIT.
007280     EXIT.
007290 
007300*-----------------------------------------------------------*
007310* 3100-ACCEPT-TICKET-DATA                                    *
007320*     SHARED BY ADD AND REWRITE.  COLLECTS THE HEADER FIELDS  *
007330*     AND THE DETAIL LINES, FOOTING JT-TOTAL-HRS AS IT GOES.  *
007340*-----------------------------------------------------------*
007350 3100-ACCEPT-TICKET-DATA.
007360 
007370     IF JX-EMP-MASTER-AVAIL
007380         MOVE EM-NAME TO JT-NAME
007390         DISPLAY "NAME: " JT-NAME
007400     ELSE
007410         DISPLAY "NAME: "
007420         ACCEPT JT-NAME
007430     END-IF.
007440
007450     PERFORM 3110-ACCEPT-COST-CENTER THRU 3110-EXIT.
007460
007470     MOVE 0 TO JT-TOTAL-HRS.
007480     MOVE "E" TO JT-STATUS.
007490     MOVE 0 TO JT-DTL-CNT.
007500     MOVE "Y" TO JX-DTL-RESP.
007510 
007520     PERFORM 3300-ACCEPT-DETAIL-LINE THRU 3300-EXIT
007530         UNTIL NOT JX-MORE-DETAIL OR JT-DTL-CNT = 30.
007540 
007550 3100-EXIT.
007560     EXIT.
007570 
007580*-----------------------------------------------------------*
007590* 3110-ACCEPT-COST-CENTER                                    *
007600*     PROMPTS FOR AND VALIDATES THE TICKET'S COST CENTER      *
007610*     AGAINST CCMAS, RE-PROMPTING UNTIL AN OPEN COST CENTER   *
007620*     ON FILE IS ENTERED.  WITH EMPMAS UP THE BADGE'S HOME    *
007630*     COST CENTER IS THE DEFAULT WHEN NOTHING IS KEYED.       *
007640*-----------------------------------------------------------*
007650 3110-ACCEPT-COST-CENTER.
007660
007670     MOVE "N" TO JX-CC-VALID-SW.
007680
007690     PERFORM 3115-VALIDATE-COST-CENTER THRU 3115-EXIT
007700         UNTIL JX-CC-VALID.
007710
007720 3110-EXIT.
007730     EXIT.
007740
007750 3115-VALIDATE-COST-CENTER.
007760
007770     MOVE SPACES TO JX-CC-ENTRY.
007780
007790     IF JX-EMP-MASTER-AVAIL
007800         DISPLAY "COST CENTER (BLANK FOR " EM-COST-CENTER "): "
007810         ACCEPT JX-CC-ENTRY
007820         IF JX-CC-ENTRY = SPACES
007830             MOVE EM-COST-CENTER TO JX-CC-ENTRY
007840         END-IF
007850     ELSE
007860         DISPLAY "COST CENTER: "
007870         ACCEPT JX-CC-ENTRY
007880     END-IF.
007890
007900     MOVE JX-CC-ENTRY TO JT-COST-CENTER.
007910
007920     MOVE "Y" TO JX-CC-VALID-SW.
007930
007940     IF JX-CC-MASTER-AVAIL
007950         MOVE JX-CC-ENTRY TO CC-COST-CENTER
007960         READ CC-FIL
007970             INVALID KEY
007980                 DISPLAY "COST CENTER NOT ON FILE"
007990                 MOVE "N" TO JX-CC-VALID-SW
008000         END-READ
008010         IF JX-CC-VALID AND CC-CLOSED
008020             DISPLAY "COST CENTER IS CLOSED"
008030             MOVE "N" TO JX-CC-VALID-SW
008040         END-IF
008050     END-IF.
008060
008070 3115-EXIT.
008080     EXIT.
008090
008100 3300-ACCEPT-DETAIL-LINE.
008110 
008120     ADD 1 TO JT-DTL-CNT.
008130 
008140     PERFORM 3305-ACCEPT-ACTIV-CD THRU 3305-EXIT.
008150     DISPLAY "  PART/PROJECT NUMBER: ".
008160     ACCEPT JT-PL-NUM (JT-DTL-CNT).
008170     PERFORM 3310-ACCEPT-DIS-NUM THRU 3310-EXIT.
008180     PERFORM 3320-ACCEPT-MFG-NUM THRU 3320-EXIT.
008190     DISPLAY "  HOURS: ".
008200     ACCEPT JX-HOURS-DISPLAY.
008210     MOVE JX-HOURS-DISPLAY TO JX-HOURS-ENTRY.
008220     MOVE JX-HOURS-ENTRY TO JT-HOURS (JT-DTL-CNT).
008230     ADD JX-HOURS-ENTRY TO JT-TOTAL-HRS.
008240     PERFORM 3327-ACCEPT-OP-CD THRU 3327-EXIT.
008250
008260     PERFORM 3330-CHECK-LINE-BUDGET THRU 3330-EXIT.
008270
008280     IF JT-DTL-CNT = 30
008290         DISPLAY "MAXIMUM 30 DETAIL LINES REACHED - USE A "
008300         DISPLAY "FOLLOW-UP TICKET FOR ADDITIONAL LINES"
008310         MOVE "N" TO JX-DTL-RESP
008320     ELSE
008330         DISPLAY "ANOTHER DETAIL LINE (Y/N): "
008340         ACCEPT JX-DTL-RESP
008350     END-IF.
008360 
008370 3300-EXIT.
008380     EXIT.
008390 
008400*-----------------------------------------------------------*
008410* 3305-ACCEPT-ACTIV-CD                                       *
008420*     PROMPTS FOR AND VALIDATES THE DETAIL LINE'S ACTIVITY    *
008430*     CODE AGAINST ACTMAS, RE-PROMPTING UNTIL AN ACTIVE CODE  *
008440*     ON FILE IS ENTERED.  THE ACTMAS RECORD READ HERE STAYS  *
008450*     IN THE BUFFER FOR THE OPERATION CODE CHECK AT 3327.     *
008460*-----------------------------------------------------------*
008470 3305-ACCEPT-ACTIV-CD.
008480
008490     MOVE "N" TO JX-ACTIV-VALID-SW.
008500
008510     PERFORM 3306-VALIDATE-ACTIV-CD THRU 3306-EXIT
008520         UNTIL JX-ACTIV-VALID.
008530
008540 3305-EXIT.
008550     EXIT.
008560
008570 3306-VALIDATE-ACTIV-CD.
008580
008590     DISPLAY "  ACTIVITY CODE FOR LINE " JT-DTL-CNT ": ".
008600     ACCEPT JT-ACTIV-CD (JT-DTL-CNT).
008610
008620     MOVE "Y" TO JX-ACTIV-VALID-SW.
008630
008640     IF JX-ACT-MASTER-AVAIL
008650         MOVE JT-ACTIV-CD (JT-DTL-CNT) TO AC-ACTIV-CD
008660         READ AC-FIL
008670             INVALID KEY
008680                 DISPLAY "ACTIVITY CODE NOT ON FILE"
008690                 MOVE "N" TO JX-ACTIV-VALID-SW
008700         END-READ
008710         IF JX-ACTIV-VALID AND NOT AC-ACTIV-ACTIVE
008720             DISPLAY "ACTIVITY CODE NOT ACTIVE"
008730             MOVE "N" TO JX-ACTIV-VALID-SW
008740         END-IF
008750     END-IF.
008760
008770 3306-EXIT.
008780     EXIT.
008790
008800*-----------------------------------------------------------*
008810* 3310-ACCEPT-DIS-NUM                                        *
008820*     PROMPTS FOR AND VALIDATES THE DETAIL LINE'S            *
008830*     DISTRIBUTION ORDER NUMBER AGAINST DISMAS, RE-PROMPTING *
008840*     UNTIL A VALID NUMBER IS ENTERED.  ZERO MEANS NO        *
008850*     DISTRIBUTION ORDER APPLIES AND IS NOT CHECKED.         *
008860*-----------------------------------------------------------*
008870 3310-ACCEPT-DIS-NUM.
008880 
008890     MOVE "N" TO JX-DIS-VALID-SW.
008900 
008910     PERFORM 3315-VALIDATE-DIS-NUM THRU 3315-EXIT
008920         UNTIL JX-DIS-VALID.
008930 
008940 3310-EXIT.
008950     EXIT.
008960 
008970 3315-VALIDATE-DIS-NUM.
008980 
008990     DISPLAY "  DISTRIBUTION ORDER NUMBER: ".
009000     ACCEPT JT-DIS-NUM (JT-DTL-CNT).
009010 
009020     MOVE "Y" TO JX-DIS-VALID-SW.
009030 
009040     IF JT-DIS-NUM (JT-DTL-CNT) NOT = 0 AND JX-DIS-MASTER-AVAIL
009050         MOVE JT-DIS-NUM (JT-DTL-CNT) TO DO-DIS-NUM
009060         READ DO-FIL
009070             INVALID KEY
009080                 DISPLAY "DISTRIBUTION ORDER NOT ON FILE"
009090                 MOVE "N" TO JX-DIS-VALID-SW
009100         END-READ
009110         IF JX-DIS-VALID AND NOT DO-DIS-ACTIVE
009120             DISPLAY "DISTRIBUTION ORDER NOT ACTIVE"
009130             MOVE "N" TO JX-DIS-VALID-SW
009140         END-IF
009150     END-IF.
009160 
009170 3315-EXIT.
009180     EXIT.
009190 
009200*-----------------------------------------------------------*
009210* 3320-ACCEPT-MFG-NUM                                        *
009220*     PROMPTS FOR AND VALIDATES THE DETAIL LINE'S            *
009230*     MANUFACTURING ORDER NUMBER AGAINST MFGMAS, RE-         *
009240*     PROMPTING UNTIL A VALID NUMBER IS ENTERED.  ZERO MEANS *
009250*     NO MANUFACTURING ORDER APPLIES AND IS NOT CHECKED.     *
009260*-----------------------------------------------------------*
009270 3320-ACCEPT-MFG-NUM.
009280 
009290     MOVE "N" TO JX-MFG-VALID-SW.
009300 
009310     PERFORM 3325-VALIDATE-MFG-NUM THRU 3325-EXIT
009320         UNTIL JX-MFG-VALID.
009330 
009340 3320-EXIT.
009350     EXIT.
009360 
009370 3325-VALIDATE-MFG-NUM.
009380 
009390     DISPLAY "  MANUFACTURING ORDER NUMBER: ".
009400     ACCEPT JT-MFG-NUM (JT-DTL-CNT).
009410 
009420     MOVE "Y" TO JX-MFG-VALID-SW.
009430 
009440     IF JT-MFG-NUM (JT-DTL-CNT) NOT = 0 AND JX-MFG-MASTER-AVAIL
009450         MOVE JT-MFG-NUM (JT-DTL-CNT) TO MO-MFG-NUM
009460         READ MO-FIL
009470             INVALID KEY
009480                 DISPLAY "MANUFACTURING ORDER NOT ON FILE"
009490                 MOVE "N" TO JX-MFG-VALID-SW
009500         END-READ
009510         IF JX-MFG-VALID AND NOT MO-MFG-ACTIVE
009520             DISPLAY "MANUFACTURING ORDER NOT ACTIVE"
009530             MOVE "N" TO JX-MFG-VALID-SW
009540         END-IF
009550     END-IF.
009560 
009570 3325-EXIT.
009580     EXIT.
009590
009600*-----------------------------------------------------------*
009610* 3327-ACCEPT-OP-CD                                          *
009620*     PROMPTS FOR AND VALIDATES THE DETAIL LINE'S OPERATION   *
009630*     CODE AGAINST THE CODES LISTED UNDER ITS ACTIVITY ON     *
009640*     ACTMAS, RE-PROMPTING UNTIL A LISTED CODE IS ENTERED.    *
009650*     SPACES MEAN NO OPERATION APPLIES AND ARE NOT CHECKED.   *
009660*-----------------------------------------------------------*
009670 3327-ACCEPT-OP-CD.
009680
009690     MOVE "N" TO JX-OP-VALID-SW.
009700
009710     PERFORM 3328-VALIDATE-OP-CD THRU 3328-EXIT
009720         UNTIL JX-OP-VALID.
009730
009740 3327-EXIT.
009750     EXIT.
009760
009770 3328-VALIDATE-OP-CD.
009780
009790     DISPLAY "  OPERATION CODE: ".
009800     ACCEPT JT-OP-CD (JT-DTL-CNT).
009810
009820     MOVE "Y" TO JX-OP-VALID-SW.
009830
009840     IF JT-OP-CD (JT-DTL-CNT) NOT = SPACES AND JX-ACT-MASTER-AVAIL
009850         MOVE "N" TO JX-OP-VALID-SW
009860         PERFORM 3329-TEST-OP-CD THRU 3329-EXIT
009870             VARYING JX-OP-SUB FROM 1 BY 1
009880             UNTIL JX-OP-SUB > AC-OP-CNT OR JX-OP-VALID
009890         IF NOT JX-OP-VALID
009900             DISPLAY "OPERATION CODE NOT VALID FOR ACTIVITY "
009910                     AC-ACTIV-CD
009920         END-IF
009930     END-IF.
009940
009950 3328-EXIT.
009960     EXIT.
009970
009980 3329-TEST-OP-CD.
009990
010000     IF AC-OP-CD (JX-OP-SUB) = JT-OP-CD (JT-DTL-CNT)
010010         MOVE "Y" TO JX-OP-VALID-SW
010020     END-IF.
010030
010040 3329-EXIT.
010050     EXIT.
010060
010070*-----------------------------------------------------------*
010080* 3330-CHECK-LINE-BUDGET                                     *
010090*     AFTER A DETAIL LINE IS KEYED, EACH NON-ZERO ORDER ON    *
010100*     THE LINE IS CHECKED AGAINST THE BUDGETED HOURS ON ITS   *
010110*     MASTER.  THE WARNING NEVER BLOCKS THE LINE.             *
010120*-----------------------------------------------------------*
010130 3330-CHECK-LINE-BUDGET.
010140
010150     IF JT-DIS-NUM (JT-DTL-CNT) NOT = 0 AND JX-DIS-MASTER-AVAIL
010160         MOVE "D" TO JX-BGT-ORDER-TYPE
010170         MOVE JT-DIS-NUM (JT-DTL-CNT) TO JX-BGT-ORDER-NUM
010180         PERFORM 3340-CHECK-ORDER-BUDGET THRU 3340-EXIT
010190     END-IF.
010200
010210     IF JT-MFG-NUM (JT-DTL-CNT) NOT = 0 AND JX-MFG-MASTER-AVAIL
010220         MOVE "M" TO JX-BGT-ORDER-TYPE
010230         MOVE JT-MFG-NUM (JT-DTL-CNT) TO JX-BGT-ORDER-NUM
010240         PERFORM 3340-CHECK-ORDER-BUDGET THRU 3340-EXIT
010250     END-IF.
010260
010270 3330-EXIT.
010280     EXIT.
010290
010300*-----------------------------------------------------------*
010310* 3340-CHECK-ORDER-BUDGET                                    *
010320*     FOOTS THE HOURS CHARGED TO ONE ORDER - THE LINES KEYED  *
010330*     SO FAR ON THIS TICKET PLUS EVERY OTHER TICKET ON THE    *
010340*     LIVE FILE - AND WARNS WHEN THE FOOTING PASSES THE       *
010350*     BUDGET.  A ZERO BUDGET MEANS THE ORDER IS UNBUDGETED    *
010360*     AND IS NOT CHECKED.                                     *
010370*-----------------------------------------------------------*
010380 3340-CHECK-ORDER-BUDGET.
010390
010400     MOVE 0 TO JX-BGT-BUDGET-HRS.
010410
010420     IF JX-BGT-ORDER-TYPE = "D"
010430         MOVE JX-BGT-ORDER-NUM TO DO-DIS-NUM
010440         READ DO-FIL
010450             INVALID KEY
010460                 GO TO 3340-EXIT
010470         END-READ
010480         MOVE DO-BUDGET-HRS TO JX-BGT-BUDGET-HRS
010490     ELSE
010500         MOVE JX-BGT-ORDER-NUM TO MO-MFG-NUM
010510         READ MO-FIL
010520             INVALID KEY
010530                 GO TO 3340-EXIT
010540         END-READ
010550         MOVE MO-BUDGET-HRS TO JX-BGT-BUDGET-HRS
010560     END-IF.
010570
010580     IF JX-BGT-BUDGET-HRS = 0
010590         GO TO 3340-EXIT
010600     END-IF.
010610
010620     MOVE 0 TO JX-BGT-CHARGED-HRS.
010630
010640     PERFORM 3342-FOOT-KEYED-LINE THRU 3342-EXIT
010650         VARYING JX-BGT-SUB FROM 1 BY 1
010660         UNTIL JX-BGT-SUB > JT-DTL-CNT.
010670
010680     PERFORM 3350-FOOT-FILE-CHARGES THRU 3350-EXIT.
010690
010700     IF JX-BGT-CHARGED-HRS > JX-BGT-BUDGET-HRS
010710         MOVE JX-BGT-CHARGED-HRS TO JX-BGT-CHG-DISPLAY
010720         MOVE JX-BGT-BUDGET-HRS TO JX-BGT-BGT-DISPLAY
010730         DISPLAY "  ** WARNING - ORDER " JX-BGT-ORDER-NUM
010740                 " OVER BUDGET **"
010750         DISPLAY "  ** CHARGED " JX-BGT-CHG-DISPLAY " AGAINST "
010760                 JX-BGT-BGT-DISPLAY " BUDGETED HOURS **"
010770     END-IF.
010780
010790 3340-EXIT.
010800     EXIT.
010810
010820 3342-FOOT-KEYED-LINE.
010830
010840     IF JX-BGT-ORDER-TYPE = "D"
010850         IF JT-DIS-NUM (JX-BGT-SUB) = JX-BGT-ORDER-NUM
010860             ADD JT-HOURS (JX-BGT-SUB) TO JX-BGT-CHARGED-HRS
010870         END-IF
010880     ELSE
010890         IF JT-MFG-NUM (JX-BGT-SUB) = JX-BGT-ORDER-NUM
010900             ADD JT-HOURS (JX-BGT-SUB) TO JX-BGT-CHARGED-HRS
010910         END-IF
010920     END-IF.
010930
010940 3342-EXIT.
010950     EXIT.
010960
010970*-----------------------------------------------------------*
010980* 3350-FOOT-FILE-CHARGES                                     *
010990*     SWEEPS THE SECOND JOBTICRMS VIEW END TO END, SKIPPING   *
011000*     THE TICKET BEING KEYED (ITS OLD LINES WOULD DOUBLE-     *
011010*     COUNT A REWRITE), AND FOOTS THE HOURS CHARGED TO THE    *
011020*     ORDER ON EVERY OTHER TICKET'S OCCUPIED DETAIL LINES.    *
011030*-----------------------------------------------------------*
011040 3350-FOOT-FILE-CHARGES.
011050
011060     MOVE "N" TO JX-BGT-EOF-SW.
011070
011080     MOVE 0 TO JTB-WK-END-DATE.
011090     MOVE 0 TO JTB-BADGE-NUM.
011100
011110     MOVE "SK" TO SR-FUNCTION.
011120     CALL "JTSERV" USING JT-SRV-REQ JTB-REC.
011130     IF NOT SR-OK
011140         MOVE "Y" TO JX-BGT-EOF-SW
011150     END-IF.
011160
011170     IF NOT JX-BGT-EOF
011180         PERFORM 3352-READ-NEXT-BGT-TICKET THRU 3352-EXIT
011190     END-IF.
011200
011210     PERFORM 3354-FOOT-FILE-TICKET THRU 3354-EXIT
011220         UNTIL JX-BGT-EOF.
011230
011240 3350-EXIT.
011250     EXIT.
011260
011270 3352-READ-NEXT-BGT-TICKET.
011280
011290     MOVE "RN" TO SR-FUNCTION.
011300     CALL "JTSERV" USING JT-SRV-REQ JTB-REC.
011310     IF NOT SR-OK
011320         MOVE "Y" TO JX-BGT-EOF-SW
011330     END-IF.
011340
011350 3352-EXIT.
011360     EXIT.
011370
011380 3354-FOOT-FILE-TICKET.
011390
011400     IF JTB-TICKET-KEY NOT = JT-TICKET-KEY
011410         PERFORM 3356-FOOT-FILE-LINE THRU 3356-EXIT
011420             VARYING JX-BGT-SUB FROM 1 BY 1
011430             UNTIL JX-BGT-SUB > JTB-DTL-CNT
011440     END-IF.
011450
011460     PERFORM 3352-READ-NEXT-BGT-TICKET THRU 3352-EXIT.
011470
011480 3354-EXIT.
011490     EXIT.
011500
011510 3356-FOOT-FILE-LINE.
011520
011530     IF JX-BGT-ORDER-TYPE = "D"
011540         IF JTB-DIS-NUM (JX-BGT-SUB) = JX-BGT-ORDER-NUM
011550             ADD JTB-HOURS (JX-BGT-SUB) TO JX-BGT-CHARGED-HRS
011560         END-IF
011570     ELSE
011580         IF JTB-MFG-NUM (JX-BGT-SUB) = JX-BGT-ORDER-NUM
011590             ADD JTB-HOURS (JX-BGT-SUB) TO JX-BGT-CHARGED-HRS
011600         END-IF
011610     END-IF.
011620
011630 3356-EXIT.
011640     EXIT.
011650
011660*-----------------------------------------------------------*
011670* 4000-REWRITE-TICKET                                       *
011680*-----------------------------------------------------------*
011690 4000-REWRITE-TICKET.
011700 
011710     MOVE "RD" TO SR-FUNCTION.
011720     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
011730     IF NOT SR-OK
011740         IF SR-REC-LOCKED
011750             DISPLAY "TICKET IN USE AT ANOTHER TERMINAL "
011760                     "- TRY AGAIN"
011770         ELSE
011780             DISPLAY "TICKET NOT ON FILE FOR THAT WEEK "
011790                     "- NOT REWRITTEN"
011800         END-IF
011810         GO TO 4000-EXIT
011820     END-IF.
011830
011840     IF JT-EXTRACTED
011850         DISPLAY "TICKET ALREADY EXTRACTED TO PAYROLL "
011860                 "- NOT REWRITTEN"
011870         GO TO 4000-EXIT
011880     END-IF.
011890
011900*    THE ENTRY PATH ACCEPTS ONLY UNSIGNED HOURS, SO A REWRITE
011910*    COULD NOT RE-KEY AN ADJUSTMENT'S NEGATIVE REVERSAL LINES
011920*    - IT WOULD SILENTLY TURN THE NET CORRECTION ALL-POSITIVE.
011930     IF JT-ORIG-WK-END-DATE NOT = 0
011940         DISPLAY "ADJUSTMENT TICKET - DELETE IT AND KEY A "
011950                 "FRESH (C)ORRECTION - NOT REWRITTEN"
011960         GO TO 4000-EXIT
011970     END-IF.
011980
011990     MOVE JT-TOTAL-HRS TO JX-BEFORE-HRS.
012000 
012010     PERFORM 3100-ACCEPT-TICKET-DATA THRU 3100-EXIT.
012020 
012030     MOVE "RW" TO SR-FUNCTION.
012040     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
012050     IF NOT SR-OK
012060         IF SR-REC-LOCKED
012070             DISPLAY "TICKET IN USE AT ANOTHER TERMINAL "
012080                     "- TRY AGAIN"
012090         ELSE
012100             DISPLAY "REWRITE FAILED"
012110         END-IF
012120     ELSE
012130         DISPLAY "TICKET REWRITTEN"
012140         MOVE "R" TO JA-OPERATION
012150         MOVE JT-TOTAL-HRS TO JX-AFTER-HRS
012160         PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
012170     END-IF.
012180 
012190 4000-EXIT.
012200     EXIT.
012210 
012220*-----------------------------------------------------------*
012230* 5000-DELETE-TICKET                                         *
012240*-----------------------------------------------------------*
012250 5000-DELETE-TICKET.
012260 
012270     MOVE "RD" TO SR-FUNCTION.
012280     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
012290     IF NOT SR-OK
012300         IF SR-REC-LOCKED
012310             DISPLAY "TICKET IN USE AT ANOTHER TERMINAL "
012320                     "- TRY AGAIN"
012330         ELSE
012340             DISPLAY "TICKET NOT ON FILE FOR THAT WEEK "
012350                     "- NOT DELETED"
012360         END-IF
012370         GO TO 5000-EXIT
012380     END-IF.
012390
012400     IF JT-EXTRACTED
012410         DISPLAY "TICKET ALREADY EXTRACTED TO PAYROLL "
012420                 "- NOT DELETED"
012430         GO TO 5000-EXIT
012440     END-IF.
012450
012460     MOVE JT-TOTAL-HRS TO JX-BEFORE-HRS.
012470 
012480     MOVE "DL" TO SR-FUNCTION.
012490     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
012500     IF NOT SR-OK
012510         IF SR-REC-LOCKED
012520             DISPLAY "TICKET IN USE AT ANOTHER TERMINAL "
012530                     "- TRY AGAIN"
012540         ELSE
012550             DISPLAY "DELETE FAILED"
012560         END-IF
012570     ELSE
012580         DISPLAY "TICKET DELETED"
012590         MOVE "D" TO JA-OPERATION
012600         MOVE 0 TO JX-AFTER-HRS
012610         PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
012620     END-IF.
012630 
012640 5000-EXIT.
012650     EXIT.
012660
012670*-----------------------------------------------------------*
012680* 6000-CORRECT-TICKET                                        *
012690*     BUILDS AN ADJUSTMENT TICKET AGAINST A TICKET ALREADY    *
012700*     EXTRACTED TO PAYROLL - THE ORIGINAL'S LINES WITH        *
012710*     NEGATED HOURS (THE REVERSAL) FOLLOWED BY THE CORRECTED  *
012720*     LINES KEYED BY THE OPERATOR (THE REENTRY) - ON A        *
012730*     DIFFERENT WEEK, LINKED BACK THROUGH JT-ORIG-TICKET-KEY. *
012740*     THE ORIGINAL TICKET IS NEVER TOUCHED.                   *
012750*-----------------------------------------------------------*
012760 6000-CORRECT-TICKET.
012770
012780     MOVE "RD" TO SR-FUNCTION.
012790     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
012800     IF NOT SR-OK
012810         IF SR-REC-LOCKED
012820             DISPLAY "TICKET IN USE AT ANOTHER TERMINAL "
012830                     "- TRY AGAIN"
012840         ELSE
012850             DISPLAY "TICKET NOT ON FILE FOR THAT WEEK "
012860                     "- NOT CORRECTED"
012870         END-IF
012880         GO TO 6000-EXIT
012890     END-IF.
012900
012910     IF NOT JT-EXTRACTED
012920         DISPLAY "TICKET NOT YET EXTRACTED - USE (R)EWRITE"
012930         GO TO 6000-EXIT
012940     END-IF.
012950
012960     MOVE JT-WK-END-DATE TO JX-ORIG-WK-END-DATE.
012970     MOVE JT-BADGE-NUM TO JX-ORIG-BADGE-NUM.
012980     MOVE 0 TO JX-BEFORE-HRS.
012990
013000     COMPUTE JT-TOTAL-HRS = 0 - JT-TOTAL-HRS.
013010     PERFORM 6100-NEGATE-LINE THRU 6100-EXIT
013020         VARYING JX-DTL-SUB FROM 1 BY 1
013030         UNTIL JX-DTL-SUB > JT-DTL-CNT.
013040
013050     DISPLAY "ADJUSTMENT WEEK (NORMALLY THE FOLLOWING WEEK) -".
013060
013070*    THE SWITCH IS STILL "Y" FROM THE TICKET-KEY PROMPT AT
013080*    2100 - RESET IT OR THE LOOP NEVER PROMPTS AT ALL.
013090     MOVE "N" TO JX-WEEK-VALID-SW.
013100
013110     PERFORM 6050-ACCEPT-ADJ-WEEK THRU 6050-EXIT
013120         UNTIL JX-WEEK-VALID.
013130
013140     MOVE "E" TO JT-STATUS.
013150     MOVE JX-ORIG-WK-END-DATE TO JT-ORIG-WK-END-DATE.
013160     MOVE JX-ORIG-BADGE-NUM TO JT-ORIG-BADGE-NUM.
013170
013180     DISPLAY "KEY THE CORRECTED (REENTRY) LINES:".
013190     MOVE "Y" TO JX-DTL-RESP.
013200
013210     PERFORM 3300-ACCEPT-DETAIL-LINE THRU 3300-EXIT
013220         UNTIL NOT JX-MORE-DETAIL OR JT-DTL-CNT = 30.
013230
013240     MOVE "WR" TO SR-FUNCTION.
013250     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
013260     IF NOT SR-OK
013270         IF SR-REC-LOCKED
013280             DISPLAY "TICKET IN USE AT ANOTHER TERMINAL "
013290                     "- TRY AGAIN"
013300         ELSE
013310             DISPLAY "TICKET ALREADY ON FILE FOR THE ADJUSTMENT "
013320                     "WEEK - NOT ADDED"
013330         END-IF
013340     ELSE
013350         DISPLAY "ADJUSTMENT TICKET ADDED"
013360         MOVE "J" TO JA-OPERATION
013370         MOVE JT-TOTAL-HRS TO JX-AFTER-HRS
013380         PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
013390     END-IF.
013400
013410 6000-EXIT.
013420     EXIT.
013430
013440*-----------------------------------------------------------*
013450* 6050-ACCEPT-ADJ-WEEK                                       *
013460*     THE ADJUSTMENT WEEK GOES THROUGH THE SAME CALENDAR      *
013470*     CHECK AS ANY KEYED WEEK AND MUST DIFFER FROM THE        *
013480*     ORIGINAL - THE ORIGINAL WEEK HAS ALREADY BEEN FED.      *
013490*-----------------------------------------------------------*
013500 6050-ACCEPT-ADJ-WEEK.
013510
013520     MOVE "N" TO JX-WEEK-VALID-SW.
013530
013540     PERFORM 2105-VALIDATE-WEEK THRU 2105-EXIT
013550         UNTIL JX-WEEK-VALID.
013560
013570     IF JT-WK-END-DATE = JX-ORIG-WK-END-DATE
013580         DISPLAY "ADJUSTMENT WEEK MUST DIFFER FROM THE "
013590                 "ORIGINAL WEEK"
013600         MOVE "N" TO JX-WEEK-VALID-SW
013610     END-IF.
013620
013630 6050-EXIT.
013640     EXIT.
013650
013660 6100-NEGATE-LINE.
013670
013680     COMPUTE JT-HOURS (JX-DTL-SUB) =
013690         0 - JT-HOURS (JX-DTL-SUB).
013700
013710 6100-EXIT.
013720     EXIT.
013730
013740*-----------------------------------------------------------*
013750* 8000-WRITE-AUDIT-RECORD                                    *
013760*     APPENDS ONE RECORD TO JTAUDLOG FOR THE ADD, REWRITE, OR *
013770*     DELETE JUST COMPLETED.  THE CALLER SETS JA-OPERATION    *
013780*     AND JX-BEFORE-HRS/JX-AFTER-HRS BEFORE PERFORMING THIS.  *
013790*-----------------------------------------------------------*
013800 8000-WRITE-AUDIT-RECORD.
013810 
013820     MOVE JT-BADGE-NUM TO JA-BADGE-NUM.
013830     MOVE JT-WK-END-DATE TO JA-WK-END-DATE.
013840     MOVE JX-BEFORE-HRS TO JA-BEFORE-HRS.
013850     MOVE JX-AFTER-HRS TO JA-AFTER-HRS.
013860     MOVE JX-TERM-ID TO JA-TERM-ID.
013870     ACCEPT JA-LOG-DATE FROM DATE.
013880     ACCEPT JA-LOG-TIME FROM TIME.
013890     MOVE JT-ORIG-WK-END-DATE TO JA-ORIG-WK-END-DATE.
013900     MOVE JT-ORIG-BADGE-NUM TO JA-ORIG-BADGE-NUM.
013910 
013920     WRITE JA-AUDIT-REC.
013930 
013940 8000-EXIT.
013950     EXIT.
013960 
013970*-----------------------------------------------------------*
013980* 9000-TERMINATE                                             *
013990*-----------------------------------------------------------*
014000 9000-TERMINATE.
014010 
014020     MOVE "CL" TO SR-FUNCTION.
014030     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
014040     CLOSE AUDIT-FIL.
014050 
014060     IF JX-DIS-MASTER-AVAIL
014070         CLOSE DO-FIL
014080     END-IF.
014090 
014100     IF JX-MFG-MASTER-AVAIL
014110         CLOSE MO-FIL
014120     END-IF.
014130
014140     IF JX-EMP-MASTER-AVAIL
014150         CLOSE EM-FIL
014160     END-IF.
014170
014180     IF JX-CAL-MASTER-AVAIL
014190         CLOSE CA-FIL
014200     END-IF.
014210
014220     IF JX-ACT-MASTER-AVAIL
014230         CLOSE AC-FIL
014240     END-IF.
014250
014260     IF JX-CC-MASTER-AVAIL
014270         CLOSE CC-FIL
014280     END-IF.
014290
014300 9000-EXIT.
014310     EXIT.
014320 
