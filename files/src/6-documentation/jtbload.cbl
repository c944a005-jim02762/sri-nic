000560* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
000570*     way to GOBACK so control returns to the menu, at a
000580*     clean end and at a startup failure alike.  )%
000590*
000600* Edit (15-Oct-26, 'J. A. Hartley')
000610* %(  Validate BT-ACTIV-CD and BT-OP-CD against the new ACTMAS
000620*     activity/operation code master (see JTACTSEL/JTACTLY),
000630*     as JTTERM now does at the terminal - an activity not on
000640*     file or not active, or an operation code that is not
000650*     spaces and not listed under the activity, is rejected
000660*     on the register.  Like the other masters here, a
000670*     missing ACTMAS stops the run.  )%
000680*
000690* Edit (15-Oct-26, 'J. A. Hartley')
000700* %(  Validate the badge's EMPMAS home cost center, which is
000710*     what the ticket is charged to, against the new CCMAS
000720*     cost center master (see JTCCSEL/JTCCLY) - a center not
000730*     on file or closed is rejected on the register, as
000740*     JTTERM now re-prompts for it at the terminal.  A
000750*     missing CCMAS stops the run.  )%
000760*
000770* Edit (15-Oct-26, 'J. A. Hartley')
000780* %(  Journal a full after-image of every ticket added or
000790*     rewritten through JTJNLWR onto the JTAIJNL recovery
000800*     journal.  Now CALLed USING the JTMENU sign-on block so
000810*     the image carries the operator who ran the load.  )%
000820*
000830* Edit (15-Oct-26, 'J. A. Hartley')
000840* %(  Load the floor's returns off the pre-filled turnaround
000850*     tickets JTTKPRT prints.  JTTKRTN carries only the
000860*     ticket serial, line number, and hours; each return is
000870*     expanded from its TKTSER line (see JTTSSEL/JTTSLY)
000880*     into a full transaction in the JTBATCH shape, which
000890*     now reads INTO a working-storage copy, and edited and
000900*     applied like any other.  A serial or line never
000910*     printed, one for any week but the CA-WEEK-OPEN week,
000920*     and one already loaded are rejected on the register,
000930*     which now shows the serial and line of each return.
000940*     A loaded line is marked on TKTSER.  JTBATCH and
000950*     JTTKRTN may each be absent, but not both.  )%
000960
000970 ENVIRONMENT DIVISION.
000980
000990 CONFIGURATION SECTION.
001000
001010 SOURCE-COMPUTER.
001020     DECSYSTEM-20.
001030
001040 OBJECT-COMPUTER.
001050     DECSYSTEM-20.
001060
001070 INPUT-OUTPUT SECTION.
001080
001090 FILE-CONTROL.
001100     COPY jtsel.
001110
001120     SELECT TRANS-FIL ASSIGN TO "JTBATCH"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS BT-FIL-STATUS.
001150
001160     SELECT TURN-FIL ASSIGN TO "JTTKRTN"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS TR-FIL-STATUS.
001190
001200     SELECT AUDIT-FIL ASSIGN TO "JTAUDLOG"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS JA-FIL-STATUS.
001230
001240     SELECT PRINT-FIL ASSIGN TO "JTBLOAD"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS PRT-FIL-STATUS.
001270
001280     COPY jtdissel.
001290
001300     COPY jtmfgsel.
001310
001320     COPY jtempsel.
001330
001340     COPY jtcalsel.
001350
001360     COPY jtactsel.
001370
001380     COPY jtccsel.
001390
001400     COPY jttssel.
001410
001420 DATA DIVISION.
001430
001440 FILE SECTION.
001450
001460 FD  JT-FIL
001470     LABEL RECORDS ARE STANDARD.
001480
001490 01  JT-REC.
001500     COPY jtrecly.
001510
001520*-----------------------------------------------------------*
001530* SHOP-FLOOR TRANSACTION - READ INTO BT-TRANS-REC, WHICH A   *
001540* TURNAROUND RETURN IS ALSO EXPANDED INTO.                   *
001550*-----------------------------------------------------------*
001560 FD  TRANS-FIL
001570     LABEL RECORDS ARE STANDARD.
001580
001590 01  BT-TRANS-LINE                   PIC X(47).
001600
001610*-----------------------------------------------------------*
001620* TURNAROUND RETURN - ONE RECORD PER LINE WORKED OFF A        *
001630* PRE-FILLED JTTKPRT TICKET: THE TICKET SERIAL, THE LINE     *
001640* NUMBER, AND THE HOURS (999V99), SEPARATED BY ONE SPACE.    *
001650* THE REST OF THE LINE COMES FROM TKTSER.                    *
001660*-----------------------------------------------------------*
001670 FD  TURN-FIL
001680     LABEL RECORDS ARE STANDARD.
001690
001700 01  TR-TURN-REC.
001710     05  TR-SERIAL.
001720         10  TR-SER-WK-END-DATE      PIC 9(06).
001730         10  TR-SER-TICKET-NO        PIC 9(04).
001740     05  FILLER                      PIC X(01).
001750     05  TR-LINE-NO                  PIC 9(02).
001760     05  FILLER                      PIC X(01).
001770     05  TR-HOURS                    PIC 9(03)V99.
001780
001790 FD  AUDIT-FIL
001800     LABEL RECORDS ARE STANDARD.
001810
001820 01  JA-AUDIT-REC.
001830     05  JA-BADGE-NUM                PIC 9(07).
001840     05  FILLER                      PIC X(01) VALUE SPACE.
001850     05  JA-WK-END-DATE              PIC 9(06).
001860     05  FILLER                      PIC X(01) VALUE SPACE.
001870     05  JA-OPERATION                PIC X(01).
001880     05  FILLER                      PIC X(01) VALUE SPACE.
001890     05  JA-BEFORE-HRS               PIC S9(05)V99
001900                               SIGN LEADING SEPARATE.
001910     05  FILLER                      PIC X(01) VALUE SPACE.
001920     05  JA-AFTER-HRS                PIC S9(05)V99
001930                               SIGN LEADING SEPARATE.
001940     05  FILLER                      PIC X(01) VALUE SPACE.
001950     05  JA-TERM-ID                  PIC X(08).
001960     05  FILLER                      PIC X(01) VALUE SPACE.
001970     05  JA-LOG-DATE                 PIC 9(06).
001980     05  FILLER                      PIC X(01) VALUE SPACE.
001990     05  JA-LOG-TIME                 PIC 9(08).
002000     05  FILLER                      PIC X(01) VALUE SPACE.
002010     05  JA-ORIG-WK-END-DATE         PIC 9(06).
002020     05  FILLER                      PIC X(01) VALUE SPACE.
002030     05  JA-ORIG-BADGE-NUM           PIC 9(07).
002040
002050 FD  DO-FIL
002060     LABEL RECORDS ARE STANDARD.
002070
002080 01  DO-REC.
002090     COPY jtdisly.
002100
002110 FD  MO-FIL
002120     LABEL RECORDS ARE STANDARD.
002130
002140 01  MO-REC.
002150     COPY jtmfgly.
002160
002170 FD  EM-FIL
002180     LABEL RECORDS ARE STANDARD.
002190
002200 01  EM-REC.
002210     COPY jtemply.
002220
002230 FD  CA-FIL
002240     LABEL RECORDS ARE STANDARD.
002250
002260 01  CA-REC.
002270     COPY jtcally.
002280
002290 FD  AC-FIL
002300     LABEL RECORDS ARE STANDARD.
002310
002320 01  AC-REC.
002330     COPY jtactly.
002340
002350 FD  CC-FIL
002360     LABEL RECORDS ARE STANDARD.
002370
002380 01  CC-REC.
002390     COPY jtccly.
002400
002410 FD  TS-FIL
002420     LABEL RECORDS ARE STANDARD.
002430
002440 01  TS-REC.
002450     COPY jttsly.
002460
002470 FD  PRINT-FIL
002480     LABEL RECORDS ARE STANDARD
002490     RECORD CONTAINS 132 CHARACTERS.
002500
002510 01  PRINT-LINE                      PIC X(132).
002520
002530 WORKING-STORAGE SECTION.
002540     COPY jtstat.
002550
002560 01  JT-JNL-REQ.
002570     COPY jtjnrly.
002580
002590 01  BT-FIL-STATUS                   PIC X(02).
002600     88  BT-FIL-OK                   VALUE "00".
002610
002620 01  TR-FIL-STATUS                   PIC X(02).
002630     88  TR-FIL-OK                   VALUE "00".
002640
002650 01  JA-FIL-STATUS                   PIC X(02).
002660     88  JA-FIL-NOTFOUND             VALUE "35".
002670
002680 01  PRT-FIL-STATUS                  PIC X(02).
002690
002700     COPY jtdisst.
002710
002720     COPY jtmfgst.
002730
002740     COPY jtempst.
002750
002760     COPY jtcalst.
002770
002780     COPY jtactst.
002790
002800     COPY jtccst.
002810
002820     COPY jttsst.
002830
002840*-----------------------------------------------------------*
002850* SHOP-FLOOR TRANSACTION - ONE FLAT RECORD PER DETAIL LINE:  *
002860* BADGE, WEEK-ENDING DATE, ACTIVITY CODE, PART/PROJECT       *
002870* NUMBER, DISTRIBUTION AND MANUFACTURING ORDER NUMBERS,      *
002880* HOURS (999V99), AND OPERATION CODE, AS FIXED-WIDTH FIELDS  *
002890* SEPARATED BY ONE SPACE.  THE COST CENTER IS NOT CARRIED -  *
002900* IT FILLS IN FROM THE EMPLOYEE MASTER.                      *
002910*-----------------------------------------------------------*
002920 01  BT-TRANS-REC.
002930     05  BT-BADGE-NUM                PIC 9(07).
002940     05  FILLER                      PIC X(01).
002950     05  BT-WK-END-DATE              PIC 9(06).
002960     05  FILLER                      PIC X(01).
002970     05  BT-ACTIV-CD                 PIC X(04).
002980     05  FILLER                      PIC X(01).
002990     05  BT-PL-NUM                   PIC X(04).
003000     05  FILLER                      PIC X(01).
003010     05  BT-DIS-NUM                  PIC 9(05).
003020     05  FILLER                      PIC X(01).
003030     05  BT-MFG-NUM                  PIC 9(05).
003040     05  FILLER                      PIC X(01).
003050     05  BT-HOURS                    PIC 9(03)V99.
003060     05  FILLER                      PIC X(01).
003070     05  BT-OP-CD                    PIC X(04).
003080
003090 01  BL-TRANS-EOF-SW                 PIC X(01) VALUE "N".
003100     88  BL-TRANS-EOF                VALUE "Y".
003110
003120 01  BL-BATCH-AVAIL-SW               PIC X(01) VALUE "Y".
003130     88  BL-BATCH-AVAIL              VALUE "Y".
003140
003150 01  BL-TURN-AVAIL-SW                PIC X(01) VALUE "Y".
003160     88  BL-TURN-AVAIL               VALUE "Y".
003170
003180 01  BL-TURN-EOF-SW                  PIC X(01) VALUE "N".
003190     88  BL-TURN-EOF                 VALUE "Y".
003200
003210 01  BL-TURN-REC-SW                  PIC X(01) VALUE "N".
003220     88  BL-TURN-REC                 VALUE "Y".
003230
003240 01  BL-CAL-EOF-SW                   PIC X(01) VALUE "N".
003250     88  BL-CAL-EOF                  VALUE "Y".
003260
003270 01  BL-OPEN-WK-END-DATE             PIC 9(06) VALUE 0.
003280
003290 01  BL-REJECT-SW                    PIC X(01).
003300     88  BL-REJECTED                 VALUE "Y".
003310
003320 01  BL-REJECT-REASON                PIC X(30).
003330
003340 01  BL-OP-VALID-SW                  PIC X(01).
003350     88  BL-OP-VALID                 VALUE "Y".
003360
003370 01  BL-OP-SUB                       PIC 9(04) COMP.
003380
003390 01  BL-BEFORE-HRS                   COMP-1.
003400
003410 01  BL-AFTER-HRS                    COMP-1.
003420
003430 01  BL-HOURS-ENTRY                  COMP-1.
003440
003450 01  BL-TRANS-CNT                    PIC 9(07) COMP VALUE 0.
003460
003470 01  BL-ACCEPT-CNT                   PIC 9(07) COMP VALUE 0.
003480
003490 01  BL-REJECT-CNT                   PIC 9(07) COMP VALUE 0.
003500
003510 01  BL-ADD-CNT                      PIC 9(07) COMP VALUE 0.
003520
003530 01  BL-UPDATE-CNT                   PIC 9(07) COMP VALUE 0.
003540
003550 01  BL-TURN-CNT                     PIC 9(07) COMP VALUE 0.
003560
003570 01  BL-TURN-LOAD-CNT                PIC 9(07) COMP VALUE 0.
003580
003590 01  BL-LINE-CNT                     PIC 9(03) VALUE 99.
003600
003610 01  BL-PAGE-NO                      PIC 9(03) VALUE 0.
003620
003630 01  HDR1-LINE.
003640     05  FILLER                      PIC X(01) VALUE SPACE.
003650     05  FILLER                      PIC X(38)
003660             VALUE "JTBLOAD - SHOP-FLOOR TICKET LOAD".
003670     05  FILLER                      PIC X(14)
003680             VALUE "EDIT REGISTER".
003690     05  FILLER                      PIC X(05) VALUE "PAGE ".
003700     05  HDR1-PAGE-NO                PIC ZZ9.
003710
003720 01  HDR2-LINE.
003730     05  FILLER                      PIC X(01) VALUE SPACE.
003740     05  FILLER                      PIC X(10) VALUE "BADGE NUM".
003750     05  FILLER                      PIC X(13) VALUE "WEEK END".
003760     05  FILLER                      PIC X(06) VALUE "ACTIV".
003770     05  FILLER                      PIC X(13) VALUE "HOURS".
003780     05  FILLER                      PIC X(12) VALUE "DISPOSITN".
003790     05  FILLER                      PIC X(32) VALUE "REASON".
003800     05  FILLER                      PIC X(13)
003810             VALUE "SERIAL-LINE".
003820
003830 01  DTL-LINE.
003840     05  FILLER                      PIC X(01) VALUE SPACE.
003850     05  DTL-BADGE-NUM               PIC 9(07).
003860     05  FILLER                      PIC X(03) VALUE SPACES.
003870     05  DTL-WK-END-DATE             PIC 9(06).
003880     05  FILLER                      PIC X(07) VALUE SPACES.
003890     05  DTL-ACTIV-CD                PIC X(04).
003900     05  FILLER                      PIC X(02) VALUE SPACES.
003910     05  DTL-HOURS                   PIC ZZZ,ZZ9.99.
003920     05  FILLER                      PIC X(03) VALUE SPACES.
003930     05  DTL-DISPOSITION             PIC X(08).
003940     05  FILLER                      PIC X(04) VALUE SPACES.
003950     05  DTL-REASON                  PIC X(30).
003960     05  FILLER                      PIC X(02) VALUE SPACES.
003970     05  DTL-SERIAL                  PIC X(13).
003980
003990 01  SUMMARY1-LINE.
004000     05  FILLER                      PIC X(01) VALUE SPACE.
004010     05  FILLER                      PIC X(20)
004020             VALUE "TRANSACTIONS READ ..".
004030     05  SUM-TRANS-CNT               PIC ZZZ,ZZ9.
004040     05  FILLER                      PIC X(14)
004050             VALUE "   ACCEPTED ..".
004060     05  SUM-ACCEPT-CNT              PIC ZZZ,ZZ9.
004070     05  FILLER                      PIC X(14)
004080             VALUE "   REJECTED ..".
004090     05  SUM-REJECT-CNT              PIC ZZZ,ZZ9.
004100
004110 01  SUMMARY2-LINE.
004120     05  FILLER                      PIC X(01) VALUE SPACE.
004130     05  FILLER                      PIC X(20)
004140             VALUE "TICKETS ADDED ......".
004150     05  SUM-ADD-CNT                 PIC ZZZ,ZZ9.
004160     05  FILLER                      PIC X(14)
004170             VALUE "   UPDATED ...".
004180     05  SUM-UPDATE-CNT              PIC ZZZ,ZZ9.
004190
004200 01  SUMMARY3-LINE.
004210     05  FILLER                      PIC X(01) VALUE SPACE.
004220     05  FILLER                      PIC X(20)
004230             VALUE "TURNAROUND LINES ...".
004240     05  SUM-TURN-CNT                PIC ZZZ,ZZ9.
004250     05  FILLER                      PIC X(14)
004260             VALUE "   LOADED ....".
004270     05  SUM-TURN-LOAD-CNT           PIC ZZZ,ZZ9.
004280
004290 LINKAGE SECTION.
004300
004310 01  JT-SIGNON.
004320     COPY jtsgnly.
004330
004340 PROCEDURE DIVISION USING JT-SIGNON.
004350
004360*-----------------------------------------------------------*
004370* 0000-MAINLINE                                              *
004380*-----------------------------------------------------------*
004390 0000-MAINLINE.
004400
004410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004420
004430     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
004440         UNTIL BL-TRANS-EOF.
004450
004460     PERFORM 2500-PROCESS-TURNAROUND THRU 2500-EXIT
004470         UNTIL BL-TURN-EOF.
004480
004490     PERFORM 8800-PRINT-SUMMARY THRU 8800-EXIT.
004500
004510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004520
004530     GOBACK.
004540
004550*-----------------------------------------------------------*
004560* 1000-INITIALIZE                                            *
004570*     UNLIKE JTTERM, THE MASTERS ARE NOT OPTIONAL HERE - A    *
004580*     BATCH RUN WITH VALIDATION DISABLED WOULD LOAD UNEDITED  *
004590*     FLOOR DATA, SO A MISSING MASTER STOPS THE RUN.  EITHER  *
004600*     FLOOR FILE MAY BE ABSENT, BUT NOT BOTH; TKTSER IS       *
004610*     NEEDED ONLY WHEN TURNAROUND RETURNS ARE PRESENT.        *
004620*-----------------------------------------------------------*
004630 1000-INITIALIZE.
004640
004650     MOVE "JTBLOAD" TO JN-PROGRAM.
004660     MOVE SG-OPER-ID TO JN-OPER-ID.
004670
004680     OPEN INPUT TRANS-FIL.
004690     IF BT-FIL-STATUS NOT = "00"
004700         MOVE "N" TO BL-BATCH-AVAIL-SW
004710         MOVE "Y" TO BL-TRANS-EOF-SW
004720     END-IF.
004730
004740     OPEN INPUT TURN-FIL.
004750     IF TR-FIL-STATUS NOT = "00"
004760         MOVE "N" TO BL-TURN-AVAIL-SW
004770         MOVE "Y" TO BL-TURN-EOF-SW
004780     END-IF.
004790
004800     IF NOT BL-BATCH-AVAIL AND NOT BL-TURN-AVAIL
004810         DISPLAY "JTBLOAD - JTBATCH NOT AVAILABLE - STATUS "
004820                 BT-FIL-STATUS
004830         DISPLAY "JTBLOAD - JTTKRTN NOT AVAILABLE - STATUS "
004840                 TR-FIL-STATUS
004850         GOBACK
004860     END-IF.
004870
004880     IF BL-TURN-AVAIL
004890         OPEN I-O TS-FIL
004900         IF TS-FIL-STATUS NOT = "00"
004910             DISPLAY "JTBLOAD - TKTSER NOT AVAILABLE - STATUS "
004920                     TS-FIL-STATUS
004930             GOBACK
004940         END-IF
004950     END-IF.
004960
004970     OPEN I-O JT-FIL.
004980     IF JT-FIL-STATUS NOT = "00"
004990         DISPLAY "JTBLOAD - JOBTICRMS NOT AVAILABLE - STATUS "
005000                 JT-FIL-STATUS
005010         GOBACK
005020     END-IF.
005030
005040     OPEN INPUT EM-FIL.
005050     IF EM-FIL-STATUS NOT = "00"
005060         DISPLAY "JTBLOAD - EMPMAS NOT AVAILABLE - STATUS "
005070                 EM-FIL-STATUS
005080         GOBACK
005090     END-IF.
005100
005110     OPEN INPUT DO-FIL.
005120     IF DO-FIL-STATUS NOT = "00"
005130         DISPLAY "JTBLOAD - DISMAS NOT AVAILABLE - STATUS "
005140                 DO-FIL-STATUS
005150         GOBACK
005160     END-IF.
005170
005180     OPEN INPUT MO-FIL.
005190     IF MO-FIL-STATUS NOT = "00"
005200         DISPLAY "JTBLOAD - MFGMAS NOT AVAILABLE - STATUS "
005210                 MO-FIL-STATUS
005220         GOBACK
005230     END-IF.
005240
005250     OPEN INPUT CA-FIL.
005260     IF CA-FIL-STATUS NOT = "00"
005270         DISPLAY "JTBLOAD - SHOPCAL NOT AVAILABLE - STATUS "
005280                 CA-FIL-STATUS
005290         GOBACK
005300     END-IF.
005310
005320     OPEN INPUT AC-FIL.
005330     IF AC-FIL-STATUS NOT = "00"
005340         DISPLAY "JTBLOAD - ACTMAS NOT AVAILABLE - STATUS "
005350                 AC-FIL-STATUS
005360         GOBACK
005370     END-IF.
005380
005390     OPEN INPUT CC-FIL.
005400     IF CC-FIL-STATUS NOT = "00"
005410         DISPLAY "JTBLOAD - CCMAS NOT AVAILABLE - STATUS "
005420                 CC-FIL-STATUS
005430         GOBACK
005440     END-IF.
005450
005460     OPEN EXTEND AUDIT-FIL.
005470     IF JA-FIL-NOTFOUND
005480         OPEN OUTPUT AUDIT-FIL
005490     END-IF.
005500
005510     OPEN OUTPUT PRINT-FIL.
005520
005530     PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT.
005540
005550     IF BL-BATCH-AVAIL
005560         PERFORM 2100-READ-NEXT-TRANS THRU 2100-EXIT
005570     END-IF.
005580
005590     IF BL-TURN-AVAIL
005600         PERFORM 1100-FIND-OPEN-WEEK THRU 1100-EXIT
005610         PERFORM 2550-READ-NEXT-TURN THRU 2550-EXIT
005620     END-IF.
005630
005640 1000-EXIT.
005650     EXIT.
005660
005670*-----------------------------------------------------------*
005680* 1100-FIND-OPEN-WEEK                                        *
005690*     WALKS SHOPCAL FOR THE ONE WEEK CARRYING CA-WEEK-OPEN -  *
005700*     THE ONLY WEEK WHOSE TURNAROUND TICKETS MAY BE LOADED.   *
005710*     WITH NO OPEN WEEK EVERY RETURN IS REJECTED.             *
005720*-----------------------------------------------------------*
005730 1100-FIND-OPEN-WEEK.
005740
005750     MOVE 0 TO CA-WK-END-DATE.
005760
005770     START CA-FIL KEY IS NOT LESS THAN CA-WK-END-DATE
005780         INVALID KEY
005790             MOVE "Y" TO BL-CAL-EOF-SW
005800     END-START.
005810
005820     PERFORM 1200-CHECK-WEEK THRU 1200-EXIT
005830         UNTIL BL-CAL-EOF
005840            OR BL-OPEN-WK-END-DATE NOT = 0.
005850
005860     IF BL-OPEN-WK-END-DATE = 0
005870         DISPLAY "JTBLOAD - NO OPEN WEEK ON THE SHOP CALENDAR - "
005880                 "TURNAROUND RETURNS WILL BE REJECTED"
005890     END-IF.
005900
005910 1100-EXIT.
005920     EXIT.
005930
005940 1200-CHECK-WEEK.
005950
005960     READ CA-FIL NEXT RECORD
005970         AT END
005980             MOVE "Y" TO BL-CAL-EOF-SW
005990             GO TO 1200-EXIT
006000     END-READ.
006010
006020     IF CA-WEEK-OPEN
006030         MOVE CA-WK-END-DATE TO BL-OPEN-WK-END-DATE
006040     END-IF.
006050
006060 1200-EXIT.
006070     EXIT.
006080
006090*-----------------------------------------------------------*
006100* 2000-PROCESS-TRANS                                         *
006110*     EDITS ONE TRANSACTION, APPLIES IT TO JOBTICRMS IF IT    *
006120*     PASSES, AND PRINTS ITS REGISTER LINE EITHER WAY.        *
006130*-----------------------------------------------------------*
006140 2000-PROCESS-TRANS.
006150
006160     ADD 1 TO BL-TRANS-CNT.
006170
006180     PERFORM 3000-EDIT-TRANS THRU 3000-EXIT.
006190
006200     IF NOT BL-REJECTED
006210         PERFORM 4000-APPLY-TRANS THRU 4000-EXIT
006220     END-IF.
006230
006240     IF BL-REJECTED
006250         ADD 1 TO BL-REJECT-CNT
006260     ELSE
006270         ADD 1 TO BL-ACCEPT-CNT
006280     END-IF.
006290
006300     PERFORM 5000-PRINT-REGISTER-LINE THRU 5000-EXIT.
006310
006320     PERFORM 2100-READ-NEXT-TRANS THRU 2100-EXIT.
006330
006340 2000-EXIT.
006350     EXIT.
006360
006370 2100-READ-NEXT-TRANS.
006380
006390     READ TRANS-FIL NEXT RECORD INTO BT-TRANS-REC
006400         AT END
006410             MOVE "Y" TO BL-TRANS-EOF-SW
006420     END-READ.
006430
006440 2100-EXIT.
006450     EXIT.
006460
006470*-----------------------------------------------------------*
006480* 2500-PROCESS-TURNAROUND                                    *
006490*     EXPANDS ONE TURNAROUND RETURN FROM TKTSER INTO A FULL   *
006500*     TRANSACTION, THEN EDITS AND APPLIES IT EXACTLY AS A     *
006510*     JTBATCH TRANSACTION.  A LINE THAT LOADS IS MARKED SO    *
006520*     IT CANNOT LOAD AGAIN.                                   *
006530*-----------------------------------------------------------*
006540 2500-PROCESS-TURNAROUND.
006550
006560     ADD 1 TO BL-TRANS-CNT.
006570     ADD 1 TO BL-TURN-CNT.
006580     MOVE "Y" TO BL-TURN-REC-SW.
006590
006600     PERFORM 2600-EXPAND-TURNAROUND THRU 2600-EXIT.
006610
006620     IF NOT BL-REJECTED
006630         PERFORM 3000-EDIT-TRANS THRU 3000-EXIT
006640     END-IF.
006650
006660     IF NOT BL-REJECTED
006670         PERFORM 4000-APPLY-TRANS THRU 4000-EXIT
006680     END-IF.
006690
006700     IF NOT BL-REJECTED
006710         PERFORM 2700-MARK-SERIAL-LOADED THRU 2700-EXIT
006720     END-IF.
006730
006740     IF BL-REJECTED
006750         ADD 1 TO BL-REJECT-CNT
006760     ELSE
006770         ADD 1 TO BL-ACCEPT-CNT
006780     END-IF.
006790
006800     PERFORM 5000-PRINT-REGISTER-LINE THRU 5000-EXIT.
006810
006820     PERFORM 2550-READ-NEXT-TURN THRU 2550-EXIT.
006830
006840 2500-EXIT.
006850     EXIT.
006860
006870 2550-READ-NEXT-TURN.
006880
006890     READ TURN-FIL NEXT RECORD
006900         AT END
006910             MOVE "Y" TO BL-TURN-EOF-SW
006920     END-READ.
006930
006940 2550-EXIT.
006950     EXIT.
006960
006970*-----------------------------------------------------------*
006980* 2600-EXPAND-TURNAROUND                                     *
006990*     THE SERIAL AND LINE MUST HAVE BEEN PRINTED BY JTTKPRT,  *
007000*     FOR THE OPEN WEEK, AND NOT YET LOADED.  THE BADGE AND   *
007010*     LINE DETAIL COME FROM TKTSER, THE HOURS FROM THE FLOOR. *
007020*-----------------------------------------------------------*
007030 2600-EXPAND-TURNAROUND.
007040
007050     MOVE "N" TO BL-REJECT-SW.
007060     MOVE SPACES TO BL-REJECT-REASON.
007070
007080     MOVE SPACES TO BT-TRANS-REC.
007090     MOVE 0 TO BT-BADGE-NUM.
007100     MOVE 0 TO BT-WK-END-DATE.
007110     MOVE 0 TO BT-DIS-NUM.
007120     MOVE 0 TO BT-MFG-NUM.
007130     MOVE 0 TO BT-HOURS.
007140
007150     IF TR-HOURS NUMERIC
007160         MOVE TR-HOURS TO BT-HOURS
007170     END-IF.
007180
007190     IF TR-SERIAL NOT NUMERIC OR TR-LINE-NO NOT NUMERIC
007200         MOVE "Y" TO BL-REJECT-SW
007210         MOVE "SERIAL NEVER PRINTED" TO BL-REJECT-REASON
007220         GO TO 2600-EXIT
007230     END-IF.
007240
007250     MOVE TR-SER-WK-END-DATE TO BT-WK-END-DATE.
007260
007270     MOVE TR-SER-WK-END-DATE TO TS-SER-WK-END-DATE.
007280     MOVE TR-SER-TICKET-NO TO TS-SER-TICKET-NO.
007290     MOVE TR-LINE-NO TO TS-LINE-NO.
007300
007310     READ TS-FIL
007320         INVALID KEY
007330             MOVE "Y" TO BL-REJECT-SW
007340             MOVE "SERIAL NEVER PRINTED" TO BL-REJECT-REASON
007350             GO TO 2600-EXIT
007360     END-READ.
007370
007380     MOVE TS-BADGE-NUM TO BT-BADGE-NUM.
007390     MOVE TS-ACTIV-CD TO BT-ACTIV-CD.
007400     MOVE TS-PL-NUM TO BT-PL-NUM.
007410     MOVE TS-DIS-NUM TO BT-DIS-NUM.
007420     MOVE TS-MFG-NUM TO BT-MFG-NUM.
007430     MOVE TS-OP-CD TO BT-OP-CD.
007440
007450     IF TS-SER-WK-END-DATE NOT = BL-OPEN-WK-END-DATE
007460         MOVE "Y" TO BL-REJECT-SW
007470         MOVE "SERIAL FOR ANOTHER WEEK" TO BL-REJECT-REASON
007480         GO TO 2600-EXIT
007490     END-IF.
007500
007510     IF TS-LOADED
007520         MOVE "Y" TO BL-REJECT-SW
007530         MOVE "SERIAL LINE ALREADY LOADED" TO BL-REJECT-REASON
007540         GO TO 2600-EXIT
007550     END-IF.
007560
007570     IF TR-HOURS NOT NUMERIC
007580         MOVE "Y" TO BL-REJECT-SW
007590         MOVE "HOURS NOT NUMERIC" TO BL-REJECT-REASON
007600     END-IF.
007610
007620 2600-EXIT.
007630     EXIT.
007640
007650*-----------------------------------------------------------*
007660* 2700-MARK-SERIAL-LOADED                                    *
007670*     THE TKTSER RECORD IS STILL THE ONE 2600 READ - NOTHING  *
007680*     IN THE EDIT OR THE APPLY TOUCHES TS-FIL.                *
007690*-----------------------------------------------------------*
007700 2700-MARK-SERIAL-LOADED.
007710
007720     MOVE "Y" TO TS-LOAD-SW.
007730     ACCEPT TS-LOAD-DATE FROM DATE.
007740
007750     REWRITE TS-REC
007760         INVALID KEY
007770             DISPLAY "JTBLOAD - TKTSER REWRITE FAILED FOR SERIAL "
007780                     TS-SERIAL " LINE " TS-LINE-NO
007790                     " - STATUS " TS-FIL-STATUS
007800         NOT INVALID KEY
007810             ADD 1 TO BL-TURN-LOAD-CNT
007820     END-REWRITE.
007830
007840 2700-EXIT.
007850     EXIT.
007860
007870*-----------------------------------------------------------*
007880* 3000-EDIT-TRANS                                            *
007890*     THE SAME EDITS JTTERM APPLIES AT THE TERMINAL - BADGE   *
007900*     ACTIVE ON EMPMAS WITH ITS HOME COST CENTER OPEN ON      *
007910*     CCMAS, NON-ZERO ORDER NUMBERS ON FILE AND               *
007920*     ACTIVE, ACTIVITY ACTIVE ON ACTMAS WITH THE OPERATION    *
007930*     CODE LISTED UNDER IT, HOURS POSITIVE.  THE FIRST EDIT   *
007940*     THAT FAILS SETS THE REASON AND REJECTS THE TRANSACTION. *
007950*-----------------------------------------------------------*
007960 3000-EDIT-TRANS.
007970
007980     MOVE "N" TO BL-REJECT-SW.
007990     MOVE SPACES TO BL-REJECT-REASON.
008000
008010     MOVE BT-WK-END-DATE TO CA-WK-END-DATE.
008020     READ CA-FIL
008030         INVALID KEY
008040             MOVE "Y" TO BL-REJECT-SW
008050             MOVE "WEEK NOT ON SHOP CALENDAR"
008060                 TO BL-REJECT-REASON
008070             GO TO 3000-EXIT
008080     END-READ.
008090
008100     MOVE BT-BADGE-NUM TO EM-BADGE-NUM.
008110     READ EM-FIL
008120         INVALID KEY
008130             MOVE "Y" TO BL-REJECT-SW
008140             MOVE "BADGE NOT ON EMPLOYEE MASTER"
008150                 TO BL-REJECT-REASON
008160             GO TO 3000-EXIT
008170     END-READ.
008180
008190     IF NOT EM-ACTIVE
008200         MOVE "Y" TO BL-REJECT-SW
008210         MOVE "EMPLOYEE NOT ACTIVE" TO BL-REJECT-REASON
008220         GO TO 3000-EXIT
008230     END-IF.
008240
008250     MOVE EM-COST-CENTER TO CC-COST-CENTER.
008260     READ CC-FIL
008270         INVALID KEY
008280             MOVE "Y" TO BL-REJECT-SW
008290             MOVE "HOME COST CENTER NOT ON FILE"
008300                 TO BL-REJECT-REASON
008310             GO TO 3000-EXIT
008320     END-READ.
008330
008340     IF CC-CLOSED
008350         MOVE "Y" TO BL-REJECT-SW
008360         MOVE "HOME COST CENTER CLOSED" TO BL-REJECT-REASON
008370         GO TO 3000-EXIT
008380     END-IF.
008390
008400     IF BT-DIS-NUM NOT = 0
008410         MOVE BT-DIS-NUM TO DO-DIS-NUM
008420         READ DO-FIL
008430             INVALID KEY
008440                 MOVE "Y" TO BL-REJECT-SW
008450                 MOVE "DISTRIBUTION ORDER NOT ON FILE"
008460                     TO BL-REJECT-REASON
008470                 GO TO 3000-EXIT
008480         END-READ
008490         IF NOT DO-DIS-ACTIVE
008500             MOVE "Y" TO BL-REJECT-SW
008510             MOVE "DISTRIBUTION ORDER NOT ACTIVE"
008520                 TO BL-REJECT-REASON
008530             GO TO 3000-EXIT
008540         END-IF
008550     END-IF.
008560
008570     IF BT-MFG-NUM NOT = 0
008580         MOVE BT-MFG-NUM TO MO-MFG-NUM
008590         READ MO-FIL
008600             INVALID KEY
008610                 MOVE "Y" TO BL-REJECT-SW
008620                 MOVE "MANUFACTURING ORDER NOT ON FILE"
008630                     TO BL-REJECT-REASON
008640                 GO TO 3000-EXIT
008650         END-READ
008660         IF NOT MO-MFG-ACTIVE
008670             MOVE "Y" TO BL-REJECT-SW
008680             MOVE "MANUFACTURING ORDER NOT ACTIVE"
008690                 TO BL-REJECT-REASON
008700             GO TO 3000-EXIT
008710         END-IF
008720     END-IF.
008730
008740     MOVE BT-ACTIV-CD TO AC-ACTIV-CD.
008750     READ AC-FIL
008760         INVALID KEY
008770             MOVE "Y" TO BL-REJECT-SW
008780             MOVE "ACTIVITY NOT ON FILE" TO BL-REJECT-REASON
008790             GO TO 3000-EXIT
008800     END-READ.
008810
008820     IF NOT AC-ACTIV-ACTIVE
008830         MOVE "Y" TO BL-REJECT-SW
008840         MOVE "ACTIVITY NOT ACTIVE" TO BL-REJECT-REASON
008850         GO TO 3000-EXIT
008860     END-IF.
008870
008880     IF BT-OP-CD NOT = SPACES
008890         MOVE "N" TO BL-OP-VALID-SW
008900         PERFORM 3100-TEST-OP-CD THRU 3100-EXIT
008910             VARYING BL-OP-SUB FROM 1 BY 1
008920             UNTIL BL-OP-SUB > AC-OP-CNT OR BL-OP-VALID
008930         IF NOT BL-OP-VALID
008940             MOVE "Y" TO BL-REJECT-SW
008950             MOVE "OP CODE NOT VALID FOR ACTIVITY"
008960                 TO BL-REJECT-REASON
008970             GO TO 3000-EXIT
008980         END-IF
008990     END-IF.
009000
009010     IF BT-HOURS = 0
009020         MOVE "Y" TO BL-REJECT-SW
009030         MOVE "HOURS NOT POSITIVE" TO BL-REJECT-REASON
009040         GO TO 3000-EXIT
009050     END-IF.
009060
009070 3000-EXIT.
009080     EXIT.
009090
009100 3100-TEST-OP-CD.
009110
009120     IF AC-OP-CD (BL-OP-SUB) = BT-OP-CD
009130         MOVE "Y" TO BL-OP-VALID-SW
009140     END-IF.
009150
009160 3100-EXIT.
009170     EXIT.
009180
009190 3400-PRINT-HEADINGS.
009200
009210     ADD 1 TO BL-PAGE-NO.
009220     MOVE BL-PAGE-NO TO HDR1-PAGE-NO.
009230
009240     WRITE PRINT-LINE FROM HDR1-LINE.
009250     WRITE PRINT-LINE FROM HDR2-LINE.
009260
009270     MOVE 2 TO BL-LINE-CNT.
009280
009290 3400-EXIT.
009300     EXIT.
009310
009320*-----------------------------------------------------------*
009330* 4000-APPLY-TRANS                                           *
009340*     A TICKET ALREADY ON FILE FOR THE WEEK AND BADGE GAINS   *
009350*     THE TRANSACTION AS A NEW DETAIL LINE; OTHERWISE A NEW   *
009360*     TICKET IS BUILT FROM THE EMPLOYEE MASTER AND WRITTEN.   *
009370*-----------------------------------------------------------*
009380 4000-APPLY-TRANS.
009390
009400     MOVE BT-HOURS TO BL-HOURS-ENTRY.
009410
009420     MOVE BT-WK-END-DATE TO JT-WK-END-DATE.
009430     MOVE BT-BADGE-NUM TO JT-BADGE-NUM.
009440
009450     READ JT-FIL
009460         INVALID KEY
009470             PERFORM 4100-ADD-TICKET THRU 4100-EXIT
009480         NOT INVALID KEY
009490             PERFORM 4200-UPDATE-TICKET THRU 4200-EXIT
009500     END-READ.
009510
009520 4000-EXIT.
009530     EXIT.
009540
009550 4100-ADD-TICKET.
009560
009570     MOVE 0 TO BL-BEFORE-HRS.
009580
009590     MOVE BT-WK-END-DATE TO JT-WK-END-DATE.
009600     MOVE BT-BADGE-NUM TO JT-BADGE-NUM.
009610     MOVE EM-NAME TO JT-NAME.
009620     MOVE EM-COST-CENTER TO JT-COST-CENTER.
009630     MOVE "E" TO JT-STATUS.
009640     MOVE 0 TO JT-ORIG-WK-END-DATE.
009650     MOVE 0 TO JT-ORIG-BADGE-NUM.
009660     MOVE 1 TO JT-DTL-CNT.
009670     MOVE BL-HOURS-ENTRY TO JT-TOTAL-HRS.
009680     PERFORM 4300-FILL-DETAIL-LINE THRU 4300-EXIT.
009690
009700     WRITE JT-REC
009710         INVALID KEY
009720             MOVE "Y" TO BL-REJECT-SW
009730             MOVE "TICKET WRITE FAILED" TO BL-REJECT-REASON
009740         NOT INVALID KEY
009750             ADD 1 TO BL-ADD-CNT
009760             MOVE "A" TO JN-ACTION
009770             PERFORM 8050-WRITE-JOURNAL-IMAGE THRU 8050-EXIT
009780             MOVE "A" TO JA-OPERATION
009790             MOVE JT-TOTAL-HRS TO BL-AFTER-HRS
009800             PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
009810     END-WRITE.
009820
009830 4100-EXIT.
009840     EXIT.
009850
009860 4200-UPDATE-TICKET.
009870
009880     IF JT-EXTRACTED
009890         MOVE "Y" TO BL-REJECT-SW
009900         MOVE "TICKET ALREADY EXTRACTED" TO BL-REJECT-REASON
009910         GO TO 4200-EXIT
009920     END-IF.
009930
009940     IF JT-DTL-CNT = 30
009950         MOVE "Y" TO BL-REJECT-SW
009960         MOVE "TICKET DETAIL TABLE FULL" TO BL-REJECT-REASON
009970         GO TO 4200-EXIT
009980     END-IF.
009990
010000     MOVE JT-TOTAL-HRS TO BL-BEFORE-HRS.
010010
010020     ADD 1 TO JT-DTL-CNT.
010030     PERFORM 4300-FILL-DETAIL-LINE THRU 4300-EXIT.
010040     ADD BL-HOURS-ENTRY TO JT-TOTAL-HRS.
010050     MOVE "E" TO JT-STATUS.
010060
010070     REWRITE JT-REC
010080         INVALID KEY
010090             MOVE "Y" TO BL-REJECT-SW
010100             MOVE "TICKET REWRITE FAILED" TO BL-REJECT-REASON
010110         NOT INVALID KEY
010120             ADD 1 TO BL-UPDATE-CNT
010130             MOVE "C" TO JN-ACTION
010140             PERFORM 8050-WRITE-JOURNAL-IMAGE THRU 8050-EXIT
010150             MOVE "R" TO JA-OPERATION
010160             MOVE JT-TOTAL-HRS TO BL-AFTER-HRS
010170             PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
010180     END-REWRITE.
010190
010200 4200-EXIT.
010210     EXIT.
010220
010230 4300-FILL-DETAIL-LINE.
010240
010250     MOVE BT-ACTIV-CD TO JT-ACTIV-CD (JT-DTL-CNT).
010260     MOVE BT-PL-NUM TO JT-PL-NUM (JT-DTL-CNT).
010270     MOVE BT-DIS-NUM TO JT-DIS-NUM (JT-DTL-CNT).
010280     MOVE BT-MFG-NUM TO JT-MFG-NUM (JT-DTL-CNT).
010290     MOVE BL-HOURS-ENTRY TO JT-HOURS (JT-DTL-CNT).
010300     MOVE BT-OP-CD TO JT-OP-CD (JT-DTL-CNT).
010310
010320 4300-EXIT.
010330     EXIT.
010340
010350*-----------------------------------------------------------*
010360* 5000-PRINT-REGISTER-LINE                                   *
010370*-----------------------------------------------------------*
010380 5000-PRINT-REGISTER-LINE.
010390
010400     IF BL-LINE-CNT > 55
010410         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
010420     END-IF.
010430
010440     MOVE SPACES TO DTL-LINE.
010450     MOVE BT-BADGE-NUM TO DTL-BADGE-NUM.
010460     MOVE BT-WK-END-DATE TO DTL-WK-END-DATE.
010470     MOVE BT-ACTIV-CD TO DTL-ACTIV-CD.
010480     MOVE BT-HOURS TO DTL-HOURS.
010490
010500     IF BL-REJECTED
010510         MOVE "REJECTED" TO DTL-DISPOSITION
010520         MOVE BL-REJECT-REASON TO DTL-REASON
010530     ELSE
010540         MOVE "ACCEPTED" TO DTL-DISPOSITION
010550     END-IF.
010560
010570     IF BL-TURN-REC
010580         STRING TR-SERIAL DELIMITED BY SIZE
010590                "-" DELIMITED BY SIZE
010600                TR-LINE-NO DELIMITED BY SIZE
010610             INTO DTL-SERIAL
010620     END-IF.
010630
010640     WRITE PRINT-LINE FROM DTL-LINE.
010650
010660     ADD 1 TO BL-LINE-CNT.
010670
010680 5000-EXIT.
010690     EXIT.
010700
010710*-----------------------------------------------------------*
010720* 8000-WRITE-AUDIT-RECORD                                    *
010730*     APPENDS ONE RECORD TO JTAUDLOG FOR THE ADD OR REWRITE   *
010740*     JUST APPLIED, IN THE SAME SHAPE JTTERM WRITES.          *
010750*-----------------------------------------------------------*
010760 8000-WRITE-AUDIT-RECORD.
010770
010780     MOVE JT-BADGE-NUM TO JA-BADGE-NUM.
010790     MOVE JT-WK-END-DATE TO JA-WK-END-DATE.
010800     MOVE BL-BEFORE-HRS TO JA-BEFORE-HRS.
010810     MOVE BL-AFTER-HRS TO JA-AFTER-HRS.
010820     MOVE "JTBLOAD" TO JA-TERM-ID.
010830     ACCEPT JA-LOG-DATE FROM DATE.
010840     ACCEPT JA-LOG-TIME FROM TIME.
010850     MOVE JT-ORIG-WK-END-DATE TO JA-ORIG-WK-END-DATE.
010860     MOVE JT-ORIG-BADGE-NUM TO JA-ORIG-BADGE-NUM.
010870
010880     WRITE JA-AUDIT-REC.
010890
010900 8000-EXIT.
010910     EXIT.
010920
010930*-----------------------------------------------------------*
010940* 8050-WRITE-JOURNAL-IMAGE                                   *
010950*     HANDS THE TICKET JUST CHANGED ON JOBTICRMS TO THE       *
010960*     AFTER-IMAGE JOURNAL WRITER.  THE CALLER SETS JN-ACTION. *
010970*-----------------------------------------------------------*
010980 8050-WRITE-JOURNAL-IMAGE.
010990
011000     CALL "JTJNLWR" USING JT-JNL-REQ JT-REC.
011010
011020 8050-EXIT.
011030     EXIT.
011040
011050*-----------------------------------------------------------*
011060* 8800-PRINT-SUMMARY                                         *
011070*-----------------------------------------------------------*
011080 8800-PRINT-SUMMARY.
011090
011100     MOVE BL-TRANS-CNT TO SUM-TRANS-CNT.
011110     MOVE BL-ACCEPT-CNT TO SUM-ACCEPT-CNT.
011120     MOVE BL-REJECT-CNT TO SUM-REJECT-CNT.
011130     WRITE PRINT-LINE FROM SUMMARY1-LINE.
011140
011150     MOVE BL-ADD-CNT TO SUM-ADD-CNT.
011160     MOVE BL-UPDATE-CNT TO SUM-UPDATE-CNT.
011170     WRITE PRINT-LINE FROM SUMMARY2-LINE.
011180
011190     IF BL-TURN-AVAIL
011200         MOVE BL-TURN-CNT TO SUM-TURN-CNT
011210         MOVE BL-TURN-LOAD-CNT TO SUM-TURN-LOAD-CNT
011220         WRITE PRINT-LINE FROM SUMMARY3-LINE
011230     END-IF.
011240
011250 8800-EXIT.
011260     EXIT.
011270
011280*-----------------------------------------------------------*
011290* 9000-TERMINATE                                             *
011300*-----------------------------------------------------------*
011310 9000-TERMINATE.
011320
011330     IF BL-BATCH-AVAIL
011340         CLOSE TRANS-FIL
011350     END-IF.
011360
011370     IF BL-TURN-AVAIL
011380         CLOSE TURN-FIL
011390         CLOSE TS-FIL
011400     END-IF.
011410     CLOSE JT-FIL.
011420     CLOSE EM-FIL.
011430     CLOSE DO-FIL.
011440     CLOSE MO-FIL.
011450     CLOSE CA-FIL.
011460     CLOSE AC-FIL.
011470     CLOSE CC-FIL.
011480     CLOSE AUDIT-FIL.
011490     CLOSE PRINT-FIL.
011500
011510     DISPLAY "JTBLOAD - TRANSACTIONS READ: " BL-TRANS-CNT.
011520     DISPLAY "JTBLOAD - ACCEPTED: " BL-ACCEPT-CNT.
011530     DISPLAY "JTBLOAD - REJECTED: " BL-REJECT-CNT.
011540     DISPLAY "JTBLOAD - TICKETS ADDED: " BL-ADD-CNT.
011550     DISPLAY "JTBLOAD - TICKETS UPDATED: " BL-UPDATE-CNT.
011560
011570     IF BL-TURN-AVAIL
011580         DISPLAY "JTBLOAD - TURNAROUND LINES READ: " BL-TURN-CNT
011590         DISPLAY "JTBLOAD - TURNAROUND LINES LOADED: "
011600                 BL-TURN-LOAD-CNT
011610     END-IF.
011620
011630 9000-EXIT.
011640     EXIT.
