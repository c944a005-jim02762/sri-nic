000440*     The CANCEL puts each program (and JTSERV behind the
000450*     ticket programs) back in initial state and closes any
000460*     file an error-path GOBACK left open.  )%
000470*
000480* Edit (15-Oct-26, 'J. A. Hartley')
000490* %(  Utility choice 23 runs JTACTM, the ACTMAS activity/
000500*     operation code master maintenance.  )%
000510*
000520* Edit (15-Oct-26, 'J. A. Hartley')
000530* %(  Utility choice 24 runs JTCCM, the CCMAS cost center
000540*     master maintenance.  JTAPPR is now called USING the
000550*     sign-on, as JTTERM is, so it can hold the approver to
000560*     the cost centers CCMAS assigns them.  )%
000570*
000580* Edit (15-Oct-26, 'J. A. Hartley')
000590* %(  Utility choice 25 runs JTEMPM, the EMPMAS badge master
000600*     maintenance, and choice 26 runs JTHRLD, the daily
000610*     personnel feed load.  )%
000620*
000630* Edit (15-Oct-26, 'J. A. Hartley')
000640* %(  Choice 27 runs JTGLJRN, the general ledger labor
000650*     journal, under the same extract authority as JTEXPRT,
000660*     and utility choice 28 runs JTGLM, the GLMAP account map
000670*     maintenance.  )%
000680*
000690* Edit (15-Oct-26, 'J. A. Hartley')
000700* %(  Choice 29 runs JTCLKRC, the time-clock variance
000710*     register, open to any signed-on operator like the other
000720*     reports so supervisors can settle clock differences
000730*     before approval.  )%
000740*
000750* Edit (15-Oct-26, 'J. A. Hartley')
000760* %(  JTEXPRT, JTBLOAD, JTARCHV, and JTCOSTRG are now called
000770*     USING the sign-on, so the JOBTICRMS after-images they
000780*     journal carry the operator who ran them.  Utility choice
000790*     30 runs JTROLFW, the journal backup mark, roll-forward
000800*     recovery, and trim utility.  )%
000810*
000820* Edit (15-Oct-26, 'J. A. Hartley')
000830* %(  Choice 31 runs JTCLOSE, the weekly close driver, for an
000840*     operator with both extract and utility authority.
000850*     JTVRPT, JTEXCP, JTPRECN, JTGLJRN, and JTCLKRC are now
000860*     called USING the sign-on, which carries the week JTCLOSE
000870*     is closing; sign-on clears it, so from the menu they
000880*     still prompt for their week.  )%
000890*
000900* Edit (15-Oct-26, 'J. A. Hartley')
000910* %(  Utility choice 32 runs JTOCCV, the one-time ORDCOST
000920*     order cost ledger load.  JTSETL, the order settlement
000930*     JTORDM and JTORDLD call when they close an order, is
000940*     cancelled after each of them.  )%
000950*
000960* Edit (15-Oct-26, 'J. A. Hartley')
000970* %(  Choice 33 runs JTINTEG, the ticket integrity register,
000980*     open to any signed-on operator like JTRECON so errors
000990*     can be chased down before the weekly close.  )%
001000*
001010* Edit (15-Oct-26, 'J. A. Hartley')
001020* %(  Utility choice 34 runs JTTKPRT, the pre-filled
001030*     turnaround ticket print for the open week, whose
001040*     returns JTBLOAD (choice 12) loads.  )%
001050
001060 ENVIRONMENT DIVISION.
001070
001080 CONFIGURATION SECTION.
001090
001100 SOURCE-COMPUTER.
001110     DECSYSTEM-20.
001120
001130 OBJECT-COMPUTER.
001140     DECSYSTEM-20.
001150
001160 INPUT-OUTPUT SECTION.
001170
001180 FILE-CONTROL.
001190     COPY jtopsel.
001200
001210 DATA DIVISION.
001220
001230 FILE SECTION.
001240
001250 FD  OP-FIL
001260     LABEL RECORDS ARE STANDARD.
001270
001280 01  OP-REC.
001290     COPY jtoply.
001300
001310 WORKING-STORAGE SECTION.
001320     COPY jtopst.
001330
001340 01  JT-SIGNON.
001350     COPY jtsgnly.
001360
001370 01  MN-REQ-OPER-ID               PIC X(08).
001380
001390 01  MN-REQ-PASSWORD              PIC X(08).
001400
001410 01  MN-SIGNED-ON-SW              PIC X(01) VALUE "N".
001420     88  MN-SIGNED-ON             VALUE "Y".
001430
001440 01  MN-DONE-SW                   PIC X(01) VALUE "N".
001450     88  MN-DONE                  VALUE "Y".
001460
001470 01  MN-TRY-CNT                   PIC 9(04) COMP VALUE 0.
001480
001490 01  MN-CHOICE                    PIC 9(02).
001500
001510 PROCEDURE DIVISION.
001520
001530*-----------------------------------------------------------*
001540* 0000-MAINLINE                                              *
001550*-----------------------------------------------------------*
001560 0000-MAINLINE.
001570
001580     PERFORM 1000-SIGN-ON THRU 1000-EXIT.
001590
001600     IF MN-SIGNED-ON
001610         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001620             UNTIL MN-DONE
001630     END-IF.
001640
001650     DISPLAY "JTMENU - SIGNED OFF.".
001660
001670     STOP RUN.
001680
001690*-----------------------------------------------------------*
001700* 1000-SIGN-ON                                               *
001710*     OPENS THE OPERATOR MASTER (BOOTSTRAPPING IT ON A FIRST  *
001720*     RUN) AND GIVES THE OPERATOR THREE TRIES AT AN ID AND    *
001730*     PASSWORD ON FILE.  A GOOD SIGN-ON FILLS THE JTSGNLY     *
001740*     BLOCK PASSED TO EVERY PROGRAM RUN FROM THE MENU.        *
001750*-----------------------------------------------------------*
001760 1000-SIGN-ON.
001770
001780     OPEN I-O OP-FIL.
001790     IF OP-FIL-NOTFOUND
001800         PERFORM 1200-BOOTSTRAP-FIRST-RUN THRU 1200-EXIT
001810     END-IF.
001820
001830     IF OP-FIL-STATUS NOT = "00"
001840         DISPLAY "JTMENU - JTOPMAS NOT AVAILABLE - STATUS "
001850                 OP-FIL-STATUS
001860         GO TO 1000-EXIT
001870     END-IF.
001880
001890     PERFORM 1100-TRY-SIGN-ON THRU 1100-EXIT
001900         UNTIL MN-SIGNED-ON OR MN-TRY-CNT = 3.
001910
001920     IF NOT MN-SIGNED-ON
001930         DISPLAY "JTMENU - SIGN-ON REFUSED."
001940     END-IF.
001950
001960*    THE MASTER CLOSES HERE SO JTOPM CAN OPEN IT FOR UPDATE
001970*    LATER IN THE SESSION.
001980     CLOSE OP-FIL.
001990
002000 1000-EXIT.
002010     EXIT.
002020
002030 1100-TRY-SIGN-ON.
002040
002050     ADD 1 TO MN-TRY-CNT.
002060
002070     DISPLAY "JTMENU - OPERATOR ID: ".
002080     ACCEPT MN-REQ-OPER-ID.
002090     DISPLAY "PASSWORD: ".
002100     ACCEPT MN-REQ-PASSWORD.
002110
002120     MOVE MN-REQ-OPER-ID TO OP-OPER-ID.
002130
002140     READ OP-FIL
002150         INVALID KEY
002160             DISPLAY "OPERATOR NOT ON FILE"
002170             GO TO 1100-EXIT
002180     END-READ.
002190
002200     IF OP-PASSWORD NOT = MN-REQ-PASSWORD
002210         DISPLAY "PASSWORD DOES NOT MATCH"
002220         GO TO 1100-EXIT
002230     END-IF.
002240
002250     MOVE "Y" TO MN-SIGNED-ON-SW.
002260     MOVE OP-OPER-ID TO SG-OPER-ID.
002270     MOVE OP-ENTRY-SW TO SG-ENTRY-SW.
002280     MOVE OP-APPROVE-SW TO SG-APPROVE-SW.
002290     MOVE OP-EXTRACT-SW TO SG-EXTRACT-SW.
002300     MOVE OP-UTIL-SW TO SG-UTIL-SW.
002310     MOVE 0 TO SG-CLOSE-WK-END-DATE.
002320
002330     DISPLAY "SIGNED ON - " OP-NAME.
002340
002350 1100-EXIT.
002360     EXIT.
002370
002380*-----------------------------------------------------------*
002390* 1200-BOOTSTRAP-FIRST-RUN                                   *
002400*     NO OPERATOR MASTER YET - CREATE IT AND KEY THE FIRST    *
002410*     SUPERVISOR RECORD WITH FULL AUTHORITY, SO THE SHOP IS   *
002420*     NEVER LOCKED OUT OF ITS OWN SIGN-ON.                    *
002430*-----------------------------------------------------------*
002440 1200-BOOTSTRAP-FIRST-RUN.
002450
002460     DISPLAY "JTMENU - NO OPERATOR MASTER ON FILE - FIRST RUN.".
002470     DISPLAY "JTMENU - KEY THE FIRST SUPERVISOR OPERATOR.".
002480
002490     CLOSE OP-FIL.
002500     OPEN OUTPUT OP-FIL.
002510
002520     DISPLAY "OPERATOR ID: ".
002530     ACCEPT OP-OPER-ID.
002540     DISPLAY "NAME: ".
002550     ACCEPT OP-NAME.
002560     DISPLAY "PASSWORD: ".
002570     ACCEPT OP-PASSWORD.
002580     MOVE "Y" TO OP-ENTRY-SW.
002590     MOVE "Y" TO OP-APPROVE-SW.
002600     MOVE "Y" TO OP-EXTRACT-SW.
002610     MOVE "Y" TO OP-UTIL-SW.
002620
002630     WRITE OP-REC.
002640
002650     CLOSE OP-FIL.
002660     OPEN I-O OP-FIL.
002670
002680 1200-EXIT.
002690     EXIT.
002700
002710*-----------------------------------------------------------*
002720* 2000-PROCESS-MENU                                          *
002730*     SHOWS THE FUNCTIONS THE OPERATOR'S AUTHORITY ALLOWS     *
002740*     AND DISPATCHES THE CHOICE.  AN UNAUTHORIZED CHOICE IS   *
002750*     REFUSED EVEN IF KEYED.                                  *
002760*-----------------------------------------------------------*
002770 2000-PROCESS-MENU.
002780
002790     DISPLAY " ".
002800     DISPLAY "JTMENU - JOB TICKET SYSTEM - " SG-OPER-ID.
002810
002820     IF SG-ENTRY-AUTH
002830         DISPLAY "   1 TICKET ENTRY/CORRECTION    (JTTERM)"
002840     END-IF.
002850     IF SG-APPROVE-AUTH
002860         DISPLAY "   2 TICKET APPROVAL            (JTAPPR)"
002870     END-IF.
002880     IF SG-EXTRACT-AUTH
002890         DISPLAY "   3 PAYROLL EXTRACT            (JTEXPRT)"
002900         DISPLAY "  20 PAYROLL CONFIRM RECONCILE  (JTPRECN)"
002910         DISPLAY "  27 GL LABOR JOURNAL           (JTGLJRN)"
002920     END-IF.
002930     IF SG-EXTRACT-AUTH AND SG-UTIL-AUTH
002940         DISPLAY "  31 WEEKLY CLOSE               (JTCLOSE)"
002950     END-IF.
002960     DISPLAY "   4 COST CENTER INQUIRY        (JTCCINQ)".
002970     DISPLAY "   5 LABOR DISTRIBUTION REPORT  (JTVRPT)".
002980     DISPLAY "   6 JOB COSTING REPORT         (JTJCRPT)".
002990     DISPLAY "   7 HISTORY TREND REPORT       (JTHTRND)".
003000     DISPLAY "   8 HOURS RECONCILE            (JTRECON)".
003010     DISPLAY "   9 EXCEPTION REPORT           (JTEXCP)".
003020     DISPLAY "  10 AUDIT TRAIL REPORT         (JTAUDIT)".
003030     DISPLAY "  11 BUDGET VARIANCE REPORT     (JTBVRPT)".
003040     DISPLAY "  29 TIME CLOCK RECONCILE       (JTCLKRC)".
003050     DISPLAY "  33 TICKET INTEGRITY CHECK     (JTINTEG)".
003060     IF SG-UTIL-AUTH
003070         DISPLAY "  12 BATCH TICKET LOAD          (JTBLOAD)"
003080         DISPLAY "  13 ORDER MAINTENANCE          (JTORDM)"
003090         DISPLAY "  14 ORDER BATCH LOAD           (JTORDLD)"
003100         DISPLAY "  15 LABOR RATE MAINTENANCE     (JTRTEM)"
003110         DISPLAY "  16 SHOP CALENDAR              (JTCALM)"
003120         DISPLAY "  17 OPERATOR MASTER            (JTOPM)"
003130         DISPLAY "  18 ARCHIVE/PURGE              (JTARCHV)"
003140         DISPLAY "  19 TICKET FILE INITIALIZE     (IDXINI)"
003150         DISPLAY "  21 COST CENTER REORG          (JTCOSTRG)"
003160         DISPLAY "  22 AUDIT LOG CONVERSION       (JTAUDCV)"
003170         DISPLAY "  23 ACTIVITY CODE MASTER       (JTACTM)"
003180         DISPLAY "  24 COST CENTER MASTER         (JTCCM)"
003190         DISPLAY "  25 EMPLOYEE MASTER            (JTEMPM)"
003200         DISPLAY "  26 PERSONNEL FEED LOAD        (JTHRLD)"
003210         DISPLAY "  28 GL ACCOUNT MAP             (JTGLM)"
003220         DISPLAY "  30 JOURNAL RECOVERY           (JTROLFW)"
003230         DISPLAY "  32 ORDER COST LEDGER LOAD     (JTOCCV)"
003240         DISPLAY "  34 TURNAROUND TICKET PRINT    (JTTKPRT)"
003250     END-IF.
003260     DISPLAY "   0 SIGN OFF".
003270     DISPLAY "CHOICE: ".
003280     ACCEPT MN-CHOICE.
003290
003300     EVALUATE MN-CHOICE
003310         WHEN 0
003320             MOVE "Y" TO MN-DONE-SW
003330         WHEN 1
003340             PERFORM 3100-RUN-JTTERM THRU 3100-EXIT
003350         WHEN 2
003360             PERFORM 3200-RUN-JTAPPR THRU 3200-EXIT
003370         WHEN 3
003380             PERFORM 3300-RUN-JTEXPRT THRU 3300-EXIT
003390         WHEN 4
003400             CALL "JTCCINQ"
003410             CANCEL "JTCCINQ"
003420             CANCEL "JTSERV"
003430         WHEN 5
003440             CALL "JTVRPT" USING JT-SIGNON
003450             CANCEL "JTVRPT"
003460         WHEN 6
003470             CALL "JTJCRPT"
003480             CANCEL "JTJCRPT"
003490         WHEN 7
003500             CALL "JTHTRND"
003510             CANCEL "JTHTRND"
003520         WHEN 8
003530             CALL "JTRECON"
003540             CANCEL "JTRECON"
003550         WHEN 9
003560             CALL "JTEXCP" USING JT-SIGNON
003570             CANCEL "JTEXCP"
003580         WHEN 10
003590             CALL "JTAUDIT"
003600             CANCEL "JTAUDIT"
003610         WHEN 11
003620             CALL "JTBVRPT"
003630             CANCEL "JTBVRPT"
003640         WHEN 12
003650             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003660         WHEN 13
003670             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003680         WHEN 14
003690             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003700         WHEN 15
003710             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003720         WHEN 16
003730             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003740         WHEN 17
003750             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003760         WHEN 18
003770             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003780         WHEN 19
003790             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003800         WHEN 20
003810             PERFORM 3350-RUN-JTPRECN THRU 3350-EXIT
003820         WHEN 21
003830             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003840         WHEN 22
003850             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003860         WHEN 23
003870             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003880         WHEN 24
003890             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003900         WHEN 25
003910             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003920         WHEN 26
003930             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003940         WHEN 27
003950             PERFORM 3360-RUN-JTGLJRN THRU 3360-EXIT
003960         WHEN 28
003970             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
003980         WHEN 29
003990             CALL "JTCLKRC" USING JT-SIGNON
004000             CANCEL "JTCLKRC"
004010         WHEN 30
004020             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
004030         WHEN 31
004040             PERFORM 3370-RUN-JTCLOSE THRU 3370-EXIT
004050         WHEN 32
004060             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
004070         WHEN 33
004080             CALL "JTINTEG"
004090             CANCEL "JTINTEG"
004100         WHEN 34
004110             PERFORM 3400-RUN-UTILITY THRU 3400-EXIT
004120         WHEN OTHER
004130             DISPLAY "INVALID CHOICE - TRY AGAIN"
004140     END-EVALUATE.
004150
004160 2000-EXIT.
004170     EXIT.
004180
004190 3100-RUN-JTTERM.
004200
004210     IF NOT SG-ENTRY-AUTH
004220         DISPLAY "NOT AUTHORIZED FOR TICKET ENTRY"
004230         GO TO 3100-EXIT
004240     END-IF.
004250
004260     CALL "JTTERM" USING JT-SIGNON.
004270     CANCEL "JTTERM".
004280     CANCEL "JTSERV".
004290
004300 3100-EXIT.
004310     EXIT.
004320
004330 3200-RUN-JTAPPR.
004340
004350     IF NOT SG-APPROVE-AUTH
004360         DISPLAY "NOT AUTHORIZED FOR TICKET APPROVAL"
004370         GO TO 3200-EXIT
004380     END-IF.
004390
004400     CALL "JTAPPR" USING JT-SIGNON.
004410     CANCEL "JTAPPR".
004420     CANCEL "JTSERV".
004430
004440 3200-EXIT.
004450     EXIT.
004460
004470 3300-RUN-JTEXPRT.
004480
004490     IF NOT SG-EXTRACT-AUTH
004500         DISPLAY "NOT AUTHORIZED FOR THE PAYROLL EXTRACT"
004510         GO TO 3300-EXIT
004520     END-IF.
004530
004540     CALL "JTEXPRT" USING JT-SIGNON.
004550     CANCEL "JTEXPRT".
004560
004570 3300-EXIT.
004580     EXIT.
004590
004600 3350-RUN-JTPRECN.
004610
004620     IF NOT SG-EXTRACT-AUTH
004630         DISPLAY "NOT AUTHORIZED FOR THE PAYROLL EXTRACT"
004640         GO TO 3350-EXIT
004650     END-IF.
004660
004670     CALL "JTPRECN" USING JT-SIGNON.
004680     CANCEL "JTPRECN".
004690
004700 3350-EXIT.
004710     EXIT.
004720
004730 3360-RUN-JTGLJRN.
004740
004750     IF NOT SG-EXTRACT-AUTH
004760         DISPLAY "NOT AUTHORIZED FOR THE PAYROLL EXTRACT"
004770         GO TO 3360-EXIT
004780     END-IF.
004790
004800     CALL "JTGLJRN" USING JT-SIGNON.
004810     CANCEL "JTGLJRN".
004820
004830 3360-EXIT.
004840     EXIT.
004850
004860*-----------------------------------------------------------*
004870* 3370-RUN-JTCLOSE                                           *
004880*     THE WEEKLY CLOSE RUNS THE EXTRACT AND THE ARCHIVE, SO   *
004890*     IT TAKES BOTH EXTRACT AND UTILITY AUTHORITY.            *
004900*-----------------------------------------------------------*
004910 3370-RUN-JTCLOSE.
004920
004930     IF NOT SG-EXTRACT-AUTH OR NOT SG-UTIL-AUTH
004940         DISPLAY "NOT AUTHORIZED FOR THE WEEKLY CLOSE"
004950         GO TO 3370-EXIT
004960     END-IF.
004970
004980     CALL "JTCLOSE" USING JT-SIGNON.
004990     CANCEL "JTCLOSE".
005000
005010 3370-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------------*
005050* 3400-RUN-UTILITY                                           *
005060*     ONE GATE FOR THE UTILITY CHOICES - EACH PROGRAM RUNS    *
005070*     ONLY UNDER UTILITY AUTHORITY.                           *
005080*-----------------------------------------------------------*
005090 3400-RUN-UTILITY.
005100
005110     IF NOT SG-UTIL-AUTH
005120         DISPLAY "NOT AUTHORIZED FOR FILE UTILITIES"
005130         GO TO 3400-EXIT
005140     END-IF.
005150
005160     EVALUATE MN-CHOICE
005170         WHEN 12
005180             CALL "JTBLOAD" USING JT-SIGNON
005190             CANCEL "JTBLOAD"
005200         WHEN 13
005210             CALL "JTORDM" USING JT-SIGNON
005220             CANCEL "JTORDM"
005230             CANCEL "JTSETL"
005240         WHEN 14
005250             CALL "JTORDLD"
005260             CANCEL "JTORDLD"
005270             CANCEL "JTSETL"
005280         WHEN 15
005290             CALL "JTRTEM"
005300             CANCEL "JTRTEM"
005310         WHEN 16
005320             CALL "JTCALM"
005330             CANCEL "JTCALM"
005340         WHEN 17
005350             CALL "JTOPM"
005360             CANCEL "JTOPM"
005370         WHEN 18
005380             CALL "JTARCHV" USING JT-SIGNON
005390             CANCEL "JTARCHV"
005400         WHEN 19
005410             CALL "IDXINI"
005420             CANCEL "IDXINI"
005430         WHEN 21
005440             CALL "JTCOSTRG" USING JT-SIGNON
005450             CANCEL "JTCOSTRG"
005460         WHEN 22
005470             CALL "JTAUDCV"
005480             CANCEL "JTAUDCV"
005490         WHEN 23
005500             CALL "JTACTM"
005510             CANCEL "JTACTM"
005520         WHEN 24
005530             CALL "JTCCM"
005540             CANCEL "JTCCM"
005550         WHEN 25
005560             CALL "JTEMPM" USING JT-SIGNON
005570             CANCEL "JTEMPM"
005580             CANCEL "JTSERV"
005590         WHEN 26
005600             CALL "JTHRLD"
005610             CANCEL "JTHRLD"
005620         WHEN 28
005630             CALL "JTGLM"
005640             CANCEL "JTGLM"
005650         WHEN 30
005660             CALL "JTROLFW" USING JT-SIGNON
005670             CANCEL "JTROLFW"
005680         WHEN 32
005690             CALL "JTOCCV"
005700             CANCEL "JTOCCV"
005710         WHEN 34
005720             CALL "JTTKPRT"
005730             CANCEL "JTTKPRT"
005740     END-EVALUATE.
005750
005760 3400-EXIT.
005770     EXIT.
