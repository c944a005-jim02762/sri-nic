000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTGLJRN.
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
000200* %(  New program.  General ledger labor journal for a week
000210*     JTEXPRT has extracted, so accounting stops re-keying the
000220*     labor cost off the JTVRPT printout.  The week's EXTRACTED
000230*     tickets are re-costed exactly as JTEXPRT values EX-AMOUNT
000240*     - RATEMAS rate, R/O/D pay buckets, 40-hour pools, signed
000250*     adjustment lines - and journaled to the JTGLINT interface
000260*     file through the GLMAP account map (see JTGLSEL/JTGLLY).
000270*     Straight-time dollars debit work-in-process when the line
000280*     carries a DIS or MFG order and the cost center's overhead
000290*     account when it carries none; the premium half of
000300*     overtime and the premium of Sunday/holiday double time
000310*     debit their own premium accounts; each ticket's total
000320*     credits accrued payroll.  The register proves debits
000330*     equal credits and ties the debits to the JTEXPRT feed
000340*     file footed off disk.  The run is recorded on JTRUNCTL -
000350*     a week whose extract is not complete, or that is already
000360*     journaled, is refused, and the journal run is only
000370*     completed when it balances, ties, and every line found
000380*     its accounts, so an unreleased journal can be re-run
000390*     once GLMAP is fixed.  )%
000400*
000410* Edit (15-Oct-26, 'J. A. Hartley')
000420* %(  Called USING the JTMENU sign-on block.  Under the JTCLOSE
000430*     weekly close the week comes from SG-CLOSE-WK-END-DATE
000440*     instead of the prompt.  )%
000450
000460 ENVIRONMENT DIVISION.
000470
000480 CONFIGURATION SECTION.
000490
000500 SOURCE-COMPUTER.
000510     DECSYSTEM-20.
000520
000530 OBJECT-COMPUTER.
000540     DECSYSTEM-20.
000550
000560 INPUT-OUTPUT SECTION.
000570
000580 FILE-CONTROL.
000590     COPY jtsel.
000600
000610     SELECT EXTRACT-FIL ASSIGN TO "JTEXPRT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS EX-FIL-STATUS.
000640
000650     SELECT GLINT-FIL ASSIGN TO "JTGLINT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS GI-FIL-STATUS.
000680
000690     SELECT PRINT-FIL ASSIGN TO "JTGLJRN"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS PRT-FIL-STATUS.
000720
000730     COPY jtrtesel.
000740
000750     COPY jtglsel.
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
000890*-----------------------------------------------------------*
000900* THE WEEK'S PAYROLL FEED AS JTEXPRT WROTE IT - ONE RECORD   *
000910* PER PAY BUCKET, SIGNED HOURS AND DOLLARS.  ONLY FOOTED     *
000920* HERE, FOR THE TIE-OUT.                                     *
000930*-----------------------------------------------------------*
000940 FD  EXTRACT-FIL
000950     LABEL RECORDS ARE STANDARD.
000960
000970 01  EX-EXTRACT-REC.
000980     05  EX-BADGE-NUM                PIC 9(07).
000990     05  FILLER                      PIC X(01).
001000     05  EX-COST-CENTER              PIC X(04).
001010     05  FILLER                      PIC X(01).
001020     05  EX-WK-END-DATE              PIC 9(06).
001030     05  FILLER                      PIC X(01).
001040     05  EX-ACTIV-CD                 PIC X(04).
001050     05  FILLER                      PIC X(01).
001060     05  EX-DIS-NUM                  PIC 9(05).
001070     05  FILLER                      PIC X(01).
001080     05  EX-MFG-NUM                  PIC 9(05).
001090     05  FILLER                      PIC X(01).
001100     05  EX-HOURS                    PIC S9(03)V99
001110                                     SIGN LEADING SEPARATE.
001120     05  FILLER                      PIC X(01).
001130     05  EX-AMOUNT                   PIC S9(05)V99
001140                                     SIGN LEADING SEPARATE.
001150     05  FILLER                      PIC X(01).
001160     05  EX-PAY-CLASS                PIC X(01).
001170
001180*-----------------------------------------------------------*
001190* GL INTERFACE - ONE FLAT RECORD PER JOURNAL LINE: WEEK,     *
001200* ACCOUNT, COST CENTER, ORDER TYPE (D DIS, M MFG, SPACE FOR  *
001210* NONE) AND NUMBER, BADGE, DEBIT/CREDIT, SIGNED AMOUNT, AND  *
001220* PAY CLASS (SPACE ON THE ACCRUED PAYROLL CREDIT), AS        *
001230* FIXED-WIDTH FIELDS SEPARATED BY ONE SPACE.                 *
001240*-----------------------------------------------------------*
001250 FD  GLINT-FIL
001260     LABEL RECORDS ARE STANDARD.
001270
001280 01  GI-GLINT-REC.
001290     05  GI-WK-END-DATE              PIC 9(06).
001300     05  FILLER                      PIC X(01) VALUE SPACE.
001310     05  GI-ACCOUNT                  PIC X(10).
001320     05  FILLER                      PIC X(01) VALUE SPACE.
001330     05  GI-COST-CENTER              PIC X(04).
001340     05  FILLER                      PIC X(01) VALUE SPACE.
001350     05  GI-ORDER-TYPE               PIC X(01).
001360     05  FILLER                      PIC X(01) VALUE SPACE.
001370     05  GI-ORDER-NUM                PIC 9(05).
001380     05  FILLER                      PIC X(01) VALUE SPACE.
001390     05  GI-BADGE-NUM                PIC 9(07).
001400     05  FILLER                      PIC X(01) VALUE SPACE.
001410     05  GI-DR-CR                    PIC X(01).
001420         88  GI-DEBIT                VALUE "D".
001430         88  GI-CREDIT               VALUE "C".
001440     05  FILLER                      PIC X(01) VALUE SPACE.
001450     05  GI-AMOUNT                   PIC S9(07)V99
001460                                     SIGN LEADING SEPARATE.
001470     05  FILLER                      PIC X(01) VALUE SPACE.
001480     05  GI-PAY-CLASS                PIC X(01).
001490
001500 FD  PRINT-FIL
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 132 CHARACTERS.
001530
001540 01  PRINT-LINE                      PIC X(132).
001550
001560 FD  RT-FIL
001570     LABEL RECORDS ARE STANDARD.
001580
001590 01  RT-REC.
001600     COPY jtrtely.
001610
001620 FD  GM-FIL
001630     LABEL RECORDS ARE STANDARD.
001640
001650 01  GM-REC.
001660     COPY jtglly.
001670
001680 FD  RC-FIL
001690     LABEL RECORDS ARE STANDARD.
001700
001710 01  RC-REC.
001720     COPY jtrcly.
001730
001740 WORKING-STORAGE SECTION.
001750     COPY jtstat.
001760
001770     COPY jtrtest.
001780
001790     COPY jtglst.
001800
001810     COPY jtrcst.
001820
001830 01  EX-FIL-STATUS                   PIC X(02).
001840
001850 01  GI-FIL-STATUS                   PIC X(02).
001860
001870 01  PRT-FIL-STATUS                  PIC X(02).
001880
001890 01  GJ-REQ-WK-END-DATE              PIC 9(06).
001900
001910 01  GJ-EOF-SW                       PIC X(01) VALUE "N".
001920     88  GJ-EOF                      VALUE "Y".
001930
001940 01  GJ-EX-EOF-SW                    PIC X(01) VALUE "N".
001950     88  GJ-EX-EOF                   VALUE "Y".
001960
001970 01  GJ-DTL-SUB                      PIC 9(04) COMP.
001980
001990 01  GJ-RATE                         COMP-1 VALUE 0.
002000
002010 01  GJ-REG-HRS-LEFT                 COMP-1.
002020
002030 01  GJ-NEG-HRS-LEFT                 COMP-1.
002040
002050 01  GJ-POOL-LEFT                    COMP-1.
002060
002070 01  GJ-ABS-HOURS                    COMP-1.
002080
002090 01  GJ-LINE-SIGN                    PIC S9(01) COMP.
002100
002110 01  GJ-BUCKET-HOURS                 COMP-1.
002120
002130 01  GJ-BUCKET-CLASS                 PIC X(01).
002140
002150 01  GJ-BUCKET-MULT                  COMP-1.
002160
002170 01  GJ-BUCKET-AMOUNT                PIC S9(05)V99 COMP.
002180
002190 01  GJ-STRAIGHT-AMOUNT              PIC S9(05)V99 COMP.
002200
002210 01  GJ-PREMIUM-AMOUNT               PIC S9(05)V99 COMP.
002220
002230 01  GJ-ORDER-TYPE                   PIC X(01).
002240
002250 01  GJ-ORDER-NUM                    PIC 9(05).
002260
002270 01  GJ-ERR-ACTIV-CD                 PIC X(04).
002280
002290 01  GJ-ACCT-TYPE                    PIC X(16).
002300
002310 01  GJ-TKT-AMOUNT                   PIC S9(07)V99 COMP.
002320
002330 01  GJ-TKT-DEBITS                   PIC S9(07)V99 COMP.
002340
002350 01  GJ-TKT-CREDITS                  PIC S9(07)V99 COMP.
002360
002370 01  GJ-TOTAL-DEBITS                 PIC S9(09)V99 COMP
002380                                     VALUE 0.
002390
002400 01  GJ-TOTAL-CREDITS                PIC S9(09)V99 COMP
002410                                     VALUE 0.
002420
002430 01  GJ-FEED-TOTAL                   PIC S9(09)V99 COMP
002440                                     VALUE 0.
002450
002460 01  GJ-TICKET-CNT                   PIC 9(07) COMP VALUE 0.
002470
002480 01  GJ-SKIPPED-CNT                  PIC 9(07) COMP VALUE 0.
002490
002500 01  GJ-GL-REC-CNT                   PIC 9(07) COMP VALUE 0.
002510
002520 01  GJ-UNMAPPED-CNT                 PIC 9(07) COMP VALUE 0.
002530
002540 01  GJ-EX-REC-CNT                   PIC 9(07) COMP VALUE 0.
002550
002560 01  GJ-LINE-CNT                     PIC 9(03) VALUE 99.
002570
002580 01  GJ-PAGE-NO                      PIC 9(03) VALUE 0.
002590
002600 01  HDR1-LINE.
002610     05  FILLER                      PIC X(01) VALUE SPACE.
002620     05  FILLER                      PIC X(42)
002630             VALUE "JTGLJRN - GENERAL LEDGER LABOR JOURNAL".
002640     05  FILLER                      PIC X(05) VALUE "WEEK ".
002650     05  HDR1-WK-END-DATE            PIC 9(06).
002660     05  FILLER                      PIC X(08) VALUE SPACES.
002670     05  FILLER                      PIC X(05) VALUE "PAGE ".
002680     05  HDR1-PAGE-NO                PIC ZZ9.
002690
002700 01  HDR2-LINE.
002710     05  FILLER                      PIC X(01) VALUE SPACE.
002720     05  FILLER                      PIC X(10) VALUE "BADGE NUM".
002730     05  FILLER                      PIC X(10) VALUE "COST CTR".
002740     05  FILLER                      PIC X(16)
002750             VALUE "     DEBITS".
002760     05  FILLER                      PIC X(16)
002770             VALUE "    CREDITS".
002780
002790 01  DTL-LINE.
002800     05  FILLER                      PIC X(01) VALUE SPACE.
002810     05  DTL-BADGE-NUM               PIC 9(07).
002820     05  FILLER                      PIC X(03) VALUE SPACES.
002830     05  DTL-COST-CENTER             PIC X(04).
002840     05  FILLER                      PIC X(04) VALUE SPACES.
002850     05  DTL-DEBITS                  PIC ZZZ,ZZ9.99-.
002860     05  FILLER                      PIC X(05) VALUE SPACES.
002870     05  DTL-CREDITS                 PIC ZZZ,ZZ9.99-.
002880
002890 01  UNMAPPED-LINE.
002900     05  FILLER                      PIC X(05) VALUE SPACES.
002910     05  FILLER                      PIC X(32)
002920             VALUE "** NO GLMAP ACCOUNT - COST CTR ".
002930     05  UNM-COST-CENTER             PIC X(04).
002940     05  FILLER                      PIC X(10) VALUE " ACTIVITY ".
002950     05  UNM-ACTIV-CD                PIC X(04).
002960     05  FILLER                      PIC X(01) VALUE SPACE.
002970     05  UNM-ACCT-TYPE               PIC X(16).
002980
002990 01  SUMMARY1-LINE.
003000     05  FILLER                      PIC X(01) VALUE SPACE.
003010     05  FILLER                      PIC X(20)
003020             VALUE "TICKETS JOURNALED ..".
003030     05  SUM-TICKET-CNT              PIC ZZZ,ZZ9.
003040     05  FILLER                      PIC X(20)
003050             VALUE "   GL RECORDS ......".
003060     05  SUM-GL-REC-CNT              PIC ZZZ,ZZ9.
003070     05  FILLER                      PIC X(20)
003080             VALUE "   UNMAPPED LINES ..".
003090     05  SUM-UNMAPPED-CNT            PIC ZZZ,ZZ9.
003100
003110 01  SUMMARY2-LINE.
003120     05  FILLER                      PIC X(01) VALUE SPACE.
003130     05  FILLER                      PIC X(20)
003140             VALUE "TOTAL DEBITS .......".
003150     05  SUM-TOTAL-DEBITS            PIC ZZZ,ZZZ,ZZ9.99-.
003160     05  FILLER                      PIC X(20)
003170             VALUE "   TOTAL CREDITS ...".
003180     05  SUM-TOTAL-CREDITS           PIC ZZZ,ZZZ,ZZ9.99-.
003190     05  FILLER                      PIC X(03) VALUE SPACES.
003200     05  SUM-BALANCE-MSG             PIC X(14).
003210
003220 01  SUMMARY3-LINE.
003230     05  FILLER                      PIC X(01) VALUE SPACE.
003240     05  FILLER                      PIC X(20)
003250             VALUE "JTEXPRT FEED TOTAL .".
003260     05  SUM-FEED-TOTAL              PIC ZZZ,ZZZ,ZZ9.99-.
003270     05  FILLER                      PIC X(20)
003280             VALUE "   FEED RECORDS ....".
003290     05  SUM-EX-REC-CNT              PIC ZZZ,ZZZ,ZZ9.
003300     05  FILLER                      PIC X(07) VALUE SPACES.
003310     05  SUM-TIE-MSG                 PIC X(14).
003320
003330
003340 LINKAGE SECTION.
003350
003360 01  JT-SIGNON.
003370     COPY jtsgnly.
003380
003390 PROCEDURE DIVISION USING JT-SIGNON.
003400
003410*-----------------------------------------------------------*
003420* 0000-MAINLINE                                              *
003430*-----------------------------------------------------------*
003440 0000-MAINLINE.
003450
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003470
003480     PERFORM 2000-PROCESS-TICKET THRU 2000-EXIT
003490         UNTIL GJ-EOF.
003500
003510     PERFORM 8800-PRINT-SUMMARY THRU 8800-EXIT.
003520
003530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003540
003550     GOBACK.
003560
003570*-----------------------------------------------------------*
003580* 1000-INITIALIZE                                            *
003590*     THE WEEK MUST HAVE A COMPLETE JTEXPRT RUN AND NO        *
003600*     COMPLETE JTGLJRN RUN ON JTRUNCTL, AND THE FEED FILE ON  *
003610*     DISK MUST BE THAT WEEK'S.  RATEMAS AND GLMAP ARE NOT    *
003620*     OPTIONAL - A JOURNAL COSTED AT ZERO OR POSTED TO NO     *
003630*     ACCOUNT IS WORSE THAN NONE.                             *
003640*-----------------------------------------------------------*
003650 1000-INITIALIZE.
003660
003670     IF SG-CLOSE-WK-END-DATE NOT = 0
003680         MOVE SG-CLOSE-WK-END-DATE TO GJ-REQ-WK-END-DATE
003690     ELSE
003700         DISPLAY "JTGLJRN - JOURNAL WEEK ENDING DATE (YYMMDD): "
003710         ACCEPT GJ-REQ-WK-END-DATE
003720     END-IF.
003730
003740     PERFORM 7000-OPEN-RUN-CONTROL THRU 7000-EXIT.
003750     PERFORM 7100-CHECK-EXTRACT-RUN THRU 7100-EXIT.
003760     PERFORM 7150-CHECK-PRIOR-RUN THRU 7150-EXIT.
003770
003780     PERFORM 6000-FOOT-FEED THRU 6000-EXIT.
003790
003800     OPEN INPUT JT-FIL.
003810     IF JT-FIL-STATUS NOT = "00"
003820         DISPLAY "JTGLJRN - JOBTICRMS NOT AVAILABLE - STATUS "
003830                 JT-FIL-STATUS
003840         CLOSE RC-FIL
003850         GOBACK
003860     END-IF.
003870
003880     OPEN INPUT RT-FIL.
003890     IF RT-FIL-STATUS NOT = "00"
003900         DISPLAY "JTGLJRN - RATEMAS NOT AVAILABLE - STATUS "
003910                 RT-FIL-STATUS
003920         CLOSE JT-FIL
003930         CLOSE RC-FIL
003940         GOBACK
003950     END-IF.
003960
003970     OPEN INPUT GM-FIL.
003980     IF GM-FIL-STATUS NOT = "00"
003990         DISPLAY "JTGLJRN - GLMAP NOT AVAILABLE - STATUS "
004000                 GM-FIL-STATUS
004010         CLOSE JT-FIL
004020         CLOSE RT-FIL
004030         CLOSE RC-FIL
004040         GOBACK
004050     END-IF.
004060
004070     PERFORM 7200-POST-RUN-START THRU 7200-EXIT.
004080
004090     OPEN OUTPUT GLINT-FIL.
004100     OPEN OUTPUT PRINT-FIL.
004110
004120     MOVE GJ-REQ-WK-END-DATE TO HDR1-WK-END-DATE.
004130     PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT.
004140
004150     MOVE GJ-REQ-WK-END-DATE TO JT-WK-END-DATE.
004160     MOVE 0 TO JT-BADGE-NUM.
004170
004180     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
004190         INVALID KEY
004200             MOVE "Y" TO GJ-EOF-SW
004210     END-START.
004220
004230     IF NOT GJ-EOF
004240         PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT
004250     END-IF.
004260
004270 1000-EXIT.
004280     EXIT.
004290
004300*-----------------------------------------------------------*
004310* 2000-PROCESS-TICKET                                        *
004320*     JOURNALS ONE EXTRACTED TICKET - A DEBIT PER PAY BUCKET  *
004330*     (TWO WHEN THE BUCKET CARRIES PREMIUM) AND ONE ACCRUED   *
004340*     PAYROLL CREDIT FOR THE TICKET'S TOTAL.  A TICKET NOT    *
004350*     YET EXTRACTED NEVER WENT TO PAYROLL AND IS PASSED BY.   *
004360*-----------------------------------------------------------*
004370 2000-PROCESS-TICKET.
004380
004390     IF JT-WK-END-DATE NOT = GJ-REQ-WK-END-DATE
004400         MOVE "Y" TO GJ-EOF-SW
004410         GO TO 2000-EXIT
004420     END-IF.
004430
004440     IF NOT JT-EXTRACTED
004450         ADD 1 TO GJ-SKIPPED-CNT
004460         GO TO 2000-READ-NEXT
004470     END-IF.
004480
004490     ADD 1 TO GJ-TICKET-CNT.
004500     MOVE 0 TO GJ-TKT-AMOUNT.
004510     MOVE 0 TO GJ-TKT-DEBITS.
004520     MOVE 0 TO GJ-TKT-CREDITS.
004530     MOVE 40 TO GJ-REG-HRS-LEFT.
004540     MOVE 40 TO GJ-NEG-HRS-LEFT.
004550
004560     PERFORM 2200-JOURNAL-DETAIL-LINE THRU 2200-EXIT
004570         VARYING GJ-DTL-SUB FROM 1 BY 1
004580         UNTIL GJ-DTL-SUB > JT-DTL-CNT.
004590
004600     PERFORM 2600-POST-ACCRUAL THRU 2600-EXIT.
004610
004620     PERFORM 5000-PRINT-TICKET-LINE THRU 5000-EXIT.
004630
004640 2000-READ-NEXT.
004650
004660     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
004670
004680 2000-EXIT.
004690     EXIT.
004700
004710 2100-READ-NEXT-TICKET.
004720
004730     READ JT-FIL NEXT RECORD
004740         AT END
004750             MOVE "Y" TO GJ-EOF-SW
004760     END-READ.
004770
004780 2100-EXIT.
004790     EXIT.
004800
004810*-----------------------------------------------------------*
004820* 2200-JOURNAL-DETAIL-LINE                                   *
004830*     SPLITS ONE DETAIL LINE INTO PAY BUCKETS EXACTLY AS      *
004840*     JTEXPRT'S 2200-WRITE-DETAIL-LINE DOES - SUN/HOL LINES   *
004850*     WHOLE AT DOUBLE TIME, EVERYTHING ELSE DRAWING DOWN A    *
004860*     40-HOUR POOL (ONE FOR POSITIVE LINES, ONE FOR AN        *
004870*     ADJUSTMENT'S NEGATIVE REVERSALS) WITH THE EXCESS AT     *
004880*     TIME-AND-A-HALF - SO EACH BUCKET IS VALUED TO THE CENT  *
004890*     AS IT WAS FED TO PAYROLL.                               *
004900*-----------------------------------------------------------*
004910 2200-JOURNAL-DETAIL-LINE.
004920
004930     PERFORM 2300-LOOK-UP-RATE THRU 2300-EXIT.
004940     PERFORM 2400-LOOK-UP-MAPPING THRU 2400-EXIT.
004950
004960     IF JT-DIS-NUM (GJ-DTL-SUB) NOT = 0
004970         MOVE "D" TO GJ-ORDER-TYPE
004980         MOVE JT-DIS-NUM (GJ-DTL-SUB) TO GJ-ORDER-NUM
004990     ELSE
005000         IF JT-MFG-NUM (GJ-DTL-SUB) NOT = 0
005010             MOVE "M" TO GJ-ORDER-TYPE
005020             MOVE JT-MFG-NUM (GJ-DTL-SUB) TO GJ-ORDER-NUM
005030         ELSE
005040             MOVE SPACE TO GJ-ORDER-TYPE
005050             MOVE 0 TO GJ-ORDER-NUM
005060         END-IF
005070     END-IF.
005080
005090     IF JT-HOURS (GJ-DTL-SUB) < 0
005100         MOVE -1 TO GJ-LINE-SIGN
005110         COMPUTE GJ-ABS-HOURS = 0 - JT-HOURS (GJ-DTL-SUB)
005120     ELSE
005130         MOVE 1 TO GJ-LINE-SIGN
005140         MOVE JT-HOURS (GJ-DTL-SUB) TO GJ-ABS-HOURS
005150     END-IF.
005160
005170     IF JT-OP-CD (GJ-DTL-SUB) = "SUN " OR "HOL "
005180         MOVE GJ-ABS-HOURS TO GJ-BUCKET-HOURS
005190         MOVE "D" TO GJ-BUCKET-CLASS
005200         MOVE 2.0 TO GJ-BUCKET-MULT
005210         PERFORM 2250-POST-PAY-BUCKET THRU 2250-EXIT
005220         GO TO 2200-EXIT
005230     END-IF.
005240
005250     IF GJ-LINE-SIGN = -1
005260         MOVE GJ-NEG-HRS-LEFT TO GJ-POOL-LEFT
005270     ELSE
005280         MOVE GJ-REG-HRS-LEFT TO GJ-POOL-LEFT
005290     END-IF.
005300
005310     IF GJ-ABS-HOURS NOT > GJ-POOL-LEFT
005320         MOVE GJ-ABS-HOURS TO GJ-BUCKET-HOURS
005330         MOVE "R" TO GJ-BUCKET-CLASS
005340         MOVE 1.0 TO GJ-BUCKET-MULT
005350         PERFORM 2250-POST-PAY-BUCKET THRU 2250-EXIT
005360         SUBTRACT GJ-ABS-HOURS FROM GJ-POOL-LEFT
005370         GO TO 2200-STORE-POOL
005380     END-IF.
005390
005400     IF GJ-POOL-LEFT > 0
005410         MOVE GJ-POOL-LEFT TO GJ-BUCKET-HOURS
005420         MOVE "R" TO GJ-BUCKET-CLASS
005430         MOVE 1.0 TO GJ-BUCKET-MULT
005440         PERFORM 2250-POST-PAY-BUCKET THRU 2250-EXIT
005450     END-IF.
005460
005470     COMPUTE GJ-BUCKET-HOURS =
005480         GJ-ABS-HOURS - GJ-POOL-LEFT.
005490     MOVE "O" TO GJ-BUCKET-CLASS.
005500     MOVE 1.5 TO GJ-BUCKET-MULT.
005510     PERFORM 2250-POST-PAY-BUCKET THRU 2250-EXIT.
005520     MOVE 0 TO GJ-POOL-LEFT.
005530
005540 2200-STORE-POOL.
005550
005560     IF GJ-LINE-SIGN = -1
005570         MOVE GJ-POOL-LEFT TO GJ-NEG-HRS-LEFT
005580     ELSE
005590         MOVE GJ-POOL-LEFT TO GJ-REG-HRS-LEFT
005600     END-IF.
005610
005620 2200-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------*
005660* 2250-POST-PAY-BUCKET                                       *
005670*     VALUES THE BUCKET AS JTEXPRT VALUES EX-AMOUNT, THEN     *
005680*     SPLITS IT - THE STRAIGHT-TIME DOLLARS DEBIT WIP OR      *
005690*     OVERHEAD, AND WHATEVER THE PAY-CLASS MULTIPLIER ADDS    *
005700*     ON TOP DEBITS THE CLASS'S PREMIUM ACCOUNT.  THE PREMIUM *
005710*     IS TAKEN AS THE DIFFERENCE, SO THE TWO DEBITS ALWAYS    *
005720*     FOOT TO THE BUCKET'S FEED AMOUNT.                       *
005730*-----------------------------------------------------------*
005740 2250-POST-PAY-BUCKET.
005750
005760     COMPUTE GJ-BUCKET-AMOUNT ROUNDED =
005770         GJ-BUCKET-HOURS * GJ-RATE * GJ-BUCKET-MULT
005780         * GJ-LINE-SIGN.
005790     COMPUTE GJ-STRAIGHT-AMOUNT ROUNDED =
005800         GJ-BUCKET-HOURS * GJ-RATE * GJ-LINE-SIGN.
005810
005820     IF GJ-BUCKET-CLASS = "R"
005830         MOVE GJ-BUCKET-AMOUNT TO GJ-STRAIGHT-AMOUNT
005840     END-IF.
005850
005860     COMPUTE GJ-PREMIUM-AMOUNT =
005870         GJ-BUCKET-AMOUNT - GJ-STRAIGHT-AMOUNT.
005880
005890     ADD GJ-BUCKET-AMOUNT TO GJ-TKT-AMOUNT.
005900
005910     MOVE JT-COST-CENTER TO GI-COST-CENTER.
005920     MOVE GJ-ORDER-TYPE TO GI-ORDER-TYPE.
005930     MOVE GJ-ORDER-NUM TO GI-ORDER-NUM.
005940     MOVE GJ-BUCKET-CLASS TO GI-PAY-CLASS.
005950     MOVE "D" TO GI-DR-CR.
005960     MOVE JT-ACTIV-CD (GJ-DTL-SUB) TO GJ-ERR-ACTIV-CD.
005970
005980     IF GJ-ORDER-TYPE = SPACE
005990         MOVE GM-OVHD-ACCT TO GI-ACCOUNT
006000         MOVE "OVERHEAD" TO GJ-ACCT-TYPE
006010     ELSE
006020         MOVE GM-WIP-ACCT TO GI-ACCOUNT
006030         MOVE "WORK IN PROCESS" TO GJ-ACCT-TYPE
006040     END-IF.
006050     MOVE GJ-STRAIGHT-AMOUNT TO GI-AMOUNT.
006060     PERFORM 8000-WRITE-GL-RECORD THRU 8000-EXIT.
006070
006080     IF GJ-PREMIUM-AMOUNT = 0
006090         GO TO 2250-EXIT
006100     END-IF.
006110
006120     IF GJ-BUCKET-CLASS = "D"
006130         MOVE GM-DT-PREM-ACCT TO GI-ACCOUNT
006140         MOVE "DOUBLE-TIME PREM" TO GJ-ACCT-TYPE
006150     ELSE
006160         MOVE GM-OT-PREM-ACCT TO GI-ACCOUNT
006170         MOVE "OVERTIME PREMIUM" TO GJ-ACCT-TYPE
006180     END-IF.
006190     MOVE GJ-PREMIUM-AMOUNT TO GI-AMOUNT.
006200     PERFORM 8000-WRITE-GL-RECORD THRU 8000-EXIT.
006210
006220 2250-EXIT.
006230     EXIT.
006240
006250*-----------------------------------------------------------*
006260* 2300-LOOK-UP-RATE                                          *
006270*     THE SAME RATEMAS LOOKUP JTEXPRT MAKES - COST CENTER     *
006280*     PLUS ACTIVITY CODE FIRST, FALLING BACK TO THE COST      *
006290*     CENTER'S DEFAULT RATE, THEN TO ZERO.                    *
006300*-----------------------------------------------------------*
006310 2300-LOOK-UP-RATE.
006320
006330     MOVE 0 TO GJ-RATE.
006340
006350     MOVE JT-COST-CENTER TO RT-COST-CENTER.
006360     MOVE JT-ACTIV-CD (GJ-DTL-SUB) TO RT-ACTIV-CD.
006370
006380     READ RT-FIL
006390         INVALID KEY
006400             MOVE SPACES TO RT-ACTIV-CD
006410             READ RT-FIL
006420                 INVALID KEY
006430                     GO TO 2300-EXIT
006440             END-READ
006450     END-READ.
006460
006470     MOVE RT-RATE-PER-HOUR TO GJ-RATE.
006480
006490 2300-EXIT.
006500     EXIT.
006510
006520*-----------------------------------------------------------*
006530* 2400-LOOK-UP-MAPPING                                       *
006540*     FETCHES THE GLMAP ACCOUNTS FOR THE CURRENT DETAIL LINE  *
006550*     - COST CENTER PLUS ACTIVITY CODE FIRST, FALLING BACK TO *
006560*     THE COST CENTER'S DEFAULT MAPPING.  WITH NEITHER ON     *
006570*     FILE EVERY ACCOUNT IS LEFT AT SPACES (UNMAPPED).        *
006580*-----------------------------------------------------------*
006590 2400-LOOK-UP-MAPPING.
006600
006610     MOVE JT-COST-CENTER TO GM-COST-CENTER.
006620     MOVE JT-ACTIV-CD (GJ-DTL-SUB) TO GM-ACTIV-CD.
006630
006640     READ GM-FIL
006650         INVALID KEY
006660             MOVE SPACES TO GM-ACTIV-CD
006670             READ GM-FIL
006680                 INVALID KEY
006690                     PERFORM 2450-CLEAR-MAPPING THRU 2450-EXIT
006700             END-READ
006710     END-READ.
006720
006730 2400-EXIT.
006740     EXIT.
006750
006760 2450-CLEAR-MAPPING.
006770
006780     MOVE SPACES TO GM-WIP-ACCT.
006790     MOVE SPACES TO GM-OVHD-ACCT.
006800     MOVE SPACES TO GM-OT-PREM-ACCT.
006810     MOVE SPACES TO GM-DT-PREM-ACCT.
006820     MOVE SPACES TO GM-ACCRUAL-ACCT.
006830
006840 2450-EXIT.
006850     EXIT.
006860
006870*-----------------------------------------------------------*
006880* 2600-POST-ACCRUAL                                          *
006890*     CREDITS ACCRUED PAYROLL WITH THE TICKET'S TOTAL, AT     *
006900*     THE ACCOUNT ON THE COST CENTER'S DEFAULT MAPPING.       *
006910*-----------------------------------------------------------*
006920 2600-POST-ACCRUAL.
006930
006940     MOVE JT-COST-CENTER TO GM-COST-CENTER.
006950     MOVE SPACES TO GM-ACTIV-CD.
006960
006970     READ GM-FIL
006980         INVALID KEY
006990             PERFORM 2450-CLEAR-MAPPING THRU 2450-EXIT
007000     END-READ.
007010
007020     MOVE GM-ACCRUAL-ACCT TO GI-ACCOUNT.
007030     MOVE "ACCRUED PAYROLL" TO GJ-ACCT-TYPE.
007040     MOVE SPACES TO GJ-ERR-ACTIV-CD.
007050     MOVE JT-COST-CENTER TO GI-COST-CENTER.
007060     MOVE SPACE TO GI-ORDER-TYPE.
007070     MOVE 0 TO GI-ORDER-NUM.
007080     MOVE SPACE TO GI-PAY-CLASS.
007090     MOVE "C" TO GI-DR-CR.
007100     MOVE GJ-TKT-AMOUNT TO GI-AMOUNT.
007110
007120     PERFORM 8000-WRITE-GL-RECORD THRU 8000-EXIT.
007130
007140 2600-EXIT.
007150     EXIT.
007160
007170 3400-PRINT-HEADINGS.
007180
007190     ADD 1 TO GJ-PAGE-NO.
007200     MOVE GJ-PAGE-NO TO HDR1-PAGE-NO.
007210     WRITE PRINT-LINE FROM HDR1-LINE.
007220     WRITE PRINT-LINE FROM HDR2-LINE.
007230     MOVE 2 TO GJ-LINE-CNT.
007240
007250 3400-EXIT.
007260     EXIT.
007270
007280*-----------------------------------------------------------*
007290* 5000-PRINT-TICKET-LINE                                     *
007300*     ONE REGISTER LINE PER TICKET JOURNALED, WITH THE        *
007310*     DEBITS AND CREDITS ACTUALLY WRITTEN FOR IT.             *
007320*-----------------------------------------------------------*
007330 5000-PRINT-TICKET-LINE.
007340
007350     IF GJ-LINE-CNT > 55
007360         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
007370     END-IF.
007380
007390     MOVE JT-BADGE-NUM TO DTL-BADGE-NUM.
007400     MOVE JT-COST-CENTER TO DTL-COST-CENTER.
007410     MOVE GJ-TKT-DEBITS TO DTL-DEBITS.
007420     MOVE GJ-TKT-CREDITS TO DTL-CREDITS.
007430
007440     WRITE PRINT-LINE FROM DTL-LINE.
007450     ADD 1 TO GJ-LINE-CNT.
007460
007470 5000-EXIT.
007480     EXIT.
007490
007500*-----------------------------------------------------------*
007510* 5200-PRINT-UNMAPPED                                        *
007520*     A JOURNAL LINE WHOSE ACCOUNT IS MISSING FROM GLMAP.     *
007530*     THE LINE IS STILL WRITTEN, SO THE JOURNAL STAYS IN      *
007540*     BALANCE, BUT THE RUN IS NOT COMPLETED ON JTRUNCTL.      *
007550*-----------------------------------------------------------*
007560 5200-PRINT-UNMAPPED.
007570
007580     IF GJ-LINE-CNT > 55
007590         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
007600     END-IF.
007610
007620     MOVE GI-COST-CENTER TO UNM-COST-CENTER.
007630     MOVE GJ-ERR-ACTIV-CD TO UNM-ACTIV-CD.
007640     MOVE GJ-ACCT-TYPE TO UNM-ACCT-TYPE.
007650
007660     WRITE PRINT-LINE FROM UNMAPPED-LINE.
007670     ADD 1 TO GJ-LINE-CNT.
007680     ADD 1 TO GJ-UNMAPPED-CNT.
007690
007700 5200-EXIT.
007710     EXIT.
007720
007730*-----------------------------------------------------------*
007740* 6000-FOOT-FEED                                             *
007750*     FOOTS EX-AMOUNT OVER THE JTEXPRT FEED FILE FOR THE      *
007760*     TIE-OUT.  THE FLAT FILE HOLDS WHICHEVER WEEK LAST RAN - *
007770*     AS IN JTPRECN, A FEED FOR ANY OTHER WEEK REFUSES THE    *
007780*     RUN RATHER THAN TIE THE JOURNAL TO THE WRONG TOTAL.     *
007790*-----------------------------------------------------------*
007800 6000-FOOT-FEED.
007810
007820     OPEN INPUT EXTRACT-FIL.
007830     IF EX-FIL-STATUS NOT = "00"
007840         DISPLAY "JTGLJRN - EXTRACT FILE NOT AVAILABLE - STATUS "
007850                 EX-FIL-STATUS
007860         CLOSE RC-FIL
007870         GOBACK
007880     END-IF.
007890
007900     PERFORM 6100-READ-NEXT-EXTRACT THRU 6100-EXIT.
007910
007920     IF NOT GJ-EX-EOF
007930         IF EX-WK-END-DATE NOT = GJ-REQ-WK-END-DATE
007940             DISPLAY "JTGLJRN - EXTRACT FILE ON DISK IS WEEK "
007950                     EX-WK-END-DATE " NOT " GJ-REQ-WK-END-DATE
007960             DISPLAY "JTGLJRN - JOURNAL CANCELLED."
007970             CLOSE EXTRACT-FIL
007980             CLOSE RC-FIL
007990             GOBACK
008000         END-IF
008010     END-IF.
008020
008030     PERFORM 6200-ADD-EXTRACT-REC THRU 6200-EXIT
008040         UNTIL GJ-EX-EOF.
008050
008060     CLOSE EXTRACT-FIL.
008070
008080 6000-EXIT.
008090     EXIT.
008100
008110 6100-READ-NEXT-EXTRACT.
008120
008130     READ EXTRACT-FIL NEXT RECORD
008140         AT END
008150             MOVE "Y" TO GJ-EX-EOF-SW
008160     END-READ.
008170
008180 6100-EXIT.
008190     EXIT.
008200
008210 6200-ADD-EXTRACT-REC.
008220
008230     ADD 1 TO GJ-EX-REC-CNT.
008240     ADD EX-AMOUNT TO GJ-FEED-TOTAL.
008250
008260     PERFORM 6100-READ-NEXT-EXTRACT THRU 6100-EXIT.
008270
008280 6200-EXIT.
008290     EXIT.
008300
008310*-----------------------------------------------------------*
008320* 7000-OPEN-RUN-CONTROL                                      *
008330*     JTRUNCTL MUST ALREADY EXIST - A WEEK CANNOT BE          *
008340*     JOURNALED BEFORE IT HAS BEEN EXTRACTED.                 *
008350*-----------------------------------------------------------*
008360 7000-OPEN-RUN-CONTROL.
008370
008380     OPEN I-O RC-FIL.
008390
008400     IF RC-FIL-STATUS NOT = "00"
008410         DISPLAY "JTGLJRN - JTRUNCTL NOT AVAILABLE - STATUS "
008420                 RC-FIL-STATUS
008430         GOBACK
008440     END-IF.
008450
008460 7000-EXIT.
008470     EXIT.
008480
008490*-----------------------------------------------------------*
008500* 7100-CHECK-EXTRACT-RUN                                     *
008510*     ONLY A WEEK WITH A COMPLETE JTEXPRT RUN HAS BEEN FED TO *
008520*     PAYROLL, AND ONLY THAT WEEK'S LABOR IS BOOKED.          *
008530*-----------------------------------------------------------*
008540 7100-CHECK-EXTRACT-RUN.
008550
008560     MOVE "JTEXPRT" TO RC-PROGRAM.
008570     MOVE GJ-REQ-WK-END-DATE TO RC-WK-END-DATE.
008580
008590     READ RC-FIL
008600         INVALID KEY
008610             DISPLAY "JTGLJRN - NO EXTRACT RUN ON RECORD FOR "
008620                     "WEEK " GJ-REQ-WK-END-DATE
008630             CLOSE RC-FIL
008640             GOBACK
008650     END-READ.
008660
008670     IF NOT RC-COMPLETE
008680         DISPLAY "JTGLJRN - EXTRACT OF WEEK " GJ-REQ-WK-END-DATE
008690                 " DID NOT COMPLETE"
008700         DISPLAY "JTGLJRN - JOURNAL CANCELLED."
008710         CLOSE RC-FIL
008720         GOBACK
008730     END-IF.
008740
008750 7100-EXIT.
008760     EXIT.
008770
008780*-----------------------------------------------------------*
008790* 7150-CHECK-PRIOR-RUN                                       *
008800*     A WEEK WHOSE JOURNAL RUN IS COMPLETE HAS BEEN BOOKED -  *
008810*     THERE IS NO OVERRIDE.  A RUN LEFT INCOMPLETE (ABENDED,  *
008820*     OR UNRELEASED FOR AN UNMAPPED ACCOUNT OR A TIE-OUT      *
008830*     FAILURE) IS SIMPLY REBUILT FROM SCRATCH.                *
008840*-----------------------------------------------------------*
008850 7150-CHECK-PRIOR-RUN.
008860
008870     MOVE "JTGLJRN" TO RC-PROGRAM.
008880     MOVE GJ-REQ-WK-END-DATE TO RC-WK-END-DATE.
008890
008900     READ RC-FIL
008910         INVALID KEY
008920             GO TO 7150-EXIT
008930     END-READ.
008940
008950     IF RC-COMPLETE
008960         DISPLAY "JTGLJRN - WEEK " GJ-REQ-WK-END-DATE " WAS "
008970                 "ALREADY JOURNALED " RC-END-DATE
008980         DISPLAY "JTGLJRN - JOURNAL CANCELLED."
008990         CLOSE RC-FIL
009000         GOBACK
009010     END-IF.
009020
009030     DISPLAY "JTGLJRN - PRIOR JOURNAL OF THIS WEEK WAS NOT "
009040     DISPLAY "          RELEASED - REBUILDING THE JOURNAL".
009050
009060 7150-EXIT.
009070     EXIT.
009080
009090*-----------------------------------------------------------*
009100* 7200-POST-RUN-START                                        *
009110*     POSTS THE RUN AS STARTED AND NOT COMPLETE, SO AN ABEND  *
009120*     LEAVES A VISIBLE INCOMPLETE RECORD ON JTRUNCTL.         *
009130*-----------------------------------------------------------*
009140 7200-POST-RUN-START.
009150
009160     MOVE "JTGLJRN" TO RC-PROGRAM.
009170     MOVE GJ-REQ-WK-END-DATE TO RC-WK-END-DATE.
009180     MOVE 0 TO RC-REC-CNT.
009190     MOVE "N" TO RC-COMPLETE-SW.
009200     MOVE 0 TO RC-CHKPT-WK-END.
009210     MOVE 0 TO RC-CHKPT-BADGE.
009220     ACCEPT RC-START-DATE FROM DATE.
009230     ACCEPT RC-START-TIME FROM TIME.
009240     MOVE 0 TO RC-END-DATE.
009250     MOVE 0 TO RC-END-TIME.
009260     MOVE SPACE TO RC-RECON-SW.
009270     MOVE 0 TO RC-EXCEP-CNT.
009280
009290     WRITE RC-REC
009300         INVALID KEY
009310             REWRITE RC-REC
009320     END-WRITE.
009330
009340 7200-EXIT.
009350     EXIT.
009360
009370*-----------------------------------------------------------*
009380* 7300-POST-RUN-END                                          *
009390*     COMPLETES THE RUN-CONTROL RECORD ONLY WHEN THE JOURNAL  *
009400*     BALANCES, TIES TO THE FEED, AND HAS NO UNMAPPED LINE -  *
009410*     OTHERWISE THE RECORD IS LEFT INCOMPLETE WITH ITS        *
009420*     COUNT, AND THE WEEK MAY BE JOURNALED AGAIN.             *
009430*-----------------------------------------------------------*
009440 7300-POST-RUN-END.
009450
009460     MOVE "JTGLJRN" TO RC-PROGRAM.
009470     MOVE GJ-REQ-WK-END-DATE TO RC-WK-END-DATE.
009480
009490     READ RC-FIL
009500         INVALID KEY
009510             GO TO 7300-EXIT
009520     END-READ.
009530
009540     MOVE GJ-TICKET-CNT TO RC-REC-CNT.
009550     ACCEPT RC-END-DATE FROM DATE.
009560     ACCEPT RC-END-TIME FROM TIME.
009570
009580     IF GJ-UNMAPPED-CNT = 0
009590        AND GJ-TOTAL-DEBITS = GJ-TOTAL-CREDITS
009600        AND GJ-TOTAL-DEBITS = GJ-FEED-TOTAL
009610         MOVE "Y" TO RC-COMPLETE-SW
009620     END-IF.
009630
009640     REWRITE RC-REC.
009650
009660 7300-EXIT.
009670     EXIT.
009680
009690*-----------------------------------------------------------*
009700* 8000-WRITE-GL-RECORD                                       *
009710*     WRITES ONE JOURNAL LINE AND FOOTS IT INTO THE TICKET    *
009720*     AND RUN TOTALS.  THE CALLER SETS EVERY GI- FIELD BUT    *
009730*     THE WEEK, AND GJ-ACCT-TYPE FOR THE UNMAPPED MESSAGE.    *
009740*     A ZERO LINE IS NOT WRITTEN.                             *
009750*-----------------------------------------------------------*
009760 8000-WRITE-GL-RECORD.
009770
009780     IF GI-AMOUNT = 0
009790         GO TO 8000-EXIT
009800     END-IF.
009810
009820     IF GI-ACCOUNT = SPACES
009830         PERFORM 5200-PRINT-UNMAPPED THRU 5200-EXIT
009840     END-IF.
009850
009860     MOVE GJ-REQ-WK-END-DATE TO GI-WK-END-DATE.
009870     MOVE JT-BADGE-NUM TO GI-BADGE-NUM.
009880
009890     WRITE GI-GLINT-REC.
009900     ADD 1 TO GJ-GL-REC-CNT.
009910
009920     IF GI-DEBIT
009930         ADD GI-AMOUNT TO GJ-TKT-DEBITS
009940         ADD GI-AMOUNT TO GJ-TOTAL-DEBITS
009950     ELSE
009960         ADD GI-AMOUNT TO GJ-TKT-CREDITS
009970         ADD GI-AMOUNT TO GJ-TOTAL-CREDITS
009980     END-IF.
009990
010000 8000-EXIT.
010010     EXIT.
010020
010030*-----------------------------------------------------------*
010040* 8800-PRINT-SUMMARY                                         *
010050*     THE PROOF - DEBITS AGAINST CREDITS, AND DEBITS AGAINST  *
010060*     THE JTEXPRT FEED TOTAL.                                 *
010070*-----------------------------------------------------------*
010080 8800-PRINT-SUMMARY.
010090
010100     MOVE GJ-TICKET-CNT TO SUM-TICKET-CNT.
010110     MOVE GJ-GL-REC-CNT TO SUM-GL-REC-CNT.
010120     MOVE GJ-UNMAPPED-CNT TO SUM-UNMAPPED-CNT.
010130     WRITE PRINT-LINE FROM SUMMARY1-LINE.
010140
010150     MOVE GJ-TOTAL-DEBITS TO SUM-TOTAL-DEBITS.
010160     MOVE GJ-TOTAL-CREDITS TO SUM-TOTAL-CREDITS.
010170     IF GJ-TOTAL-DEBITS = GJ-TOTAL-CREDITS
010180         MOVE "IN BALANCE" TO SUM-BALANCE-MSG
010190     ELSE
010200         MOVE "OUT OF BALANCE" TO SUM-BALANCE-MSG
010210     END-IF.
010220     WRITE PRINT-LINE FROM SUMMARY2-LINE.
010230
010240     MOVE GJ-FEED-TOTAL TO SUM-FEED-TOTAL.
010250     MOVE GJ-EX-REC-CNT TO SUM-EX-REC-CNT.
010260     IF GJ-TOTAL-DEBITS = GJ-FEED-TOTAL
010270         MOVE "TIES TO FEED" TO SUM-TIE-MSG
010280     ELSE
010290         MOVE "DOES NOT TIE" TO SUM-TIE-MSG
010300     END-IF.
010310     WRITE PRINT-LINE FROM SUMMARY3-LINE.
010320
010330 8800-EXIT.
010340     EXIT.
010350
010360*-----------------------------------------------------------*
010370* 9000-TERMINATE                                             *
010380*-----------------------------------------------------------*
010390 9000-TERMINATE.
010400
010410     CLOSE JT-FIL.
010420     CLOSE RT-FIL.
010430     CLOSE GM-FIL.
010440     CLOSE GLINT-FIL.
010450     CLOSE PRINT-FIL.
010460
010470     PERFORM 7300-POST-RUN-END THRU 7300-EXIT.
010480     CLOSE RC-FIL.
010490
010500     DISPLAY "JTGLJRN - TICKETS JOURNALED: " GJ-TICKET-CNT.
010510     DISPLAY "JTGLJRN - TICKETS NOT EXTRACTED (SKIPPED): "
010520             GJ-SKIPPED-CNT.
010530     DISPLAY "JTGLJRN - GL RECORDS WRITTEN: " GJ-GL-REC-CNT.
010540     DISPLAY "JTGLJRN - UNMAPPED LINES: " GJ-UNMAPPED-CNT.
010550
010560     IF RC-COMPLETE
010570         DISPLAY "JTGLJRN - JOURNAL RELEASED."
010580     ELSE
010590         DISPLAY "JTGLJRN - JOURNAL NOT RELEASED - SEE REGISTER."
010600     END-IF.
010610
010620 9000-EXIT.
010630     EXIT.
