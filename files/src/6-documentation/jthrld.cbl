000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTHRLD.
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
000200* %(  New program.  Batch personnel loader in the JTORDLD
000210*     style - reads the personnel office's daily hire/
000220*     termination/transfer file off JTHRFD and applies it to
000230*     the EMPMAS badge master, so the master stops depending
000240*     on hand keying.  A hire adds the badge ACTIVE (or
000250*     reinstates a terminated badge under its new name and
000260*     cost center); a termination flips the badge to "T"; a
000270*     transfer moves an active badge to a new home cost
000280*     center.  A hire or transfer must name a cost center on
000290*     CCMAS that has not been closed.  Every change applied
000300*     appends a JTEMPLOG record in the JTAUDLOG style - badge,
000310*     operation, program/operator, the cost center and status
000320*     before and after, date and time - and an accepted/
000330*     rejected edit register goes to the printer.  When a
000340*     termination lands, JOBTICRMS is swept for that badge's
000350*     tickets still ENTERED or HELD, and each prints under the
000360*     termination's register line so it can be signed off or
000370*     cleared before the employee's last pay.  EMPMAS is
000380*     created on the first run if it does not yet exist.  )%
000390
000400 ENVIRONMENT DIVISION.
000410
000420 CONFIGURATION SECTION.
000430
000440 SOURCE-COMPUTER.
000450     DECSYSTEM-20.
000460
000470 OBJECT-COMPUTER.
000480     DECSYSTEM-20.
000490
000500 INPUT-OUTPUT SECTION.
000510
000520 FILE-CONTROL.
000530     COPY jtsel.
000540
000550     SELECT TRANS-FIL ASSIGN TO "JTHRFD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS HF-FIL-STATUS.
000580
000590     SELECT EMPLOG-FIL ASSIGN TO "JTEMPLOG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS JE-FIL-STATUS.
000620
000630     SELECT PRINT-FIL ASSIGN TO "JTHRLD"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS PRT-FIL-STATUS.
000660
000670     COPY jtempsel.
000680
000690     COPY jtccsel.
000700
000710 DATA DIVISION.
000720
000730 FILE SECTION.
000740
000750 FD  JT-FIL
000760     LABEL RECORDS ARE STANDARD.
000770
000780 01  JT-REC.
000790     COPY jtrecly.
000800
000810*-----------------------------------------------------------*
000820* PERSONNEL TRANSACTION - ONE FLAT RECORD PER CHANGE:        *
000830* ACTION (H HIRE, T TERMINATE, X TRANSFER), BADGE NUMBER,    *
000840* NAME, AND HOME COST CENTER, AS FIXED-WIDTH FIELDS          *
000850* SEPARATED BY ONE SPACE.  THE NAME IS ONLY USED ON A HIRE   *
000860* AND THE COST CENTER ON A HIRE OR TRANSFER.                 *
000870*-----------------------------------------------------------*
000880 FD  TRANS-FIL
000890     LABEL RECORDS ARE STANDARD.
000900
000910 01  HF-TRANS-REC.
000920     05  HF-ACTION                   PIC X(01).
000930         88  HF-HIRE                 VALUE "H".
000940         88  HF-TERMINATE            VALUE "T".
000950         88  HF-TRANSFER             VALUE "X".
000960     05  FILLER                      PIC X(01).
000970     05  HF-BADGE-NUM                PIC 9(07).
000980     05  FILLER                      PIC X(01).
000990     05  HF-NAME                     PIC X(30).
001000     05  FILLER                      PIC X(01).
001010     05  HF-COST-CENTER              PIC X(04).
001020
001030 FD  EMPLOG-FIL
001040     LABEL RECORDS ARE STANDARD.
001050
001060 01  JE-EMPLOG-REC.
001070     05  JE-BADGE-NUM                PIC 9(07).
001080     05  FILLER                      PIC X(01) VALUE SPACE.
001090     05  JE-OPERATION                PIC X(01).
001100     05  FILLER                      PIC X(01) VALUE SPACE.
001110     05  JE-TERM-ID                  PIC X(08).
001120     05  FILLER                      PIC X(01) VALUE SPACE.
001130     05  JE-OLD-COST-CENTER          PIC X(04).
001140     05  FILLER                      PIC X(01) VALUE SPACE.
001150     05  JE-NEW-COST-CENTER          PIC X(04).
001160     05  FILLER                      PIC X(01) VALUE SPACE.
001170     05  JE-OLD-STATUS               PIC X(01).
001180     05  FILLER                      PIC X(01) VALUE SPACE.
001190     05  JE-NEW-STATUS               PIC X(01).
001200     05  FILLER                      PIC X(01) VALUE SPACE.
001210     05  JE-LOG-DATE                 PIC 9(06).
001220     05  FILLER                      PIC X(01) VALUE SPACE.
001230     05  JE-LOG-TIME                 PIC 9(08).
001240
001250 FD  EM-FIL
001260     LABEL RECORDS ARE STANDARD.
001270
001280 01  EM-REC.
001290     COPY jtemply.
001300
001310 FD  CC-FIL
001320     LABEL RECORDS ARE STANDARD.
001330
001340 01  CC-REC.
001350     COPY jtccly.
001360
001370 FD  PRINT-FIL
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 132 CHARACTERS.
001400
001410 01  PRINT-LINE                      PIC X(132).
001420
001430 WORKING-STORAGE SECTION.
001440     COPY jtstat.
001450
001460 01  HF-FIL-STATUS                   PIC X(02).
001470     88  HF-FIL-OK                   VALUE "00".
001480
001490 01  JE-FIL-STATUS                   PIC X(02).
001500     88  JE-FIL-NOTFOUND             VALUE "35".
001510
001520 01  PRT-FIL-STATUS                  PIC X(02).
001530
001540     COPY jtempst.
001550
001560     COPY jtccst.
001570
001580 01  HL-TRANS-EOF-SW                 PIC X(01) VALUE "N".
001590     88  HL-TRANS-EOF                VALUE "Y".
001600
001610 01  HL-REJECT-SW                    PIC X(01).
001620     88  HL-REJECTED                 VALUE "Y".
001630
001640 01  HL-REJECT-REASON                PIC X(30).
001650
001660 01  HL-REG-NAME                     PIC X(30).
001670
001680 01  HL-OLD-COST-CENTER              PIC X(04).
001690
001700 01  HL-OLD-STATUS                   PIC X(01).
001710
001720 01  HL-TKT-EOF-SW                   PIC X(01).
001730     88  HL-TKT-EOF                  VALUE "Y".
001740
001750 01  HL-TRANS-CNT                    PIC 9(07) COMP VALUE 0.
001760
001770 01  HL-ACCEPT-CNT                   PIC 9(07) COMP VALUE 0.
001780
001790 01  HL-REJECT-CNT                   PIC 9(07) COMP VALUE 0.
001800
001810 01  HL-HIRE-CNT                     PIC 9(07) COMP VALUE 0.
001820
001830 01  HL-TERM-CNT                     PIC 9(07) COMP VALUE 0.
001840
001850 01  HL-XFER-CNT                     PIC 9(07) COMP VALUE 0.
001860
001870 01  HL-OPEN-TKT-CNT                 PIC 9(07) COMP VALUE 0.
001880
001890 01  HL-LINE-CNT                     PIC 9(03) VALUE 99.
001900
001910 01  HL-PAGE-NO                      PIC 9(03) VALUE 0.
001920
001930 01  HDR1-LINE.
001940     05  FILLER                      PIC X(01) VALUE SPACE.
001950     05  FILLER                      PIC X(38)
001960             VALUE "JTHRLD - PERSONNEL CHANGES".
001970     05  FILLER                      PIC X(14)
001980             VALUE "EDIT REGISTER".
001990     05  FILLER                      PIC X(05) VALUE "PAGE ".
002000     05  HDR1-PAGE-NO                PIC ZZ9.
002010
002020 01  HDR2-LINE.
002030     05  FILLER                      PIC X(01) VALUE SPACE.
002040     05  FILLER                      PIC X(08) VALUE "ACTION".
002050     05  FILLER                      PIC X(10) VALUE "BADGE NUM".
002060     05  FILLER                      PIC X(32) VALUE "NAME".
002070     05  FILLER                      PIC X(10) VALUE "COST CTR".
002080     05  FILLER                      PIC X(12) VALUE "DISPOSITN".
002090     05  FILLER                      PIC X(30) VALUE "REASON".
002100
002110 01  DTL-LINE.
002120     05  FILLER                      PIC X(01) VALUE SPACE.
002130     05  DTL-ACTION                  PIC X(01).
002140     05  FILLER                      PIC X(07) VALUE SPACES.
002150     05  DTL-BADGE-NUM               PIC 9(07).
002160     05  FILLER                      PIC X(03) VALUE SPACES.
002170     05  DTL-NAME                    PIC X(30).
002180     05  FILLER                      PIC X(02) VALUE SPACES.
002190     05  DTL-COST-CENTER             PIC X(04).
002200     05  FILLER                      PIC X(06) VALUE SPACES.
002210     05  DTL-DISPOSITION             PIC X(08).
002220     05  FILLER                      PIC X(04) VALUE SPACES.
002230     05  DTL-REASON                  PIC X(30).
002240
002250 01  OPEN-TKT-LINE.
002260     05  FILLER                      PIC X(05) VALUE SPACES.
002270     05  FILLER                      PIC X(20)
002280             VALUE "OPEN TICKET - WEEK ".
002290     05  OPEN-WK-END-DATE            PIC 9(06).
002300     05  FILLER                      PIC X(13)
002310             VALUE " COST CENTER ".
002320     05  OPEN-COST-CENTER            PIC X(04).
002330     05  FILLER                      PIC X(07) VALUE " HOURS ".
002340     05  OPEN-TOTAL-HRS              PIC ZZZ,ZZ9.99-.
002350     05  FILLER                      PIC X(08) VALUE " STATUS ".
002360     05  OPEN-STATUS                 PIC X(01).
002370
002380 01  SUMMARY1-LINE.
002390     05  FILLER                      PIC X(01) VALUE SPACE.
002400     05  FILLER                      PIC X(20)
002410             VALUE "TRANSACTIONS READ ..".
002420     05  SUM-TRANS-CNT               PIC ZZZ,ZZ9.
002430     05  FILLER                      PIC X(14)
002440             VALUE "   ACCEPTED ..".
002450     05  SUM-ACCEPT-CNT              PIC ZZZ,ZZ9.
002460     05  FILLER                      PIC X(14)
002470             VALUE "   REJECTED ..".
002480     05  SUM-REJECT-CNT              PIC ZZZ,ZZ9.
002490
002500 01  SUMMARY2-LINE.
002510     05  FILLER                      PIC X(01) VALUE SPACE.
002520     05  FILLER                      PIC X(20)
002530             VALUE "BADGES HIRED .......".
002540     05  SUM-HIRE-CNT                PIC ZZZ,ZZ9.
002550     05  FILLER                      PIC X(14)
002560             VALUE "   TERMINATED ".
002570     05  SUM-TERM-CNT                PIC ZZZ,ZZ9.
002580     05  FILLER                      PIC X(14)
002590             VALUE "   TRANSFERRED".
002600     05  SUM-XFER-CNT                PIC ZZZ,ZZ9.
002610     05  FILLER                      PIC X(17)
002620             VALUE "   OPEN TICKETS .".
002630     05  SUM-OPEN-TKT-CNT            PIC ZZZ,ZZ9.
002640
002650 PROCEDURE DIVISION.
002660
002670*-----------------------------------------------------------*
002680* 0000-MAINLINE                                              *
002690*-----------------------------------------------------------*
002700 0000-MAINLINE.
002710
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730
002740     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002750         UNTIL HL-TRANS-EOF.
002760
002770     PERFORM 8800-PRINT-SUMMARY THRU 8800-EXIT.
002780
002790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002800
002810     GOBACK.
002820
002830*-----------------------------------------------------------*
002840* 1000-INITIALIZE                                            *
002850*     EMPMAS OPENS FOR UPDATE AND IS CREATED ON THE FIRST     *
002860*     RUN IF MISSING.  CCMAS IS NOT OPTIONAL - A HIRE OR      *
002870*     TRANSFER COULD NOT BE EDITED WITHOUT IT - AND NEITHER   *
002880*     IS JOBTICRMS, SINCE A TERMINATION RUN THAT COULD NOT    *
002890*     SWEEP FOR OPEN TICKETS WOULD TERMINATE BADGES BLIND.    *
002900*-----------------------------------------------------------*
002910 1000-INITIALIZE.
002920
002930     OPEN INPUT TRANS-FIL.
002940     IF HF-FIL-STATUS NOT = "00"
002950         DISPLAY "JTHRLD - JTHRFD NOT AVAILABLE - STATUS "
002960                 HF-FIL-STATUS
002970         GOBACK
002980     END-IF.
002990
003000     OPEN I-O EM-FIL.
003010     IF EM-FIL-NOTFOUND
003020         CLOSE EM-FIL
003030         OPEN OUTPUT EM-FIL
003040         CLOSE EM-FIL
003050         OPEN I-O EM-FIL
003060     END-IF.
003070
003080     IF EM-FIL-STATUS NOT = "00"
003090         DISPLAY "JTHRLD - EMPMAS NOT AVAILABLE - STATUS "
003100                 EM-FIL-STATUS
003110         GOBACK
003120     END-IF.
003130
003140     OPEN INPUT CC-FIL.
003150     IF CC-FIL-STATUS NOT = "00"
003160         DISPLAY "JTHRLD - CCMAS NOT AVAILABLE - STATUS "
003170                 CC-FIL-STATUS
003180         GOBACK
003190     END-IF.
003200
003210     OPEN INPUT JT-FIL.
003220     IF JT-FIL-STATUS NOT = "00"
003230         DISPLAY "JTHRLD - JOBTICRMS NOT AVAILABLE - STATUS "
003240                 JT-FIL-STATUS
003250         GOBACK
003260     END-IF.
003270
003280     OPEN EXTEND EMPLOG-FIL.
003290     IF JE-FIL-NOTFOUND
003300         OPEN OUTPUT EMPLOG-FIL
003310     END-IF.
003320
003330     OPEN OUTPUT PRINT-FIL.
003340
003350     PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT.
003360
003370     PERFORM 2100-READ-NEXT-TRANS THRU 2100-EXIT.
003380
003390 1000-EXIT.
003400     EXIT.
003410
003420*-----------------------------------------------------------*
003430* 2000-PROCESS-TRANS                                         *
003440*     EDITS ONE TRANSACTION, APPLIES IT IF IT PASSES, AND     *
003450*     PRINTS ITS REGISTER LINE EITHER WAY.                    *
003460*-----------------------------------------------------------*
003470 2000-PROCESS-TRANS.
003480
003490     ADD 1 TO HL-TRANS-CNT.
003500
003510     PERFORM 3000-EDIT-TRANS THRU 3000-EXIT.
003520
003530     IF NOT HL-REJECTED
003540         PERFORM 4000-APPLY-TRANS THRU 4000-EXIT
003550     END-IF.
003560
003570     IF HL-REJECTED
003580         ADD 1 TO HL-REJECT-CNT
003590     ELSE
003600         ADD 1 TO HL-ACCEPT-CNT
003610     END-IF.
003620
003630     PERFORM 5000-PRINT-REGISTER-LINE THRU 5000-EXIT.
003640
003650     IF HF-TERMINATE AND NOT HL-REJECTED
003660         PERFORM 6000-SWEEP-OPEN-TICKETS THRU 6000-EXIT
003670     END-IF.
003680
003690     PERFORM 2100-READ-NEXT-TRANS THRU 2100-EXIT.
003700
003710 2000-EXIT.
003720     EXIT.
003730
003740 2100-READ-NEXT-TRANS.
003750
003760     READ TRANS-FIL NEXT RECORD
003770         AT END
003780             MOVE "Y" TO HL-TRANS-EOF-SW
003790     END-READ.
003800
003810 2100-EXIT.
003820     EXIT.
003830
003840*-----------------------------------------------------------*
003850* 3000-EDIT-TRANS                                            *
003860*     THE ACTION MUST BE H, T, OR X AND THE BADGE NUMBER      *
003870*     NON-ZERO.  A HIRE MUST CARRY A NAME, AND A HIRE OR      *
003880*     TRANSFER A COST CENTER ON CCMAS THAT IS NOT CLOSED.     *
003890*     THE FIRST EDIT THAT FAILS SETS THE REASON AND REJECTS   *
003900*     THE TRANSACTION.                                        *
003910*-----------------------------------------------------------*
003920 3000-EDIT-TRANS.
003930
003940     MOVE "N" TO HL-REJECT-SW.
003950     MOVE SPACES TO HL-REJECT-REASON.
003960     MOVE HF-NAME TO HL-REG-NAME.
003970
003980     IF NOT HF-HIRE AND NOT HF-TERMINATE AND NOT HF-TRANSFER
003990         MOVE "Y" TO HL-REJECT-SW
004000         MOVE "ACTION NOT H, T OR X" TO HL-REJECT-REASON
004010         GO TO 3000-EXIT
004020     END-IF.
004030
004040     IF HF-BADGE-NUM = 0
004050         MOVE "Y" TO HL-REJECT-SW
004060         MOVE "BADGE NUMBER ZERO" TO HL-REJECT-REASON
004070         GO TO 3000-EXIT
004080     END-IF.
004090
004100     IF HF-HIRE AND HF-NAME = SPACES
004110         MOVE "Y" TO HL-REJECT-SW
004120         MOVE "NAME MISSING ON HIRE" TO HL-REJECT-REASON
004130         GO TO 3000-EXIT
004140     END-IF.
004150
004160     IF HF-TERMINATE
004170         GO TO 3000-EXIT
004180     END-IF.
004190
004200     MOVE HF-COST-CENTER TO CC-COST-CENTER.
004210     READ CC-FIL
004220         INVALID KEY
004230             MOVE "Y" TO HL-REJECT-SW
004240             MOVE "COST CENTER NOT ON FILE" TO HL-REJECT-REASON
004250             GO TO 3000-EXIT
004260     END-READ.
004270
004280     IF CC-CLOSED
004290         MOVE "Y" TO HL-REJECT-SW
004300         MOVE "COST CENTER CLOSED" TO HL-REJECT-REASON
004310         GO TO 3000-EXIT
004320     END-IF.
004330
004340 3000-EXIT.
004350     EXIT.
004360
004370 3400-PRINT-HEADINGS.
004380
004390     ADD 1 TO HL-PAGE-NO.
004400     MOVE HL-PAGE-NO TO HDR1-PAGE-NO.
004410
004420     WRITE PRINT-LINE FROM HDR1-LINE.
004430     WRITE PRINT-LINE FROM HDR2-LINE.
004440
004450     MOVE 2 TO HL-LINE-CNT.
004460
004470 3400-EXIT.
004480     EXIT.
004490
004500*-----------------------------------------------------------*
004510* 4000-APPLY-TRANS                                           *
004520*     DISPATCHES TO THE HIRE, TERMINATE, OR TRANSFER          *
004530*     PARAGRAPH.                                              *
004540*-----------------------------------------------------------*
004550 4000-APPLY-TRANS.
004560
004570     EVALUATE TRUE
004580         WHEN HF-HIRE
004590             PERFORM 4100-HIRE-BADGE THRU 4100-EXIT
004600         WHEN HF-TERMINATE
004610             PERFORM 4200-TERMINATE-BADGE THRU 4200-EXIT
004620         WHEN HF-TRANSFER
004630             PERFORM 4300-TRANSFER-BADGE THRU 4300-EXIT
004640     END-EVALUATE.
004650
004660 4000-EXIT.
004670     EXIT.
004680
004690*-----------------------------------------------------------*
004700* 4100-HIRE-BADGE                                            *
004710*     A NEW BADGE GOES ON FILE ACTIVE.  A BADGE ALREADY ON    *
004720*     FILE AS TERMINATED IS REINSTATED UNDER THE NAME AND     *
004730*     COST CENTER ON THE TRANSACTION; ONE STILL ACTIVE IS     *
004740*     REJECTED.                                               *
004750*-----------------------------------------------------------*
004760 4100-HIRE-BADGE.
004770
004780     MOVE HF-BADGE-NUM TO EM-BADGE-NUM.
004790
004800     READ EM-FIL
004810         INVALID KEY
004820             MOVE SPACES TO HL-OLD-COST-CENTER
004830             MOVE SPACE TO HL-OLD-STATUS
004840             MOVE HF-BADGE-NUM TO EM-BADGE-NUM
004850             MOVE HF-NAME TO EM-NAME
004860             MOVE HF-COST-CENTER TO EM-COST-CENTER
004870             MOVE "A" TO EM-STATUS
004880             WRITE EM-REC
004890                 INVALID KEY
004900                     MOVE "Y" TO HL-REJECT-SW
004910                     MOVE "BADGE WRITE FAILED"
004920                         TO HL-REJECT-REASON
004930                 NOT INVALID KEY
004940                     ADD 1 TO HL-HIRE-CNT
004950                     MOVE "H" TO JE-OPERATION
004960                     PERFORM 8000-WRITE-AUDIT-RECORD
004970                         THRU 8000-EXIT
004980             END-WRITE
004990             GO TO 4100-EXIT
005000     END-READ.
005010
005020     IF EM-ACTIVE
005030         MOVE "Y" TO HL-REJECT-SW
005040         MOVE "BADGE ALREADY ACTIVE" TO HL-REJECT-REASON
005050         GO TO 4100-EXIT
005060     END-IF.
005070
005080     MOVE EM-COST-CENTER TO HL-OLD-COST-CENTER.
005090     MOVE EM-STATUS TO HL-OLD-STATUS.
005100     MOVE HF-NAME TO EM-NAME.
005110     MOVE HF-COST-CENTER TO EM-COST-CENTER.
005120     MOVE "A" TO EM-STATUS.
005130
005140     REWRITE EM-REC
005150         INVALID KEY
005160             MOVE "Y" TO HL-REJECT-SW
005170             MOVE "BADGE REWRITE FAILED" TO HL-REJECT-REASON
005180         NOT INVALID KEY
005190             ADD 1 TO HL-HIRE-CNT
005200             MOVE "H" TO JE-OPERATION
005210             PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
005220     END-REWRITE.
005230
005240 4100-EXIT.
005250     EXIT.
005260
005270*-----------------------------------------------------------*
005280* 4200-TERMINATE-BADGE                                       *
005290*     FLIPS THE BADGE'S STATUS TO "T" - THE RECORD STAYS ON   *
005300*     FILE FOR HISTORY, BUT TICKET ENTRY REFUSES IT.          *
005310*-----------------------------------------------------------*
005320 4200-TERMINATE-BADGE.
005330
005340     MOVE HF-BADGE-NUM TO EM-BADGE-NUM.
005350
005360     READ EM-FIL
005370         INVALID KEY
005380             MOVE "Y" TO HL-REJECT-SW
005390             MOVE "BADGE NOT ON FILE" TO HL-REJECT-REASON
005400             GO TO 4200-EXIT
005410     END-READ.
005420
005430     MOVE EM-NAME TO HL-REG-NAME.
005440
005450     IF EM-TERMINATED
005460         MOVE "Y" TO HL-REJECT-SW
005470         MOVE "BADGE ALREADY TERMINATED" TO HL-REJECT-REASON
005480         GO TO 4200-EXIT
005490     END-IF.
005500
005510     MOVE EM-COST-CENTER TO HL-OLD-COST-CENTER.
005520     MOVE EM-STATUS TO HL-OLD-STATUS.
005530     MOVE "T" TO EM-STATUS.
005540
005550     REWRITE EM-REC
005560         INVALID KEY
005570             MOVE "Y" TO HL-REJECT-SW
005580             MOVE "BADGE REWRITE FAILED" TO HL-REJECT-REASON
005590         NOT INVALID KEY
005600             ADD 1 TO HL-TERM-CNT
005610             MOVE "T" TO JE-OPERATION
005620             PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
005630     END-REWRITE.
005640
005650 4200-EXIT.
005660     EXIT.
005670
005680*-----------------------------------------------------------*
005690* 4300-TRANSFER-BADGE                                        *
005700*     MOVES AN ACTIVE BADGE TO A NEW HOME COST CENTER.        *
005710*     TICKETS ALREADY ON FILE KEEP THE CENTER THEY WERE       *
005720*     KEYED UNDER.                                            *
005730*-----------------------------------------------------------*
005740 4300-TRANSFER-BADGE.
005750
005760     MOVE HF-BADGE-NUM TO EM-BADGE-NUM.
005770
005780     READ EM-FIL
005790         INVALID KEY
005800             MOVE "Y" TO HL-REJECT-SW
005810             MOVE "BADGE NOT ON FILE" TO HL-REJECT-REASON
005820             GO TO 4300-EXIT
005830     END-READ.
005840
005850     MOVE EM-NAME TO HL-REG-NAME.
005860
005870     IF NOT EM-ACTIVE
005880         MOVE "Y" TO HL-REJECT-SW
005890         MOVE "BADGE NOT ACTIVE" TO HL-REJECT-REASON
005900         GO TO 4300-EXIT
005910     END-IF.
005920
005930     IF EM-COST-CENTER = HF-COST-CENTER
005940         MOVE "Y" TO HL-REJECT-SW
005950         MOVE "ALREADY IN THAT COST CENTER" TO HL-REJECT-REASON
005960         GO TO 4300-EXIT
005970     END-IF.
005980
005990     MOVE EM-COST-CENTER TO HL-OLD-COST-CENTER.
006000     MOVE EM-STATUS TO HL-OLD-STATUS.
006010     MOVE HF-COST-CENTER TO EM-COST-CENTER.
006020
006030     REWRITE EM-REC
006040         INVALID KEY
006050             MOVE "Y" TO HL-REJECT-SW
006060             MOVE "BADGE REWRITE FAILED" TO HL-REJECT-REASON
006070         NOT INVALID KEY
006080             ADD 1 TO HL-XFER-CNT
006090             MOVE "X" TO JE-OPERATION
006100             PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
006110     END-REWRITE.
006120
006130 4300-EXIT.
006140     EXIT.
006150
006160*-----------------------------------------------------------*
006170* 5000-PRINT-REGISTER-LINE                                   *
006180*-----------------------------------------------------------*
006190 5000-PRINT-REGISTER-LINE.
006200
006210     IF HL-LINE-CNT > 55
006220         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
006230     END-IF.
006240
006250     MOVE SPACES TO DTL-LINE.
006260     MOVE HF-ACTION TO DTL-ACTION.
006270     MOVE HF-BADGE-NUM TO DTL-BADGE-NUM.
006280     MOVE HL-REG-NAME TO DTL-NAME.
006290     MOVE HF-COST-CENTER TO DTL-COST-CENTER.
006300
006310     IF HL-REJECTED
006320         MOVE "REJECTED" TO DTL-DISPOSITION
006330         MOVE HL-REJECT-REASON TO DTL-REASON
006340     ELSE
006350         MOVE "ACCEPTED" TO DTL-DISPOSITION
006360     END-IF.
006370
006380     WRITE PRINT-LINE FROM DTL-LINE.
006390
006400     ADD 1 TO HL-LINE-CNT.
006410
006420 5000-EXIT.
006430     EXIT.
006440
006450*-----------------------------------------------------------*
006460* 6000-SWEEP-OPEN-TICKETS                                    *
006470*     AFTER A TERMINATION LANDS, EVERY JOBTICRMS TICKET FOR   *
006480*     THE BADGE STILL ENTERED OR HELD PRINTS UNDER THE        *
006490*     TERMINATION'S REGISTER LINE SO IT CAN BE SIGNED OFF OR  *
006500*     CLEARED BEFORE THE EMPLOYEE'S LAST PAY.  THE PRIME KEY  *
006510*     LEADS WITH THE WEEK, SO THE WHOLE FILE IS SWEPT.        *
006520*-----------------------------------------------------------*
006530 6000-SWEEP-OPEN-TICKETS.
006540
006550     MOVE "N" TO HL-TKT-EOF-SW.
006560
006570     MOVE 0 TO JT-WK-END-DATE.
006580     MOVE 0 TO JT-BADGE-NUM.
006590
006600     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
006610         INVALID KEY
006620             MOVE "Y" TO HL-TKT-EOF-SW
006630     END-START.
006640
006650     IF NOT HL-TKT-EOF
006660         PERFORM 6100-READ-NEXT-TICKET THRU 6100-EXIT
006670     END-IF.
006680
006690     PERFORM 6200-CHECK-TICKET THRU 6200-EXIT
006700         UNTIL HL-TKT-EOF.
006710
006720 6000-EXIT.
006730     EXIT.
006740
006750 6100-READ-NEXT-TICKET.
006760
006770     READ JT-FIL NEXT RECORD
006780         AT END
006790             MOVE "Y" TO HL-TKT-EOF-SW
006800     END-READ.
006810
006820 6100-EXIT.
006830     EXIT.
006840
006850 6200-CHECK-TICKET.
006860
006870     IF JT-BADGE-NUM = HF-BADGE-NUM
006880        AND (JT-ENTERED OR JT-HELD)
006890         PERFORM 6400-PRINT-OPEN-TICKET THRU 6400-EXIT
006900     END-IF.
006910
006920     PERFORM 6100-READ-NEXT-TICKET THRU 6100-EXIT.
006930
006940 6200-EXIT.
006950     EXIT.
006960
006970 6400-PRINT-OPEN-TICKET.
006980
006990     IF HL-LINE-CNT > 55
007000         PERFORM 3400-PRINT-HEADINGS THRU 3400-EXIT
007010     END-IF.
007020
007030     MOVE JT-WK-END-DATE TO OPEN-WK-END-DATE.
007040     MOVE JT-COST-CENTER TO OPEN-COST-CENTER.
007050     MOVE JT-TOTAL-HRS TO OPEN-TOTAL-HRS.
007060     MOVE JT-STATUS TO OPEN-STATUS.
007070
007080     WRITE PRINT-LINE FROM OPEN-TKT-LINE.
007090
007100     ADD 1 TO HL-LINE-CNT.
007110     ADD 1 TO HL-OPEN-TKT-CNT.
007120
007130 6400-EXIT.
007140     EXIT.
007150
007160*-----------------------------------------------------------*
007170* 8000-WRITE-AUDIT-RECORD                                    *
007180*     APPENDS ONE RECORD TO JTEMPLOG FOR THE CHANGE JUST      *
007190*     APPLIED, IN THE SAME SHAPE JTEMPM WRITES.  THE CALLER   *
007200*     SETS JE-OPERATION AND THE BEFORE-IMAGE FIELDS FIRST.    *
007210*-----------------------------------------------------------*
007220 8000-WRITE-AUDIT-RECORD.
007230
007240     MOVE EM-BADGE-NUM TO JE-BADGE-NUM.
007250     MOVE "JTHRLD" TO JE-TERM-ID.
007260     MOVE HL-OLD-COST-CENTER TO JE-OLD-COST-CENTER.
007270     MOVE EM-COST-CENTER TO JE-NEW-COST-CENTER.
007280     MOVE HL-OLD-STATUS TO JE-OLD-STATUS.
007290     MOVE EM-STATUS TO JE-NEW-STATUS.
007300     ACCEPT JE-LOG-DATE FROM DATE.
007310     ACCEPT JE-LOG-TIME FROM TIME.
007320
007330     WRITE JE-EMPLOG-REC.
007340
007350 8000-EXIT.
007360     EXIT.
007370
007380*-----------------------------------------------------------*
007390* 8800-PRINT-SUMMARY                                         *
007400*-----------------------------------------------------------*
007410 8800-PRINT-SUMMARY.
007420
007430     MOVE HL-TRANS-CNT TO SUM-TRANS-CNT.
007440     MOVE HL-ACCEPT-CNT TO SUM-ACCEPT-CNT.
007450     MOVE HL-REJECT-CNT TO SUM-REJECT-CNT.
007460     WRITE PRINT-LINE FROM SUMMARY1-LINE.
007470
007480     MOVE HL-HIRE-CNT TO SUM-HIRE-CNT.
007490     MOVE HL-TERM-CNT TO SUM-TERM-CNT.
007500     MOVE HL-XFER-CNT TO SUM-XFER-CNT.
007510     MOVE HL-OPEN-TKT-CNT TO SUM-OPEN-TKT-CNT.
007520     WRITE PRINT-LINE FROM SUMMARY2-LINE.
007530
007540 8800-EXIT.
007550     EXIT.
007560
007570*-----------------------------------------------------------*
007580* 9000-TERMINATE                                             *
007590*-----------------------------------------------------------*
007600 9000-TERMINATE.
007610
007620     CLOSE TRANS-FIL.
007630     CLOSE EM-FIL.
007640     CLOSE CC-FIL.
007650     CLOSE JT-FIL.
007660     CLOSE EMPLOG-FIL.
007670     CLOSE PRINT-FIL.
007680
007690     DISPLAY "JTHRLD - TRANSACTIONS READ: " HL-TRANS-CNT.
007700     DISPLAY "JTHRLD - ACCEPTED: " HL-ACCEPT-CNT.
007710     DISPLAY "JTHRLD - REJECTED: " HL-REJECT-CNT.
007720     DISPLAY "JTHRLD - BADGES HIRED: " HL-HIRE-CNT.
007730     DISPLAY "JTHRLD - BADGES TERMINATED: " HL-TERM-CNT.
007740     DISPLAY "JTHRLD - BADGES TRANSFERRED: " HL-XFER-CNT.
007750     DISPLAY "JTHRLD - OPEN TICKETS ON TERMINATED BADGES: "
007760             HL-OPEN-TKT-CNT.
007770
007780 9000-EXIT.
007790     EXIT.
