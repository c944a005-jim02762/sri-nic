000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTROLFW.
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
000200* %(  New program.  Backup mark, forward recovery, and trim
000210*     utility for the JTAIJNL after-image journal (see JTJNLY
000220*     and JTJNLWR).  Three functions:
000230*
000240*     (B) Backup mark - run immediately before the JOBTICRMS
000250*     backup copy is taken.  Posts a "JTBACKUP" record on
000260*     JTRUNCTL (week zero) carrying the date and time of the
000270*     mark and the count of tickets then on file.  Marking
000280*     before the copy starts means any change made while the
000290*     copy runs is on the journal after the mark, and
000300*     re-applying an image the backup already holds does no
000310*     harm.
000320*
000330*     (R) Roll forward - after the last marked backup has been
000340*     restored over JOBTICRMS, applies every journal image
000350*     stamped from the mark up to a date and time the operator
000360*     keys (zero runs to the end of the journal), in journal
000370*     order: an add is written (rewritten if already there),
000380*     a change rewritten (written if missing), a delete
000390*     deleted (an image already gone is counted, not failed).
000400*     The JTROLFW register lists every image applied and
000410*     totals what was skipped, applied, and refused.
000420*
000430*     (T) Trim - copies the journal images stamped from the
000440*     last backup mark on to JTAINEW and counts what is left
000450*     behind.  Once the register counts are verified, JTAINEW
000460*     is renamed over JTAIJNL, as JTAUDCV's output is over
000470*     JTAUDLOG.  Trim with the stream quiet, so no image is
000480*     appended to JTAIJNL between the copy and the rename.
000490*
000500*     CALLed USING the JTMENU sign-on block; the operator
000510*     prints on the register heading.  )%
000520
000530 ENVIRONMENT DIVISION.
000540
000550 CONFIGURATION SECTION.
000560
000570 SOURCE-COMPUTER.
000580     DECSYSTEM-20.
000590
000600 OBJECT-COMPUTER.
000610     DECSYSTEM-20.
000620
000630 INPUT-OUTPUT SECTION.
000640
000650 FILE-CONTROL.
000660     COPY jtsel.
000670
000680     COPY jtrcsel.
000690
000700     SELECT JNL-FIL ASSIGN TO "JTAIJNL"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS AI-FIL-STATUS.
000730
000740     SELECT NEW-FIL ASSIGN TO "JTAINEW"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS AN-FIL-STATUS.
000770
000780     SELECT PRINT-FIL ASSIGN TO "JTROLFW"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS PRT-FIL-STATUS.
000810
000820 DATA DIVISION.
000830
000840 FILE SECTION.
000850
000860 FD  JT-FIL
000870     LABEL RECORDS ARE STANDARD.
000880
000890 01  JT-REC.
000900     COPY jtrecly.
000910
000920 FD  RC-FIL
000930     LABEL RECORDS ARE STANDARD.
000940
000950 01  RC-REC.
000960     COPY jtrcly.
000970
000980 FD  JNL-FIL
000990     LABEL RECORDS ARE STANDARD.
001000
001010 01  AI-JNL-REC.
001020     COPY jtjnly.
001030
001040 FD  NEW-FIL
001050     LABEL RECORDS ARE STANDARD.
001060
001070 01  AN-JNL-REC                      PIC X(1044).
001080
001090 FD  PRINT-FIL
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 132 CHARACTERS.
001120
001130 01  PRINT-LINE                      PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160     COPY jtstat.
001170
001180     COPY jtrcst.
001190
001200 01  AI-FIL-STATUS                   PIC X(02).
001210     88  AI-FIL-OK                   VALUE "00".
001220
001230 01  AN-FIL-STATUS                   PIC X(02).
001240
001250 01  PRT-FIL-STATUS                  PIC X(02).
001260
001270 01  RF-FUNCTION                     PIC X(01).
001280     88  RF-MARK-BACKUP              VALUE "B" "b".
001290     88  RF-ROLL-FORWARD             VALUE "R" "r".
001300     88  RF-TRIM-JOURNAL             VALUE "T" "t".
001310
001320 01  RF-CONFIRM-RESP                 PIC X(01).
001330
001340 01  RF-MARK-STAMP.
001350     05  RF-MARK-DATE                PIC 9(06).
001360     05  RF-MARK-TIME                PIC 9(08).
001370
001380 01  RF-STOP-STAMP.
001390     05  RF-STOP-DATE                PIC 9(06).
001400     05  RF-STOP-TIME                PIC 9(08).
001410
001420 01  RF-EOF-SW                       PIC X(01) VALUE "N".
001430     88  RF-EOF                      VALUE "Y".
001440
001450 01  RF-DTL-SUB                      PIC 9(04) COMP.
001460
001470 01  RF-RESULT                       PIC X(14).
001480
001490 01  RF-TICKET-CNT                   PIC 9(07) COMP VALUE 0.
001500
001510 01  RF-READ-CNT                     PIC 9(07) COMP VALUE 0.
001520
001530 01  RF-BEFORE-MARK-CNT              PIC 9(07) COMP VALUE 0.
001540
001550 01  RF-AFTER-STOP-CNT               PIC 9(07) COMP VALUE 0.
001560
001570 01  RF-BAD-CNT                      PIC 9(07) COMP VALUE 0.
001580
001590 01  RF-ADD-CNT                      PIC 9(07) COMP VALUE 0.
001600
001610 01  RF-CHANGE-CNT                   PIC 9(07) COMP VALUE 0.
001620
001630 01  RF-DELETE-CNT                   PIC 9(07) COMP VALUE 0.
001640
001650 01  RF-GONE-CNT                     PIC 9(07) COMP VALUE 0.
001660
001670 01  RF-FAIL-CNT                     PIC 9(07) COMP VALUE 0.
001680
001690 01  RF-KEPT-CNT                     PIC 9(07) COMP VALUE 0.
001700
001710 01  RF-LINE-CNT                     PIC 9(03) VALUE 99.
001720
001730 01  RF-PAGE-NO                      PIC 9(03) VALUE 0.
001740
001750 01  HDR1-LINE.
001760     05  FILLER                      PIC X(01) VALUE SPACE.
001770     05  FILLER                      PIC X(40)
001780             VALUE "JTROLFW - JOURNAL RECOVERY REGISTER".
001790     05  FILLER                PIC X(14) VALUE "BACKUP MARK ".
001800     05  HDR1-MARK-DATE              PIC 9(06).
001810     05  FILLER                      PIC X(01) VALUE SPACE.
001820     05  HDR1-MARK-TIME              PIC 9(08).
001830     05  FILLER                      PIC X(04) VALUE SPACES.
001840     05  FILLER                      PIC X(04) VALUE "BY ".
001850     05  HDR1-OPER-ID                PIC X(08).
001860     05  FILLER                      PIC X(04) VALUE SPACES.
001870     05  FILLER                      PIC X(05) VALUE "PAGE ".
001880     05  HDR1-PAGE-NO                PIC ZZ9.
001890
001900 01  HDR2-LINE.
001910     05  FILLER                      PIC X(01) VALUE SPACE.
001920     05  FILLER                      PIC X(17)
001930             VALUE "JOURNAL STAMP".
001940     05  FILLER                      PIC X(10) VALUE "PROGRAM".
001950     05  FILLER                      PIC X(10) VALUE "OPERATOR".
001960     05  FILLER                      PIC X(04) VALUE "ACT".
001970     05  FILLER                      PIC X(08) VALUE "WEEK".
001980     05  FILLER                      PIC X(10) VALUE "BADGE NUM".
001990     05  FILLER                      PIC X(05) VALUE "STAT".
002000     05  FILLER                      PIC X(14) VALUE "RESULT".
002010
002020 01  DTL-LINE.
002030     05  FILLER                      PIC X(01) VALUE SPACE.
002040     05  DTL-JNL-DATE                PIC 9(06).
002050     05  FILLER                      PIC X(01) VALUE SPACE.
002060     05  DTL-JNL-TIME                PIC 9(08).
002070     05  FILLER                      PIC X(02) VALUE SPACES.
002080     05  DTL-PROGRAM                 PIC X(08).
002090     05  FILLER                      PIC X(02) VALUE SPACES.
002100     05  DTL-OPER-ID                 PIC X(08).
002110     05  FILLER                      PIC X(02) VALUE SPACES.
002120     05  DTL-ACTION                  PIC X(01).
002130     05  FILLER                      PIC X(03) VALUE SPACES.
002140     05  DTL-WK-END-DATE             PIC 9(06).
002150     05  FILLER                      PIC X(02) VALUE SPACES.
002160     05  DTL-BADGE-NUM               PIC 9(07).
002170     05  FILLER                      PIC X(03) VALUE SPACES.
002180     05  DTL-STATUS                  PIC X(01).
002190     05  FILLER                      PIC X(04) VALUE SPACES.
002200     05  DTL-RESULT                  PIC X(14).
002210
002220 01  SUMMARY1-LINE.
002230     05  FILLER                      PIC X(01) VALUE SPACE.
002240     05  FILLER                      PIC X(26)
002250             VALUE "JOURNAL IMAGES READ ......".
002260     05  SUM1-READ-CNT               PIC Z,ZZZ,ZZ9.
002270     05  FILLER                      PIC X(16)
002280             VALUE "   BEFORE MARK ".
002290     05  SUM1-BEFORE-CNT             PIC Z,ZZZ,ZZ9.
002300     05  FILLER                      PIC X(16)
002310             VALUE "   AFTER CUTOFF ".
002320     05  SUM1-AFTER-CNT              PIC Z,ZZZ,ZZ9.
002330     05  FILLER                      PIC X(16)
002340             VALUE "   UNREADABLE   ".
002350     05  SUM1-BAD-CNT                PIC Z,ZZZ,ZZ9.
002360
002370 01  SUMMARY2-LINE.
002380     05  FILLER                      PIC X(01) VALUE SPACE.
002390     05  FILLER                      PIC X(26)
002400             VALUE "IMAGES APPLIED - ADDED ...".
002410     05  SUM2-ADD-CNT                PIC Z,ZZZ,ZZ9.
002420     05  FILLER                      PIC X(16)
002430             VALUE "   CHANGED ".
002440     05  SUM2-CHANGE-CNT             PIC Z,ZZZ,ZZ9.
002450     05  FILLER                      PIC X(16)
002460             VALUE "   DELETED ".
002470     05  SUM2-DELETE-CNT             PIC Z,ZZZ,ZZ9.
002480     05  FILLER                      PIC X(16)
002490             VALUE "   ALREADY GONE ".
002500     05  SUM2-GONE-CNT               PIC Z,ZZZ,ZZ9.
002510
002520 01  SUMMARY3-LINE.
002530     05  FILLER                      PIC X(01) VALUE SPACE.
002540     05  FILLER                      PIC X(26)
002550             VALUE "IMAGES REFUSED ...........".
002560     05  SUM3-FAIL-CNT               PIC Z,ZZZ,ZZ9.
002570     05  FILLER                      PIC X(16)
002580             VALUE "   KEPT ON TRIM ".
002590     05  SUM3-KEPT-CNT               PIC Z,ZZZ,ZZ9.
002600
002610 LINKAGE SECTION.
002620
002630 01  JT-SIGNON.
002640     COPY jtsgnly.
002650
002660 PROCEDURE DIVISION USING JT-SIGNON.
002670
002680*-----------------------------------------------------------*
002690* 0000-MAINLINE                                              *
002700*-----------------------------------------------------------*
002710 0000-MAINLINE.
002720
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740
002750     EVALUATE TRUE
002760         WHEN RF-MARK-BACKUP
002770             PERFORM 2000-MARK-BACKUP THRU 2000-EXIT
002780         WHEN RF-ROLL-FORWARD
002790             PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
002800         WHEN RF-TRIM-JOURNAL
002810             PERFORM 4000-TRIM-JOURNAL THRU 4000-EXIT
002820     END-EVALUATE.
002830
002840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002850
002860     GOBACK.
002870
002880*-----------------------------------------------------------*
002890* 1000-INITIALIZE                                            *
002900*     TAKES THE FUNCTION AND OPENS THE RUN-CONTROL FILE,      *
002910*     CREATING IT IF THIS IS THE FIRST RUN ON THE SYSTEM.     *
002920*-----------------------------------------------------------*
002930 1000-INITIALIZE.
002940
002950     DISPLAY "JTROLFW - (B)ACKUP MARK, (R)OLL FORWARD, "
002960             "(T)RIM JOURNAL: ".
002970     ACCEPT RF-FUNCTION.
002980
002990     IF NOT RF-MARK-BACKUP
003000        AND NOT RF-ROLL-FORWARD
003010        AND NOT RF-TRIM-JOURNAL
003020         DISPLAY "JTROLFW - INVALID FUNCTION - NOTHING DONE."
003030         GOBACK
003040     END-IF.
003050
003060     OPEN I-O RC-FIL.
003070     IF RC-FIL-NOTFOUND
003080         CLOSE RC-FIL
003090         OPEN OUTPUT RC-FIL
003100         CLOSE RC-FIL
003110         OPEN I-O RC-FIL
003120     END-IF.
003130
003140     IF RC-FIL-STATUS NOT = "00"
003150         DISPLAY "JTROLFW - JTRUNCTL NOT AVAILABLE - STATUS "
003160                 RC-FIL-STATUS
003170         GOBACK
003180     END-IF.
003190
003200     IF RF-MARK-BACKUP
003210         GO TO 1000-EXIT
003220     END-IF.
003230
003240     MOVE "JTBACKUP" TO RC-PROGRAM.
003250     MOVE 0 TO RC-WK-END-DATE.
003260
003270     READ RC-FIL
003280         INVALID KEY
003290             DISPLAY "JTROLFW - NO BACKUP MARK ON JTRUNCTL - "
003300                     "NOTHING DONE."
003310             CLOSE RC-FIL
003320             GOBACK
003330     END-READ.
003340
003350     MOVE RC-START-DATE TO RF-MARK-DATE.
003360     MOVE RC-START-TIME TO RF-MARK-TIME.
003370     MOVE RC-REC-CNT TO RF-TICKET-CNT.
003380
003390     DISPLAY "JTROLFW - LAST BACKUP MARK " RF-MARK-DATE " "
003400             RF-MARK-TIME " - " RF-TICKET-CNT " TICKETS".
003410
003420     OPEN INPUT JNL-FIL.
003430     IF AI-FIL-STATUS NOT = "00"
003440         DISPLAY "JTROLFW - JTAIJNL NOT AVAILABLE - STATUS "
003450                 AI-FIL-STATUS
003460         CLOSE RC-FIL
003470         GOBACK
003480     END-IF.
003490
003500     OPEN OUTPUT PRINT-FIL.
003510
003520 1000-EXIT.
003530     EXIT.
003540
003550*-----------------------------------------------------------*
003560* 2000-MARK-BACKUP                                           *
003570*     COUNTS THE TICKETS ON FILE AND POSTS THE BACKUP MARK.   *
003580*     THE BACKUP COPY IS TAKEN AS SOON AS THIS RETURNS.       *
003590*-----------------------------------------------------------*
003600 2000-MARK-BACKUP.
003610
003620     OPEN INPUT JT-FIL.
003630     IF JT-FIL-STATUS NOT = "00"
003640         DISPLAY "JTROLFW - JOBTICRMS NOT AVAILABLE - STATUS "
003650                 JT-FIL-STATUS
003660         CLOSE RC-FIL
003670         GOBACK
003680     END-IF.
003690
003700     PERFORM 2100-COUNT-TICKET THRU 2100-EXIT
003710         UNTIL RF-EOF.
003720
003730     CLOSE JT-FIL.
003740
003750     MOVE "JTBACKUP" TO RC-PROGRAM.
003760     MOVE 0 TO RC-WK-END-DATE.
003770     MOVE RF-TICKET-CNT TO RC-REC-CNT.
003780     MOVE "Y" TO RC-COMPLETE-SW.
003790     MOVE 0 TO RC-CHKPT-WK-END.
003800     MOVE 0 TO RC-CHKPT-BADGE.
003810     ACCEPT RC-START-DATE FROM DATE.
003820     ACCEPT RC-START-TIME FROM TIME.
003830     MOVE RC-START-DATE TO RC-END-DATE.
003840     MOVE RC-START-TIME TO RC-END-TIME.
003850     MOVE SPACE TO RC-RECON-SW.
003860     MOVE 0 TO RC-EXCEP-CNT.
003870
003880     WRITE RC-REC
003890         INVALID KEY
003900             REWRITE RC-REC
003910     END-WRITE.
003920
003930     DISPLAY "JTROLFW - BACKUP MARKED " RC-START-DATE " "
003940             RC-START-TIME " - " RF-TICKET-CNT " TICKETS".
003950     DISPLAY "JTROLFW - TAKE THE JOBTICRMS BACKUP NOW.".
003960
003970 2000-EXIT.
003980     EXIT.
003990
004000 2100-COUNT-TICKET.
004010
004020     READ JT-FIL NEXT RECORD
004030         AT END
004040             MOVE "Y" TO RF-EOF-SW
004050         NOT AT END
004060             ADD 1 TO RF-TICKET-CNT
004070     END-READ.
004080
004090 2100-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------*
004130* 3000-ROLL-FORWARD                                          *
004140*     TAKES THE CUTOFF, HAS THE OPERATOR CONFIRM THAT THE     *
004150*     MARKED BACKUP IS WHAT IS NOW ON JOBTICRMS, AND APPLIES  *
004160*     THE JOURNAL IN ORDER.                                   *
004170*-----------------------------------------------------------*
004180 3000-ROLL-FORWARD.
004190
004200     DISPLAY "JTROLFW - ROLL FORWARD THROUGH DATE (YYMMDD, 0 "
004210             "FOR END OF JOURNAL): ".
004220     ACCEPT RF-STOP-DATE.
004230
004240     IF RF-STOP-DATE = 0
004250         MOVE 999999 TO RF-STOP-DATE
004260         MOVE 99999999 TO RF-STOP-TIME
004270     ELSE
004280         DISPLAY "JTROLFW - THROUGH TIME (HHMMSSCC): "
004290         ACCEPT RF-STOP-TIME
004300     END-IF.
004310
004320     DISPLAY "JTROLFW - JOBTICRMS MUST HOLD THE BACKUP TAKEN AT "
004330             "THE MARK.".
004340     DISPLAY "PROCEED WITH THE ROLL FORWARD (Y/N)? ".
004350     ACCEPT RF-CONFIRM-RESP.
004360
004370     IF RF-CONFIRM-RESP NOT = "Y" AND RF-CONFIRM-RESP NOT = "y"
004380         DISPLAY "JTROLFW - ROLL FORWARD CANCELLED."
004390         GO TO 3000-EXIT
004400     END-IF.
004410
004420     OPEN I-O JT-FIL.
004430     IF JT-FIL-STATUS NOT = "00"
004440         DISPLAY "JTROLFW - JOBTICRMS NOT AVAILABLE - STATUS "
004450                 JT-FIL-STATUS
004460         GO TO 3000-EXIT
004470     END-IF.
004480
004490     PERFORM 5000-READ-NEXT-IMAGE THRU 5000-EXIT.
004500
004510     PERFORM 3100-APPLY-IMAGE THRU 3100-EXIT
004520         UNTIL RF-EOF.
004530
004540     CLOSE JT-FIL.
004550
004560 3000-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------*
004600* 3100-APPLY-IMAGE                                           *
004610*     AN IMAGE STAMPED BEFORE THE MARK IS ALREADY ON THE      *
004620*     BACKUP, AND ONE STAMPED AFTER THE CUTOFF IS NOT WANTED; *
004630*     BOTH ARE COUNTED AND PASSED OVER.  EVERYTHING ELSE IS   *
004640*     PUT BACK ON JOBTICRMS AND LISTED.                       *
004650*-----------------------------------------------------------*
004660 3100-APPLY-IMAGE.
004670
004680     IF AI-JNL-DATE NOT NUMERIC
004690        OR AI-JNL-TIME NOT NUMERIC
004700        OR AI-DTL-CNT NOT NUMERIC
004710        OR AI-DTL-CNT > 30
004720        OR (NOT AI-ADD AND NOT AI-CHANGE AND NOT AI-DELETE)
004730         ADD 1 TO RF-BAD-CNT
004740         MOVE "UNREADABLE" TO RF-RESULT
004750         PERFORM 3400-PRINT-IMAGE-LINE THRU 3400-EXIT
004760         GO TO 3100-NEXT
004770     END-IF.
004780
004790     IF AI-JNL-STAMP < RF-MARK-STAMP
004800         ADD 1 TO RF-BEFORE-MARK-CNT
004810         GO TO 3100-NEXT
004820     END-IF.
004830
004840     IF AI-JNL-STAMP > RF-STOP-STAMP
004850         ADD 1 TO RF-AFTER-STOP-CNT
004860         GO TO 3100-NEXT
004870     END-IF.
004880
004890     PERFORM 3200-BUILD-TICKET THRU 3200-EXIT.
004900
004910     EVALUATE TRUE
004920         WHEN AI-ADD
004930             WRITE JT-REC
004940                 INVALID KEY
004950                     REWRITE JT-REC
004960             END-WRITE
004970         WHEN AI-CHANGE
004980             REWRITE JT-REC
004990                 INVALID KEY
005000                     WRITE JT-REC
005010             END-REWRITE
005020         WHEN AI-DELETE
005030             DELETE JT-FIL RECORD
005040                 INVALID KEY
005050                     CONTINUE
005060             END-DELETE
005070     END-EVALUATE.
005080
005090     EVALUATE TRUE
005100         WHEN AI-DELETE AND JT-FIL-STATUS = "23"
005110             ADD 1 TO RF-GONE-CNT
005120             MOVE "ALREADY GONE" TO RF-RESULT
005130         WHEN NOT JT-FIL-OK
005140             ADD 1 TO RF-FAIL-CNT
005150             MOVE SPACES TO RF-RESULT
005160             STRING "REFUSED - " JT-FIL-STATUS
005170                 DELIMITED BY SIZE INTO RF-RESULT
005180         WHEN AI-ADD
005190             ADD 1 TO RF-ADD-CNT
005200             MOVE "ADDED" TO RF-RESULT
005210         WHEN AI-CHANGE
005220             ADD 1 TO RF-CHANGE-CNT
005230             MOVE "CHANGED" TO RF-RESULT
005240         WHEN OTHER
005250             ADD 1 TO RF-DELETE-CNT
005260             MOVE "DELETED" TO RF-RESULT
005270     END-EVALUATE.
005280
005290     PERFORM 3400-PRINT-IMAGE-LINE THRU 3400-EXIT.
005300
005310 3100-NEXT.
005320
005330     PERFORM 5000-READ-NEXT-IMAGE THRU 5000-EXIT.
005340
005350 3100-EXIT.
005360     EXIT.
005370
005380*-----------------------------------------------------------*
005390* 3200-BUILD-TICKET                                          *
005400*     REBUILDS THE TICKET FROM THE JOURNAL IMAGE, FIELD BY    *
005410*     FIELD, DETAIL LINES INCLUDED.                           *
005420*-----------------------------------------------------------*
005430 3200-BUILD-TICKET.
005440
005450     MOVE AI-WK-END-DATE TO JT-WK-END-DATE.
005460     MOVE AI-BADGE-NUM TO JT-BADGE-NUM.
005470     MOVE AI-NAME TO JT-NAME.
005480     MOVE AI-COST-CENTER TO JT-COST-CENTER.
005490     MOVE AI-TOTAL-HRS TO JT-TOTAL-HRS.
005500     MOVE AI-STATUS TO JT-STATUS.
005510     MOVE AI-ORIG-WK-END-DATE TO JT-ORIG-WK-END-DATE.
005520     MOVE AI-ORIG-BADGE-NUM TO JT-ORIG-BADGE-NUM.
005530     MOVE AI-DTL-CNT TO JT-DTL-CNT.
005540
005550     PERFORM 3210-BUILD-LINE THRU 3210-EXIT
005560         VARYING RF-DTL-SUB FROM 1 BY 1
005570         UNTIL RF-DTL-SUB > JT-DTL-CNT.
005580
005590 3200-EXIT.
005600     EXIT.
005610
005620 3210-BUILD-LINE.
005630
005640     MOVE AI-ACTIV-CD (RF-DTL-SUB) TO JT-ACTIV-CD (RF-DTL-SUB).
005650     MOVE AI-PL-NUM (RF-DTL-SUB) TO JT-PL-NUM (RF-DTL-SUB).
005660     MOVE AI-DIS-NUM (RF-DTL-SUB) TO JT-DIS-NUM (RF-DTL-SUB).
005670     MOVE AI-MFG-NUM (RF-DTL-SUB) TO JT-MFG-NUM (RF-DTL-SUB).
005680     MOVE AI-HOURS (RF-DTL-SUB) TO JT-HOURS (RF-DTL-SUB).
005690     MOVE AI-OP-CD (RF-DTL-SUB) TO JT-OP-CD (RF-DTL-SUB).
005700
005710 3210-EXIT.
005720     EXIT.
005730
005740 3400-PRINT-IMAGE-LINE.
005750
005760     IF RF-LINE-CNT > 55
005770         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
005780     END-IF.
005790
005800     MOVE SPACES TO DTL-LINE.
005810     MOVE AI-JNL-DATE TO DTL-JNL-DATE.
005820     MOVE AI-JNL-TIME TO DTL-JNL-TIME.
005830     MOVE AI-PROGRAM TO DTL-PROGRAM.
005840     MOVE AI-OPER-ID TO DTL-OPER-ID.
005850     MOVE AI-ACTION TO DTL-ACTION.
005860     MOVE AI-WK-END-DATE TO DTL-WK-END-DATE.
005870     MOVE AI-BADGE-NUM TO DTL-BADGE-NUM.
005880     MOVE AI-STATUS TO DTL-STATUS.
005890     MOVE RF-RESULT TO DTL-RESULT.
005900     WRITE PRINT-LINE FROM DTL-LINE.
005910     ADD 1 TO RF-LINE-CNT.
005920
005930 3400-EXIT.
005940     EXIT.
005950
005960*-----------------------------------------------------------*
005970* 4000-TRIM-JOURNAL                                          *
005980*     COPIES THE IMAGES STAMPED FROM THE LAST BACKUP MARK ON  *
005990*     TO JTAINEW.  IMAGES BEFORE THE MARK ARE LEFT BEHIND -   *
006000*     THE MARKED BACKUP ALREADY HOLDS THEM.                   *
006010*-----------------------------------------------------------*
006020 4000-TRIM-JOURNAL.
006030
006040     OPEN OUTPUT NEW-FIL.
006050     IF AN-FIL-STATUS NOT = "00"
006060         DISPLAY "JTROLFW - JTAINEW NOT AVAILABLE - STATUS "
006070                 AN-FIL-STATUS
006080         GO TO 4000-EXIT
006090     END-IF.
006100
006110     PERFORM 5000-READ-NEXT-IMAGE THRU 5000-EXIT.
006120
006130     PERFORM 4100-COPY-IMAGE THRU 4100-EXIT
006140         UNTIL RF-EOF.
006150
006160     CLOSE NEW-FIL.
006170
006180     DISPLAY "JTROLFW - " RF-KEPT-CNT " IMAGES COPIED TO JTAINEW".
006190     DISPLAY "JTROLFW - VERIFY THE COUNTS, THEN RENAME JTAINEW "
006200             "OVER JTAIJNL.".
006210
006220 4000-EXIT.
006230     EXIT.
006240
006250 4100-COPY-IMAGE.
006260
006270     IF AI-JNL-DATE NOT NUMERIC OR AI-JNL-TIME NOT NUMERIC
006280         ADD 1 TO RF-BAD-CNT
006290         GO TO 4100-NEXT
006300     END-IF.
006310
006320     IF AI-JNL-STAMP < RF-MARK-STAMP
006330         ADD 1 TO RF-BEFORE-MARK-CNT
006340         GO TO 4100-NEXT
006350     END-IF.
006360
006370     MOVE AI-JNL-REC TO AN-JNL-REC.
006380     WRITE AN-JNL-REC.
006390     ADD 1 TO RF-KEPT-CNT.
006400
006410 4100-NEXT.
006420
006430     PERFORM 5000-READ-NEXT-IMAGE THRU 5000-EXIT.
006440
006450 4100-EXIT.
006460     EXIT.
006470
006480 5000-READ-NEXT-IMAGE.
006490
006500     READ JNL-FIL
006510         AT END
006520             MOVE "Y" TO RF-EOF-SW
006530     END-READ.
006540
006550     IF NOT RF-EOF
006560         ADD 1 TO RF-READ-CNT
006570     END-IF.
006580
006590 5000-EXIT.
006600     EXIT.
006610
006620 8100-PRINT-HEADINGS.
006630
006640     ADD 1 TO RF-PAGE-NO.
006650     MOVE RF-MARK-DATE TO HDR1-MARK-DATE.
006660     MOVE RF-MARK-TIME TO HDR1-MARK-TIME.
006670     MOVE SG-OPER-ID TO HDR1-OPER-ID.
006680     MOVE RF-PAGE-NO TO HDR1-PAGE-NO.
006690     WRITE PRINT-LINE FROM HDR1-LINE.
006700     WRITE PRINT-LINE FROM HDR2-LINE.
006710     MOVE 2 TO RF-LINE-CNT.
006720
006730 8100-EXIT.
006740     EXIT.
006750
006760*-----------------------------------------------------------*
006770* 8800-PRINT-SUMMARY                                         *
006780*-----------------------------------------------------------*
006790 8800-PRINT-SUMMARY.
006800
006810     IF RF-LINE-CNT > 52
006820         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
006830     END-IF.
006840
006850     MOVE RF-READ-CNT TO SUM1-READ-CNT.
006860     MOVE RF-BEFORE-MARK-CNT TO SUM1-BEFORE-CNT.
006870     MOVE RF-AFTER-STOP-CNT TO SUM1-AFTER-CNT.
006880     MOVE RF-BAD-CNT TO SUM1-BAD-CNT.
006890     WRITE PRINT-LINE FROM SUMMARY1-LINE.
006900
006910     MOVE RF-ADD-CNT TO SUM2-ADD-CNT.
006920     MOVE RF-CHANGE-CNT TO SUM2-CHANGE-CNT.
006930     MOVE RF-DELETE-CNT TO SUM2-DELETE-CNT.
006940     MOVE RF-GONE-CNT TO SUM2-GONE-CNT.
006950     WRITE PRINT-LINE FROM SUMMARY2-LINE.
006960
006970     MOVE RF-FAIL-CNT TO SUM3-FAIL-CNT.
006980     MOVE RF-KEPT-CNT TO SUM3-KEPT-CNT.
006990     WRITE PRINT-LINE FROM SUMMARY3-LINE.
007000
007010 8800-EXIT.
007020     EXIT.
007030
007040*-----------------------------------------------------------*
007050* 9000-TERMINATE                                             *
007060*-----------------------------------------------------------*
007070 9000-TERMINATE.
007080
007090     IF NOT RF-MARK-BACKUP
007100         PERFORM 8800-PRINT-SUMMARY THRU 8800-EXIT
007110         CLOSE JNL-FIL
007120         CLOSE PRINT-FIL
007130         DISPLAY "JTROLFW - IMAGES READ: " RF-READ-CNT
007140         DISPLAY "JTROLFW - ADDED: " RF-ADD-CNT
007150                 "  CHANGED: " RF-CHANGE-CNT
007160                 "  DELETED: " RF-DELETE-CNT
007170         DISPLAY "JTROLFW - REFUSED: " RF-FAIL-CNT
007180     END-IF.
007190
007200     CLOSE RC-FIL.
007210
007220 9000-EXIT.
007230     EXIT.
