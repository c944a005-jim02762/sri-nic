000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTCLOSE.
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
000200* %(  New program.  Weekly close driver.  Runs the Friday
000210*     stream for the CA-WEEK-OPEN week in its one proper
000220*     order instead of leaving it to a checklist off the menu:
000230*
000240*      1 JTRECON   hours reconcile - stops on footing errors
000250*      2 JTEXCP    exception report
000260*      3 JTCLKRC   time-clock reconcile
000270*      4 JTAPPR    sign-off, offered again until no ticket for
000280*                  the week is ENTERED or HELD
000290*      5 JTEXPRT   payroll extract - refused unless this
000300*                  close's JTRECON foots clean and no ticket
000310*                  is ENTERED or HELD
000320*      6 SHOPCAL   closes the week and opens the next Friday
000330*      7 JTVRPT    labor distribution
000340*      8 JTPRECN   payroll reconcile, once payroll confirms
000350*      9 JTGLJRN   GL labor journal of the confirmed feed
000360*     10 JTARCHV   archive/purge
000370*
000380*     The week rides into each program on the sign-on block
000390*     (SG-CLOSE-WK-END-DATE), and after each step the driver
000400*     reads that program's JTRUNCTL record to prove it ran to
000410*     a clean end for the week.  The close itself is the
000420*     "JTCLOSE" record on JTRUNCTL (week of zeros): the week
000430*     being closed and the last step finished.  A step that
000440*     fails, or a run that abends, leaves the record open, and
000450*     the next JTCLOSE run resumes the same week at that step
000460*     even though SHOPCAL has moved on.  A refused extract
000470*     sends the resume back to the step that must be redone -
000480*     JTRECON for footing errors, JTAPPR for unsigned tickets.
000490*     Every run ends by printing the one-page JTCLOSE summary
000500*     with each step's status and counts.  )%
000510*
000520* Edit (15-Oct-26, 'J. A. Hartley')
000530* %(  New step 2 runs JTINTEG, the ticket integrity pass over
000540*     JOBTICRMS and JOBTICRMS-HIST, right after JTRECON, and
000550*     stops the close on any integrity error.  The steps after
000560*     it move down one - JTEXCP is now step 3 through JTARCHV
000570*     at step 11.  The extract gate also refuses unless this
000580*     close's JTINTEG ran complete with no errors, sending the
000590*     resume back to step 2; unsigned tickets now send it back
000600*     to JTAPPR at step 5.  )%
000610
000620 ENVIRONMENT DIVISION.
000630
000640 CONFIGURATION SECTION.
000650
000660 SOURCE-COMPUTER.
000670     DECSYSTEM-20.
000680
000690 OBJECT-COMPUTER.
000700     DECSYSTEM-20.
000710
000720 INPUT-OUTPUT SECTION.
000730
000740 FILE-CONTROL.
000750     COPY jtsel.
000760
000770     COPY jtcalsel.
000780
000790     COPY jtrcsel.
000800
000810     SELECT PRINT-FIL ASSIGN TO "JTCLOSE"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS PRT-FIL-STATUS.
000840
000850 DATA DIVISION.
000860
000870 FILE SECTION.
000880
000890 FD  JT-FIL
000900     LABEL RECORDS ARE STANDARD.
000910
000920 01  JT-REC.
000930     COPY jtrecly.
000940
000950 FD  CA-FIL
000960     LABEL RECORDS ARE STANDARD.
000970
000980 01  CA-REC.
000990     COPY jtcally.
001000
001010 FD  RC-FIL
001020     LABEL RECORDS ARE STANDARD.
001030
001040 01  RC-REC.
001050     COPY jtrcly.
001060
001070 FD  PRINT-FIL
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 132 CHARACTERS.
001100
001110 01  PRINT-LINE                      PIC X(132).
001120
001130 WORKING-STORAGE SECTION.
001140     COPY jtstat.
001150
001160     COPY jtcalst.
001170
001180     COPY jtrcst.
001190
001200 01  PRT-FIL-STATUS                  PIC X(02).
001210
001220*-----------------------------------------------------------*
001230* THE STEPS OF THE CLOSE, IN THE ORDER THEY RUN.            *
001240*-----------------------------------------------------------*
001250 01  CL-STEP-NAMES.
001260     05  FILLER                      PIC X(08) VALUE "JTRECON".
001270     05  FILLER                      PIC X(08) VALUE "JTINTEG".
001280     05  FILLER                      PIC X(08) VALUE "JTEXCP".
001290     05  FILLER                      PIC X(08) VALUE "JTCLKRC".
001300     05  FILLER                      PIC X(08) VALUE "JTAPPR".
001310     05  FILLER                      PIC X(08) VALUE "JTEXPRT".
001320     05  FILLER                      PIC X(08) VALUE "SHOPCAL".
001330     05  FILLER                      PIC X(08) VALUE "JTVRPT".
001340     05  FILLER                      PIC X(08) VALUE "JTPRECN".
001350     05  FILLER                      PIC X(08) VALUE "JTGLJRN".
001360     05  FILLER                      PIC X(08) VALUE "JTARCHV".
001370
001380 01  CL-STEP-TABLE REDEFINES CL-STEP-NAMES.
001390     05  CL-STEP-NAME                PIC X(08) OCCURS 11 TIMES.
001400
001410 01  CL-STEP-CNT                     PIC 9(02) VALUE 11.
001420
001430 01  CL-WK-END-DATE                  PIC 9(06) VALUE 0.
001440
001450 01  CL-NEXT-DATE.
001460     05  CL-NEXT-YY                  PIC 9(02).
001470     05  CL-NEXT-MM                  PIC 9(02).
001480     05  CL-NEXT-DD                  PIC 9(02).
001490
001500 01  CL-NEXT-WK-END-DATE REDEFINES CL-NEXT-DATE
001510                                     PIC 9(06).
001520
001530 01  CL-MONTH-DAYS                   PIC X(24)
001540         VALUE "312831303130313130313031".
001550
001560 01  CL-MONTH-TABLE REDEFINES CL-MONTH-DAYS.
001570     05  CL-DAYS-IN-MONTH            PIC 9(02) OCCURS 12 TIMES.
001580
001590 01  CL-MONTH-END                    PIC 9(02).
001600
001610 01  CL-LEAP-QUOT                    PIC 9(04) COMP.
001620
001630 01  CL-LEAP-REM                     PIC 9(04) COMP.
001640
001650 01  CL-STEP                         PIC 9(02) COMP.
001660
001670 01  CL-FIRST-STEP                   PIC 9(02) COMP VALUE 1.
001680
001690 01  CL-DONE-STEP                    PIC 9(02) COMP VALUE 0.
001700
001710 01  CL-RESUME-STEP                  PIC 9(02) COMP VALUE 0.
001720
001730 01  CL-STOP-STEP                    PIC 9(02) COMP VALUE 0.
001740
001750 01  CL-STOP-REASON                  PIC X(60) VALUE SPACES.
001760
001770 01  CL-CONFIRM-RESP                 PIC X(01).
001780
001790 01  CL-RESUMING-SW                  PIC X(01) VALUE "N".
001800     88  CL-RESUMING                 VALUE "Y".
001810
001820 01  CL-STEP-OK-SW                   PIC X(01) VALUE "N".
001830     88  CL-STEP-OK                  VALUE "Y".
001840
001850 01  CL-STOPPED-SW                   PIC X(01) VALUE "N".
001860     88  CL-STOPPED                  VALUE "Y".
001870
001880 01  CL-WEEK-FOUND-SW                PIC X(01) VALUE "N".
001890     88  CL-WEEK-FOUND               VALUE "Y".
001900
001910 01  CL-EOF-SW                       PIC X(01) VALUE "N".
001920     88  CL-EOF                      VALUE "Y".
001930
001940 01  CL-JT-AVAIL-SW                  PIC X(01) VALUE "Y".
001950     88  CL-JT-AVAIL                 VALUE "Y".
001960
001970*-----------------------------------------------------------*
001980* DATE AND TIME STAMPS - THE CLOSE'S OWN START, AND THE      *
001990* START OF THE STEP NOW RUNNING.  A STEP'S RUN-CONTROL       *
002000* RECORD ONLY COUNTS IF IT STARTED AT OR AFTER THE STAMP.    *
002010*-----------------------------------------------------------*
002020 01  CL-CLOSE-STAMP.
002030     05  CL-CLOSE-DATE               PIC 9(06) VALUE 0.
002040     05  CL-CLOSE-TIME               PIC 9(08) VALUE 0.
002050
002060 01  CL-STEP-STAMP.
002070     05  CL-STEP-DATE                PIC 9(06) VALUE 0.
002080     05  CL-STEP-TIME                PIC 9(08) VALUE 0.
002090
002100 01  CL-RUN-STAMP.
002110     05  CL-RUN-DATE                 PIC 9(06).
002120     05  CL-RUN-TIME                 PIC 9(08).
002130
002140*-----------------------------------------------------------*
002150* ONE STEP'S RUN-CONTROL RECORD, AS LAST READ BY 7500 OR     *
002160* 7600.                                                      *
002170*-----------------------------------------------------------*
002180 01  CL-CHK-PROGRAM                  PIC X(08).
002190
002200 01  CL-CHK-WEEK                     PIC 9(06).
002210
002220 01  CL-CHK-SINCE-STAMP.
002230     05  CL-CHK-SINCE-DATE           PIC 9(06).
002240     05  CL-CHK-SINCE-TIME           PIC 9(08).
002250
002260 01  CL-CHK-FOUND-SW                 PIC X(01).
002270     88  CL-CHK-FOUND                VALUE "Y".
002280
002290 01  CL-CHK-COMPLETE-SW              PIC X(01).
002300     88  CL-CHK-COMPLETE             VALUE "Y".
002310
002320 01  CL-CHK-CURRENT-SW               PIC X(01).
002330     88  CL-CHK-CURRENT              VALUE "Y".
002340
002350 01  CL-CHK-REC-CNT                  PIC 9(07).
002360
002370 01  CL-CHK-EXCEP-CNT                PIC 9(07).
002380
002390 01  CL-CHK-RECON-SW                 PIC X(01).
002400     88  CL-CHK-RECONCILED           VALUE "Y".
002410     88  CL-CHK-UNRECONCILED         VALUE "U".
002420
002430 01  CL-CHK-RUN-WEEK                 PIC 9(06).
002440
002450 01  CL-OPEN-CNT                     PIC 9(07) COMP VALUE 0.
002460
002470 01  CL-APPROVED-CNT                 PIC 9(07) COMP VALUE 0.
002480
002490 01  CL-EXTRACTED-CNT                PIC 9(07) COMP VALUE 0.
002500
002510 01  HDR1-LINE.
002520     05  FILLER                      PIC X(01) VALUE SPACE.
002530     05  FILLER                      PIC X(34)
002540             VALUE "JTCLOSE - WEEKLY CLOSE SUMMARY".
002550     05  FILLER                PIC X(16) VALUE "WEEK ENDING ".
002560     05  HDR1-WK-END-DATE            PIC 9(06).
002570     05  FILLER                      PIC X(06) VALUE SPACES.
002580     05  FILLER                      PIC X(08) VALUE "RUN BY ".
002590     05  HDR1-OPER-ID                PIC X(08).
002600     05  FILLER                      PIC X(04) VALUE SPACES.
002610     05  HDR1-RUN-DATE               PIC 9(06).
002620     05  FILLER                      PIC X(01) VALUE SPACE.
002630     05  HDR1-RUN-TIME               PIC 9(08).
002640
002650 01  HDR2-LINE.
002660     05  FILLER                      PIC X(01) VALUE SPACE.
002670     05  FILLER                      PIC X(06) VALUE "STEP".
002680     05  FILLER                      PIC X(10) VALUE "PROGRAM".
002690     05  FILLER                      PIC X(10) VALUE "STATUS".
002700     05  FILLER                      PIC X(48) VALUE "COUNTS".
002710     05  FILLER                      PIC X(30) VALUE "NOTE".
002720
002730 01  DTL-LINE.
002740     05  FILLER                      PIC X(02) VALUE SPACES.
002750     05  DTL-STEP-NO                 PIC Z9.
002760     05  FILLER                      PIC X(03) VALUE SPACES.
002770     05  DTL-PROGRAM                 PIC X(08).
002780     05  FILLER                      PIC X(02) VALUE SPACES.
002790     05  DTL-STATUS                  PIC X(08).
002800     05  FILLER                      PIC X(02) VALUE SPACES.
002810     05  DTL-LABEL-1                 PIC X(14).
002820     05  DTL-COUNT-1                 PIC Z,ZZZ,ZZ9.
002830     05  FILLER                      PIC X(02) VALUE SPACES.
002840     05  DTL-LABEL-2                 PIC X(14).
002850     05  DTL-COUNT-2                 PIC Z,ZZZ,ZZ9.
002860     05  FILLER                      PIC X(02) VALUE SPACES.
002870     05  DTL-NOTE                    PIC X(40).
002880
002890 01  END-LINE.
002900     05  FILLER                      PIC X(01) VALUE SPACE.
002910     05  END-TEXT                    PIC X(80).
002920
002930 01  REASON-LINE.
002940     05  FILLER                      PIC X(01) VALUE SPACE.
002950     05  FILLER                      PIC X(08) VALUE "REASON: ".
002960     05  REASON-TEXT                 PIC X(60).
002970
002980 LINKAGE SECTION.
002990
003000 01  JT-SIGNON.
003010     COPY jtsgnly.
003020
003030 PROCEDURE DIVISION USING JT-SIGNON.
003040
003050*-----------------------------------------------------------*
003060* 0000-MAINLINE                                              *
003070*-----------------------------------------------------------*
003080 0000-MAINLINE.
003090
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110
003120     PERFORM 2000-RUN-STEP THRU 2000-EXIT
003130         VARYING CL-STEP FROM CL-FIRST-STEP BY 1
003140         UNTIL CL-STEP > CL-STEP-CNT
003150            OR CL-STOPPED.
003160
003170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003180
003190     GOBACK.
003200
003210*-----------------------------------------------------------*
003220* 1000-INITIALIZE                                            *
003230*     AN UNFINISHED CLOSE ON JTRUNCTL IS RESUMED FOR ITS OWN  *
003240*     WEEK AT THE STEP AFTER THE LAST ONE FINISHED.  WITH     *
003250*     NONE, A NEW CLOSE STARTS FOR THE CA-WEEK-OPEN WEEK.     *
003260*     EITHER WAY THE OPERATOR CONFIRMS BEFORE ANYTHING RUNS.  *
003270*-----------------------------------------------------------*
003280 1000-INITIALIZE.
003290
003300     OPEN I-O RC-FIL.
003310     IF RC-FIL-NOTFOUND
003320         CLOSE RC-FIL
003330         OPEN OUTPUT RC-FIL
003340         CLOSE RC-FIL
003350         OPEN I-O RC-FIL
003360     END-IF.
003370
003380     IF RC-FIL-STATUS NOT = "00"
003390         DISPLAY "JTCLOSE - JTRUNCTL NOT AVAILABLE - STATUS "
003400                 RC-FIL-STATUS
003410         GOBACK
003420     END-IF.
003430
003440     MOVE "JTCLOSE" TO RC-PROGRAM.
003450     MOVE 0 TO RC-WK-END-DATE.
003460
003470     READ RC-FIL
003480         INVALID KEY
003490             MOVE "Y" TO RC-COMPLETE-SW
003500     END-READ.
003510
003520     IF NOT RC-COMPLETE
003530         MOVE "Y" TO CL-RESUMING-SW
003540         MOVE RC-CHKPT-WK-END TO CL-WK-END-DATE
003550         MOVE RC-CHKPT-BADGE TO CL-DONE-STEP
003560         MOVE RC-START-DATE TO CL-CLOSE-DATE
003570         MOVE RC-START-TIME TO CL-CLOSE-TIME
003580     END-IF.
003590
003600     CLOSE RC-FIL.
003610
003620     IF CL-RESUMING
003630         COMPUTE CL-FIRST-STEP = CL-DONE-STEP + 1
003640         DISPLAY "JTCLOSE - THE CLOSE OF WEEK " CL-WK-END-DATE
003650                 " DID NOT FINISH."
003660         DISPLAY "RESUME IT AT STEP " CL-FIRST-STEP " ("
003670                 CL-STEP-NAME (CL-FIRST-STEP) ") (Y/N)? "
003680     ELSE
003690         PERFORM 1100-FIND-OPEN-WEEK THRU 1100-EXIT
003700         DISPLAY "JTCLOSE - CLOSE WEEK ENDING " CL-WK-END-DATE
003710                 " (Y/N)? "
003720     END-IF.
003730
003740     ACCEPT CL-CONFIRM-RESP.
003750
003760     IF CL-CONFIRM-RESP NOT = "Y" AND CL-CONFIRM-RESP NOT = "y"
003770         DISPLAY "JTCLOSE - CLOSE NOT RUN."
003780         GOBACK
003790     END-IF.
003800
003810     IF NOT CL-RESUMING
003820         PERFORM 7200-POST-CLOSE-START THRU 7200-EXIT
003830     END-IF.
003840
003850     MOVE CL-WK-END-DATE TO SG-CLOSE-WK-END-DATE.
003860
003870     OPEN OUTPUT PRINT-FIL.
003880
003890 1000-EXIT.
003900     EXIT.
003910
003920*-----------------------------------------------------------*
003930* 1100-FIND-OPEN-WEEK                                        *
003940*     WALKS SHOPCAL FOR THE ONE WEEK CARRYING CA-WEEK-OPEN.   *
003950*     NO OPEN WEEK, NO CLOSE.                                 *
003960*-----------------------------------------------------------*
003970 1100-FIND-OPEN-WEEK.
003980
003990     OPEN INPUT CA-FIL.
004000     IF CA-FIL-STATUS NOT = "00"
004010         DISPLAY "JTCLOSE - SHOPCAL NOT AVAILABLE - STATUS "
004020                 CA-FIL-STATUS
004030         GOBACK
004040     END-IF.
004050
004060     MOVE 0 TO CA-WK-END-DATE.
004070
004080     START CA-FIL KEY IS NOT LESS THAN CA-WK-END-DATE
004090         INVALID KEY
004100             MOVE "Y" TO CL-EOF-SW
004110     END-START.
004120
004130     PERFORM 1200-CHECK-WEEK THRU 1200-EXIT
004140         UNTIL CL-EOF
004150            OR CL-WEEK-FOUND.
004160
004170     CLOSE CA-FIL.
004180     MOVE "N" TO CL-EOF-SW.
004190
004200     IF NOT CL-WEEK-FOUND
004210         DISPLAY "JTCLOSE - NO OPEN WEEK ON THE SHOP CALENDAR"
004220         DISPLAY "JTCLOSE - CLOSE NOT RUN."
004230         GOBACK
004240     END-IF.
004250
004260 1100-EXIT.
004270     EXIT.
004280
004290 1200-CHECK-WEEK.
004300
004310     READ CA-FIL NEXT RECORD
004320         AT END
004330             MOVE "Y" TO CL-EOF-SW
004340             GO TO 1200-EXIT
004350     END-READ.
004360
004370     IF CA-WEEK-OPEN
004380         MOVE "Y" TO CL-WEEK-FOUND-SW
004390         MOVE CA-WK-END-DATE TO CL-WK-END-DATE
004400     END-IF.
004410
004420 1200-EXIT.
004430     EXIT.
004440
004450*-----------------------------------------------------------*
004460* 2000-RUN-STEP                                              *
004470*     RUNS ONE STEP.  A STEP THAT FINISHES IS POSTED AS THE   *
004480*     CLOSE'S NEW RESUME POINT; ONE THAT DOES NOT STOPS THE   *
004490*     CLOSE, POSTING THE RESUME POINT BACK WHERE THE STEP     *
004500*     ASKED FOR IT.                                           *
004510*-----------------------------------------------------------*
004520 2000-RUN-STEP.
004530
004540     MOVE "N" TO CL-STEP-OK-SW.
004550     MOVE CL-STEP TO CL-RESUME-STEP.
004560     ACCEPT CL-STEP-DATE FROM DATE.
004570     ACCEPT CL-STEP-TIME FROM TIME.
004580
004590     DISPLAY " ".
004600     DISPLAY "JTCLOSE - STEP " CL-STEP " - "
004610             CL-STEP-NAME (CL-STEP) " - WEEK ENDING "
004620             CL-WK-END-DATE.
004630
004640     EVALUATE CL-STEP
004650         WHEN 1
004660             PERFORM 3100-STEP-JTRECON THRU 3100-EXIT
004670         WHEN 2
004680             PERFORM 3150-STEP-JTINTEG THRU 3150-EXIT
004690         WHEN 3
004700             PERFORM 3200-STEP-JTEXCP THRU 3200-EXIT
004710         WHEN 4
004720             PERFORM 3300-STEP-JTCLKRC THRU 3300-EXIT
004730         WHEN 5
004740             PERFORM 3400-STEP-JTAPPR THRU 3400-EXIT
004750         WHEN 6
004760             PERFORM 3500-STEP-JTEXPRT THRU 3500-EXIT
004770         WHEN 7
004780             PERFORM 3600-STEP-SHOPCAL THRU 3600-EXIT
004790         WHEN 8
004800             PERFORM 3700-STEP-JTVRPT THRU 3700-EXIT
004810         WHEN 9
004820             PERFORM 3800-STEP-JTPRECN THRU 3800-EXIT
004830         WHEN 10
004840             PERFORM 3900-STEP-JTGLJRN THRU 3900-EXIT
004850         WHEN 11
004860             PERFORM 4000-STEP-JTARCHV THRU 4000-EXIT
004870     END-EVALUATE.
004880
004890     IF CL-STEP-OK
004900         MOVE CL-STEP TO CL-DONE-STEP
004910         PERFORM 7300-POST-CLOSE-STEP THRU 7300-EXIT
004920         GO TO 2000-EXIT
004930     END-IF.
004940
004950     MOVE "Y" TO CL-STOPPED-SW.
004960     MOVE CL-STEP TO CL-STOP-STEP.
004970     DISPLAY "JTCLOSE - STOPPED AT STEP " CL-STEP " - "
004980             CL-STOP-REASON.
004990
005000     IF CL-RESUME-STEP < CL-STEP
005010         COMPUTE CL-DONE-STEP = CL-RESUME-STEP - 1
005020         PERFORM 7300-POST-CLOSE-STEP THRU 7300-EXIT
005030     END-IF.
005040
005050 2000-EXIT.
005060     EXIT.
005070
005080*-----------------------------------------------------------*
005090* 3100-STEP-JTRECON                                          *
005100*     THE RECONCILE FOOTS THE WHOLE FILE.  ANY TICKET THAT    *
005110*     DOES NOT FOOT STOPS THE CLOSE HERE - IT IS CORRECTED    *
005120*     AND THE CLOSE RERUN.                                    *
005130*-----------------------------------------------------------*
005140 3100-STEP-JTRECON.
005150
005160     CALL "JTRECON".
005170     CANCEL "JTRECON".
005180
005190     MOVE "JTRECON" TO CL-CHK-PROGRAM.
005200     MOVE 0 TO CL-CHK-WEEK.
005210     PERFORM 7500-CHECK-STEP-RUN THRU 7500-EXIT.
005220
005230     IF NOT CL-STEP-OK
005240         GO TO 3100-EXIT
005250     END-IF.
005260
005270     IF CL-CHK-EXCEP-CNT NOT = 0
005280         MOVE "N" TO CL-STEP-OK-SW
005290         MOVE "TICKETS DO NOT FOOT - SEE THE JTRECON REGISTER"
005300             TO CL-STOP-REASON
005310     END-IF.
005320
005330 3100-EXIT.
005340     EXIT.
005350
005360*-----------------------------------------------------------*
005370* 3150-STEP-JTINTEG                                          *
005380*     THE INTEGRITY PASS CHECKS BOTH TICKET FILES AGAINST THE *
005390*     MASTERS.  ANY ERROR STOPS THE CLOSE HERE - THE TICKET   *
005400*     OR MASTER IS CORRECTED AND THE CLOSE RERUN.             *
005410*-----------------------------------------------------------*
005420 3150-STEP-JTINTEG.
005430
005440     CALL "JTINTEG".
005450     CANCEL "JTINTEG".
005460
005470     MOVE "JTINTEG" TO CL-CHK-PROGRAM.
005480     MOVE 0 TO CL-CHK-WEEK.
005490     PERFORM 7500-CHECK-STEP-RUN THRU 7500-EXIT.
005500
005510     IF NOT CL-STEP-OK
005520         GO TO 3150-EXIT
005530     END-IF.
005540
005550     IF CL-CHK-EXCEP-CNT NOT = 0
005560         MOVE "N" TO CL-STEP-OK-SW
005570         MOVE "INTEGRITY ERRORS - SEE THE JTINTEG REGISTER"
005580             TO CL-STOP-REASON
005590     END-IF.
005600
005610 3150-EXIT.
005620     EXIT.
005630
005640 3200-STEP-JTEXCP.
005650
005660     CALL "JTEXCP" USING JT-SIGNON.
005670     CANCEL "JTEXCP".
005680
005690     MOVE "JTEXCP" TO CL-CHK-PROGRAM.
005700     MOVE CL-WK-END-DATE TO CL-CHK-WEEK.
005710     PERFORM 7500-CHECK-STEP-RUN THRU 7500-EXIT.
005720
005730 3200-EXIT.
005740     EXIT.
005750
005760 3300-STEP-JTCLKRC.
005770
005780     CALL "JTCLKRC" USING JT-SIGNON.
005790     CANCEL "JTCLKRC".
005800
005810     MOVE "JTCLKRC" TO CL-CHK-PROGRAM.
005820     MOVE CL-WK-END-DATE TO CL-CHK-WEEK.
005830     PERFORM 7500-CHECK-STEP-RUN THRU 7500-EXIT.
005840
005850 3300-EXIT.
005860     EXIT.
005870
005880*-----------------------------------------------------------*
005890* 3400-STEP-JTAPPR                                           *
005900*     OFFERS JTAPPR FOR AS LONG AS ANY OF THE WEEK'S TICKETS  *
005910*     ARE STILL ENTERED OR HELD.  AN OPERATOR WITHOUT         *
005920*     APPROVAL AUTHORITY, OR ONE WHO DECLINES, STOPS THE      *
005930*     CLOSE HERE UNTIL THE APPROVERS HAVE SIGNED OFF.         *
005940*-----------------------------------------------------------*
005950 3400-STEP-JTAPPR.
005960
005970     PERFORM 6000-COUNT-WEEK-TICKETS THRU 6000-EXIT.
005980
005990     IF NOT CL-JT-AVAIL
006000         MOVE "JOBTICRMS NOT AVAILABLE" TO CL-STOP-REASON
006010         GO TO 3400-EXIT
006020     END-IF.
006030
006040     IF CL-OPEN-CNT = 0
006050         MOVE "Y" TO CL-STEP-OK-SW
006060         GO TO 3400-EXIT
006070     END-IF.
006080
006090     MOVE "TICKETS STILL ENTERED OR HELD - NOT ALL SIGNED OFF"
006100         TO CL-STOP-REASON.
006110
006120     DISPLAY "JTCLOSE - " CL-OPEN-CNT
006130             " TICKETS STILL ENTERED OR HELD FOR THE WEEK".
006140
006150     IF NOT SG-APPROVE-AUTH
006160         DISPLAY "JTCLOSE - THE APPROVERS MUST SIGN THEM OFF, "
006170                 "THEN RERUN JTCLOSE."
006180         GO TO 3400-EXIT
006190     END-IF.
006200
006210     DISPLAY "RUN JTAPPR NOW (Y/N)? ".
006220     ACCEPT CL-CONFIRM-RESP.
006230
006240     IF CL-CONFIRM-RESP NOT = "Y" AND CL-CONFIRM-RESP NOT = "y"
006250         GO TO 3400-EXIT
006260     END-IF.
006270
006280     CALL "JTAPPR" USING JT-SIGNON.
006290     CANCEL "JTAPPR".
006300     CANCEL "JTSERV".
006310
006320     GO TO 3400-STEP-JTAPPR.
006330
006340 3400-EXIT.
006350     EXIT.
006360
006370*-----------------------------------------------------------*
006380* 3500-STEP-JTEXPRT                                          *
006390*     THE EXTRACT GATE.  THIS CLOSE'S JTRECON MUST HAVE       *
006400*     FOOTED CLEAN, ITS JTINTEG MUST HAVE FOUND NO INTEGRITY  *
006410*     ERROR, AND NO TICKET FOR THE WEEK MAY BE ENTERED OR     *
006420*     HELD - OTHERWISE THE RESUME POINT GOES BACK TO THE STEP *
006430*     THAT MUST BE REDONE.  A WEEK ALREADY EXTRACTED COMPLETE *
006440*     IS NOT EXTRACTED AGAIN.                                 *
006450*-----------------------------------------------------------*
006460 3500-STEP-JTEXPRT.
006470
006480     MOVE "JTRECON" TO CL-CHK-PROGRAM.
006490     MOVE 0 TO CL-CHK-WEEK.
006500     MOVE CL-CLOSE-STAMP TO CL-CHK-SINCE-STAMP.
006510     PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT.
006520
006530     IF NOT CL-CHK-COMPLETE
006540        OR NOT CL-CHK-CURRENT
006550        OR CL-CHK-EXCEP-CNT NOT = 0
006560         MOVE "NO CLEAN JTRECON FOR THIS CLOSE - EXTRACT REFUSED"
006570             TO CL-STOP-REASON
006580         MOVE 1 TO CL-RESUME-STEP
006590         GO TO 3500-EXIT
006600     END-IF.
006610
006620     MOVE "JTINTEG" TO CL-CHK-PROGRAM.
006630     MOVE 0 TO CL-CHK-WEEK.
006640     MOVE CL-CLOSE-STAMP TO CL-CHK-SINCE-STAMP.
006650     PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT.
006660
006670     IF NOT CL-CHK-COMPLETE
006680        OR NOT CL-CHK-CURRENT
006690        OR CL-CHK-EXCEP-CNT NOT = 0
006700         MOVE "NO CLEAN JTINTEG FOR THIS CLOSE - EXTRACT REFUSED"
006710             TO CL-STOP-REASON
006720         MOVE 2 TO CL-RESUME-STEP
006730         GO TO 3500-EXIT
006740     END-IF.
006750
006760     PERFORM 6000-COUNT-WEEK-TICKETS THRU 6000-EXIT.
006770
006780     IF NOT CL-JT-AVAIL
006790         MOVE "JOBTICRMS NOT AVAILABLE" TO CL-STOP-REASON
006800         GO TO 3500-EXIT
006810     END-IF.
006820
006830     IF CL-OPEN-CNT NOT = 0
006840         MOVE "TICKETS STILL ENTERED OR HELD - EXTRACT REFUSED"
006850             TO CL-STOP-REASON
006860         MOVE 5 TO CL-RESUME-STEP
006870         GO TO 3500-EXIT
006880     END-IF.
006890
006900     MOVE "JTEXPRT" TO CL-CHK-PROGRAM.
006910     MOVE CL-WK-END-DATE TO CL-CHK-WEEK.
006920     PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT.
006930
006940     IF CL-CHK-COMPLETE
006950         DISPLAY "JTCLOSE - WEEK ALREADY EXTRACTED - NOT SENT "
006960                 "AGAIN"
006970         MOVE "Y" TO CL-STEP-OK-SW
006980         GO TO 3500-EXIT
006990     END-IF.
007000
007010     CALL "JTEXPRT" USING JT-SIGNON.
007020     CANCEL "JTEXPRT".
007030
007040     PERFORM 7500-CHECK-STEP-RUN THRU 7500-EXIT.
007050
007060 3500-EXIT.
007070     EXIT.
007080
007090*-----------------------------------------------------------*
007100* 3600-STEP-SHOPCAL                                          *
007110*     THE WEEK IS EXTRACTED - CLOSE IT TO ENTRY AND OPEN THE  *
007120*     NEXT FRIDAY, ADDING IT TO THE CALENDAR IF JTCALM HAS    *
007130*     NOT ALREADY.  SAFE TO REPEAT ON A RESUMED CLOSE.        *
007140*-----------------------------------------------------------*
007150 3600-STEP-SHOPCAL.
007160
007170     MOVE "SHOPCAL NOT AVAILABLE" TO CL-STOP-REASON.
007180
007190     OPEN I-O CA-FIL.
007200     IF CA-FIL-STATUS NOT = "00"
007210         GO TO 3600-EXIT
007220     END-IF.
007230
007240     MOVE CL-WK-END-DATE TO CA-WK-END-DATE.
007250
007260     READ CA-FIL
007270         INVALID KEY
007280             MOVE "CLOSED WEEK NOT ON THE SHOP CALENDAR"
007290                 TO CL-STOP-REASON
007300             CLOSE CA-FIL
007310             GO TO 3600-EXIT
007320     END-READ.
007330
007340     IF CA-WEEK-OPEN
007350         MOVE "C" TO CA-WEEK-STATUS
007360         REWRITE CA-REC
007370             INVALID KEY
007380                 GO TO 3600-UPDATE-FAILED
007390         END-REWRITE
007400     END-IF.
007410
007420     PERFORM 6100-NEXT-FRIDAY THRU 6100-EXIT.
007430
007440     MOVE CL-NEXT-WK-END-DATE TO CA-WK-END-DATE.
007450
007460     READ CA-FIL
007470         INVALID KEY
007480             MOVE CL-NEXT-WK-END-DATE TO CA-WK-END-DATE
007490             MOVE "O" TO CA-WEEK-STATUS
007500             MOVE 0 TO CA-HOL-CNT
007510             WRITE CA-REC
007520                 INVALID KEY
007530                     GO TO 3600-UPDATE-FAILED
007540             END-WRITE
007550             CLOSE CA-FIL
007560             MOVE "Y" TO CL-STEP-OK-SW
007570             GO TO 3600-DONE
007580     END-READ.
007590
007600     IF NOT CA-WEEK-OPEN
007610         MOVE "O" TO CA-WEEK-STATUS
007620         REWRITE CA-REC
007630             INVALID KEY
007640                 GO TO 3600-UPDATE-FAILED
007650         END-REWRITE
007660     END-IF.
007670
007680     CLOSE CA-FIL.
007690     MOVE "Y" TO CL-STEP-OK-SW.
007700
007710 3600-DONE.
007720
007730     DISPLAY "JTCLOSE - WEEK " CL-WK-END-DATE " CLOSED - WEEK "
007740             CL-NEXT-WK-END-DATE " OPEN".
007750     DISPLAY "JTCLOSE - KEY ANY HOLIDAYS IN THE NEW WEEK ON "
007760             "JTCALM.".
007770
007780     GO TO 3600-EXIT.
007790
007800*-----------------------------------------------------------*
007810* 3600-UPDATE-FAILED                                         *
007820*     A CALENDAR UPDATE THAT FAILS LEAVES THE STEP UNFINISHED *
007830*     SO A RESUMED CLOSE TRIES IT AGAIN.                      *
007840*-----------------------------------------------------------*
007850
007860 3600-UPDATE-FAILED.
007870
007880     MOVE SPACES TO CL-STOP-REASON.
007890     STRING "SHOPCAL UPDATE FAILED - STATUS " DELIMITED BY SIZE
007900            CA-FIL-STATUS DELIMITED BY SIZE
007910         INTO CL-STOP-REASON.
007920
007930     CLOSE CA-FIL.
007940
007950 3600-EXIT.
007960     EXIT.
007970
007980 3700-STEP-JTVRPT.
007990
008000     CALL "JTVRPT" USING JT-SIGNON.
008010     CANCEL "JTVRPT".
008020
008030     MOVE "JTVRPT" TO CL-CHK-PROGRAM.
008040     MOVE CL-WK-END-DATE TO CL-CHK-WEEK.
008050     PERFORM 7500-CHECK-STEP-RUN THRU 7500-EXIT.
008060
008070 3700-EXIT.
008080     EXIT.
008090
008100*-----------------------------------------------------------*
008110* 3800-STEP-JTPRECN                                          *
008120*     WAITS ON PAYROLL - UNTIL THE CONFIRMATION FILE IS BACK  *
008130*     THE CLOSE STOPS HERE AND IS RESUMED WHEN IT ARRIVES.    *
008140*     THE STEP ONLY FINISHES WHEN JTPRECN HAS MARKED THE      *
008150*     WEEK'S JTEXPRT RECORD RECONCILED.                       *
008160*-----------------------------------------------------------*
008170 3800-STEP-JTPRECN.
008180
008190     DISPLAY "HAS PAYROLL RETURNED THE CONFIRMATION FILE (Y/N)? ".
008200     ACCEPT CL-CONFIRM-RESP.
008210
008220     IF CL-CONFIRM-RESP NOT = "Y" AND CL-CONFIRM-RESP NOT = "y"
008230         MOVE "WAITING ON THE PAYROLL CONFIRMATION FILE"
008240             TO CL-STOP-REASON
008250         GO TO 3800-EXIT
008260     END-IF.
008270
008280     CALL "JTPRECN" USING JT-SIGNON.
008290     CANCEL "JTPRECN".
008300
008310     MOVE "JTEXPRT" TO CL-CHK-PROGRAM.
008320     MOVE CL-WK-END-DATE TO CL-CHK-WEEK.
008330     PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT.
008340
008350     EVALUATE TRUE
008360         WHEN CL-CHK-RECONCILED
008370             MOVE "Y" TO CL-STEP-OK-SW
008380         WHEN CL-CHK-UNRECONCILED
008390             MOVE "PAYROLL MISMATCHES - SEE THE JTPRECN REGISTER"
008400                 TO CL-STOP-REASON
008410         WHEN OTHER
008420             MOVE "JTPRECN DID NOT RECONCILE THE WEEK"
008430                 TO CL-STOP-REASON
008440     END-EVALUATE.
008450
008460 3800-EXIT.
008470     EXIT.
008480
008490 3900-STEP-JTGLJRN.
008500
008510     MOVE "JTGLJRN" TO CL-CHK-PROGRAM.
008520     MOVE CL-WK-END-DATE TO CL-CHK-WEEK.
008530     PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT.
008540
008550     IF CL-CHK-COMPLETE
008560         DISPLAY "JTCLOSE - WEEK ALREADY JOURNALED - NOT BOOKED "
008570                 "AGAIN"
008580         MOVE "Y" TO CL-STEP-OK-SW
008590         GO TO 3900-EXIT
008600     END-IF.
008610
008620     CALL "JTGLJRN" USING JT-SIGNON.
008630     CANCEL "JTGLJRN".
008640
008650     PERFORM 7500-CHECK-STEP-RUN THRU 7500-EXIT.
008660
008670 3900-EXIT.
008680     EXIT.
008690
008700*-----------------------------------------------------------*
008710* 4000-STEP-JTARCHV                                          *
008720*     THE OPERATOR KEYS THE ARCHIVE CUTOFF, SO THE RUN IS     *
008730*     FOUND ON JTRUNCTL AS THE JTARCHV RECORD STARTED SINCE   *
008740*     THIS STEP BEGAN.                                        *
008750*-----------------------------------------------------------*
008760 4000-STEP-JTARCHV.
008770
008780     CALL "JTARCHV" USING JT-SIGNON.
008790     CANCEL "JTARCHV".
008800
008810     MOVE CL-STEP-STAMP TO CL-CHK-SINCE-STAMP.
008820     PERFORM 7700-FIND-ARCHIVE-RUN THRU 7700-EXIT.
008830
008840     IF CL-CHK-COMPLETE AND CL-CHK-CURRENT
008850         MOVE "Y" TO CL-STEP-OK-SW
008860     ELSE
008870         MOVE "JTARCHV DID NOT RUN TO A CLEAN END"
008880             TO CL-STOP-REASON
008890     END-IF.
008900
008910 4000-EXIT.
008920     EXIT.
008930
008940*-----------------------------------------------------------*
008950* 6000-COUNT-WEEK-TICKETS                                    *
008960*     COUNTS THE WEEK'S TICKETS BY STATUS - ENTERED OR HELD,  *
008970*     APPROVED, AND EXTRACTED.                                *
008980*-----------------------------------------------------------*
008990 6000-COUNT-WEEK-TICKETS.
009000
009010     MOVE 0 TO CL-OPEN-CNT.
009020     MOVE 0 TO CL-APPROVED-CNT.
009030     MOVE 0 TO CL-EXTRACTED-CNT.
009040     MOVE "Y" TO CL-JT-AVAIL-SW.
009050
009060     OPEN INPUT JT-FIL.
009070     IF JT-FIL-STATUS NOT = "00"
009080         DISPLAY "JTCLOSE - JOBTICRMS NOT AVAILABLE - STATUS "
009090                 JT-FIL-STATUS
009100         MOVE "N" TO CL-JT-AVAIL-SW
009110         GO TO 6000-EXIT
009120     END-IF.
009130
009140     MOVE CL-WK-END-DATE TO JT-WK-END-DATE.
009150     MOVE 0 TO JT-BADGE-NUM.
009160     MOVE "N" TO CL-EOF-SW.
009170
009180     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
009190         INVALID KEY
009200             MOVE "Y" TO CL-EOF-SW
009210     END-START.
009220
009230     PERFORM 6010-COUNT-TICKET THRU 6010-EXIT
009240         UNTIL CL-EOF.
009250
009260     CLOSE JT-FIL.
009270     MOVE "N" TO CL-EOF-SW.
009280
009290 6000-EXIT.
009300     EXIT.
009310
009320 6010-COUNT-TICKET.
009330
009340     READ JT-FIL NEXT RECORD
009350         AT END
009360             MOVE "Y" TO CL-EOF-SW
009370             GO TO 6010-EXIT
009380     END-READ.
009390
009400     IF JT-WK-END-DATE NOT = CL-WK-END-DATE
009410         MOVE "Y" TO CL-EOF-SW
009420         GO TO 6010-EXIT
009430     END-IF.
009440
009450     EVALUATE TRUE
009460         WHEN JT-ENTERED OR JT-HELD
009470             ADD 1 TO CL-OPEN-CNT
009480         WHEN JT-APPROVED
009490             ADD 1 TO CL-APPROVED-CNT
009500         WHEN JT-EXTRACTED
009510             ADD 1 TO CL-EXTRACTED-CNT
009520     END-EVALUATE.
009530
009540 6010-EXIT.
009550     EXIT.
009560
009570*-----------------------------------------------------------*
009580* 6100-NEXT-FRIDAY                                           *
009590*     ADDS SEVEN DAYS TO THE WEEK BEING CLOSED, ROLLING THE   *
009600*     MONTH AND YEAR.  FEBRUARY HAS 29 DAYS IN ANY YEAR       *
009610*     DIVISIBLE BY FOUR.                                      *
009620*-----------------------------------------------------------*
009630 6100-NEXT-FRIDAY.
009640
009650     MOVE CL-WK-END-DATE TO CL-NEXT-WK-END-DATE.
009660
009670     MOVE CL-DAYS-IN-MONTH (CL-NEXT-MM) TO CL-MONTH-END.
009680
009690     IF CL-NEXT-MM = 2
009700         DIVIDE CL-NEXT-YY BY 4 GIVING CL-LEAP-QUOT
009710             REMAINDER CL-LEAP-REM
009720         IF CL-LEAP-REM = 0
009730             MOVE 29 TO CL-MONTH-END
009740         END-IF
009750     END-IF.
009760
009770     ADD 7 TO CL-NEXT-DD.
009780
009790     IF CL-NEXT-DD > CL-MONTH-END
009800         SUBTRACT CL-MONTH-END FROM CL-NEXT-DD
009810         ADD 1 TO CL-NEXT-MM
009820     END-IF.
009830
009840     IF CL-NEXT-MM > 12
009850         MOVE 1 TO CL-NEXT-MM
009860         ADD 1 TO CL-NEXT-YY
009870     END-IF.
009880
009890 6100-EXIT.
009900     EXIT.
009910
009920*-----------------------------------------------------------*
009930* 7200-POST-CLOSE-START                                      *
009940*     POSTS THE CLOSE AS STARTED FOR THE WEEK, NO STEP YET    *
009950*     FINISHED.                                               *
009960*-----------------------------------------------------------*
009970 7200-POST-CLOSE-START.
009980
009990     OPEN I-O RC-FIL.
010000     IF RC-FIL-NOTFOUND
010010         CLOSE RC-FIL
010020         OPEN OUTPUT RC-FIL
010030         CLOSE RC-FIL
010040         OPEN I-O RC-FIL
010050     END-IF.
010060
010070     IF RC-FIL-STATUS NOT = "00"
010080         DISPLAY "JTCLOSE - JTRUNCTL NOT AVAILABLE - STATUS "
010090                 RC-FIL-STATUS
010100         GOBACK
010110     END-IF.
010120
010130     MOVE "JTCLOSE" TO RC-PROGRAM.
010140     MOVE 0 TO RC-WK-END-DATE.
010150     MOVE 0 TO RC-REC-CNT.
010160     MOVE "N" TO RC-COMPLETE-SW.
010170     MOVE CL-WK-END-DATE TO RC-CHKPT-WK-END.
010180     MOVE 0 TO RC-CHKPT-BADGE.
010190     ACCEPT RC-START-DATE FROM DATE.
010200     ACCEPT RC-START-TIME FROM TIME.
010210     MOVE 0 TO RC-END-DATE.
010220     MOVE 0 TO RC-END-TIME.
010230     MOVE SPACE TO RC-RECON-SW.
010240     MOVE 0 TO RC-EXCEP-CNT.
010250
010260     MOVE RC-START-DATE TO CL-CLOSE-DATE.
010270     MOVE RC-START-TIME TO CL-CLOSE-TIME.
010280
010290     WRITE RC-REC
010300         INVALID KEY
010310             REWRITE RC-REC
010320     END-WRITE.
010330
010340     CLOSE RC-FIL.
010350
010360 7200-EXIT.
010370     EXIT.
010380
010390*-----------------------------------------------------------*
010400* 7300-POST-CLOSE-STEP                                       *
010410*     MOVES THE CLOSE'S RESUME POINT TO CL-DONE-STEP.  THE    *
010420*     LAST STEP FINISHED COMPLETES THE CLOSE.                 *
010430*-----------------------------------------------------------*
010440 7300-POST-CLOSE-STEP.
010450
010460     OPEN I-O RC-FIL.
010470     IF RC-FIL-STATUS NOT = "00"
010480         DISPLAY "JTCLOSE - JTRUNCTL NOT AVAILABLE - STATUS "
010490                 RC-FIL-STATUS
010500         DISPLAY "JTCLOSE - STEP " CL-DONE-STEP " NOT POSTED"
010510         GO TO 7300-EXIT
010520     END-IF.
010530
010540     MOVE "JTCLOSE" TO RC-PROGRAM.
010550     MOVE 0 TO RC-WK-END-DATE.
010560
010570     READ RC-FIL
010580         INVALID KEY
010590             CLOSE RC-FIL
010600             GO TO 7300-EXIT
010610     END-READ.
010620
010630     MOVE CL-DONE-STEP TO RC-CHKPT-BADGE.
010640
010650     IF CL-DONE-STEP = CL-STEP-CNT
010660         MOVE "Y" TO RC-COMPLETE-SW
010670         ACCEPT RC-END-DATE FROM DATE
010680         ACCEPT RC-END-TIME FROM TIME
010690     END-IF.
010700
010710     REWRITE RC-REC.
010720
010730     CLOSE RC-FIL.
010740
010750 7300-EXIT.
010760     EXIT.
010770
010780*-----------------------------------------------------------*
010790* 7500-CHECK-STEP-RUN                                        *
010800*     A STEP HAS RUN WHEN ITS RUN-CONTROL RECORD FOR THE WEEK *
010810*     WAS STARTED SINCE THE STEP BEGAN AND IS COMPLETE.       *
010820*-----------------------------------------------------------*
010830 7500-CHECK-STEP-RUN.
010840
010850     MOVE CL-STEP-STAMP TO CL-CHK-SINCE-STAMP.
010860     PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT.
010870
010880     IF CL-CHK-COMPLETE AND CL-CHK-CURRENT
010890         MOVE "Y" TO CL-STEP-OK-SW
010900     ELSE
010910         MOVE "N" TO CL-STEP-OK-SW
010920         MOVE SPACES TO CL-STOP-REASON
010930         STRING CL-CHK-PROGRAM DELIMITED BY SPACE
010940                " DID NOT RUN TO A CLEAN END" DELIMITED BY SIZE
010950             INTO CL-STOP-REASON
010960     END-IF.
010970
010980 7500-EXIT.
010990     EXIT.
011000
011010*-----------------------------------------------------------*
011020* 7600-READ-RUN-RECORD                                       *
011030*     READS THE CL-CHK-PROGRAM/CL-CHK-WEEK RUN-CONTROL        *
011040*     RECORD INTO THE CL-CHK FIELDS.  CL-CHK-CURRENT SAYS     *
011050*     WHETHER IT STARTED AT OR AFTER CL-CHK-SINCE-STAMP.      *
011060*-----------------------------------------------------------*
011070 7600-READ-RUN-RECORD.
011080
011090     MOVE "N" TO CL-CHK-FOUND-SW.
011100     MOVE "N" TO CL-CHK-COMPLETE-SW.
011110     MOVE "N" TO CL-CHK-CURRENT-SW.
011120     MOVE 0 TO CL-CHK-REC-CNT.
011130     MOVE 0 TO CL-CHK-EXCEP-CNT.
011140     MOVE SPACE TO CL-CHK-RECON-SW.
011150     MOVE CL-CHK-WEEK TO CL-CHK-RUN-WEEK.
011160
011170     OPEN INPUT RC-FIL.
011180     IF RC-FIL-STATUS NOT = "00"
011190         GO TO 7600-EXIT
011200     END-IF.
011210
011220     MOVE CL-CHK-PROGRAM TO RC-PROGRAM.
011230     MOVE CL-CHK-WEEK TO RC-WK-END-DATE.
011240
011250     READ RC-FIL
011260         INVALID KEY
011270             CLOSE RC-FIL
011280             GO TO 7600-EXIT
011290     END-READ.
011300
011310     PERFORM 7650-TAKE-RUN-RECORD THRU 7650-EXIT.
011320
011330     CLOSE RC-FIL.
011340
011350 7600-EXIT.
011360     EXIT.
011370
011380 7650-TAKE-RUN-RECORD.
011390
011400     MOVE "Y" TO CL-CHK-FOUND-SW.
011410     MOVE RC-COMPLETE-SW TO CL-CHK-COMPLETE-SW.
011420     MOVE RC-REC-CNT TO CL-CHK-REC-CNT.
011430     MOVE RC-EXCEP-CNT TO CL-CHK-EXCEP-CNT.
011440     MOVE RC-RECON-SW TO CL-CHK-RECON-SW.
011450     MOVE RC-WK-END-DATE TO CL-CHK-RUN-WEEK.
011460     MOVE RC-START-DATE TO CL-RUN-DATE.
011470     MOVE RC-START-TIME TO CL-RUN-TIME.
011480
011490     IF CL-RUN-STAMP NOT < CL-CHK-SINCE-STAMP
011500         MOVE "Y" TO CL-CHK-CURRENT-SW
011510     ELSE
011520         MOVE "N" TO CL-CHK-CURRENT-SW
011530     END-IF.
011540
011550 7650-EXIT.
011560     EXIT.
011570
011580*-----------------------------------------------------------*
011590* 7700-FIND-ARCHIVE-RUN                                      *
011600*     JTARCHV KEYS ITS RUN RECORD BY THE CUTOFF THE OPERATOR  *
011610*     KEYED, SO WALK ITS RECORDS FOR THE LATEST ONE STARTED   *
011620*     AT OR AFTER CL-CHK-SINCE-STAMP.                         *
011630*-----------------------------------------------------------*
011640 7700-FIND-ARCHIVE-RUN.
011650
011660     MOVE "JTARCHV" TO CL-CHK-PROGRAM.
011670     MOVE 0 TO CL-CHK-WEEK.
011680     MOVE "N" TO CL-CHK-FOUND-SW.
011690     MOVE "N" TO CL-CHK-COMPLETE-SW.
011700     MOVE "N" TO CL-CHK-CURRENT-SW.
011710     MOVE 0 TO CL-CHK-REC-CNT.
011720     MOVE 0 TO CL-CHK-EXCEP-CNT.
011730     MOVE 0 TO CL-CHK-RUN-WEEK.
011740
011750     OPEN INPUT RC-FIL.
011760     IF RC-FIL-STATUS NOT = "00"
011770         GO TO 7700-EXIT
011780     END-IF.
011790
011800     MOVE "JTARCHV" TO RC-PROGRAM.
011810     MOVE 0 TO RC-WK-END-DATE.
011820     MOVE "N" TO CL-EOF-SW.
011830
011840     START RC-FIL KEY IS NOT LESS THAN RC-RUN-KEY
011850         INVALID KEY
011860             MOVE "Y" TO CL-EOF-SW
011870     END-START.
011880
011890     PERFORM 7710-CHECK-ARCHIVE-RUN THRU 7710-EXIT
011900         UNTIL CL-EOF.
011910
011920     CLOSE RC-FIL.
011930     MOVE "N" TO CL-EOF-SW.
011940
011950 7700-EXIT.
011960     EXIT.
011970
011980 7710-CHECK-ARCHIVE-RUN.
011990
012000     READ RC-FIL NEXT RECORD
012010         AT END
012020             MOVE "Y" TO CL-EOF-SW
012030             GO TO 7710-EXIT
012040     END-READ.
012050
012060     IF RC-PROGRAM NOT = "JTARCHV"
012070         MOVE "Y" TO CL-EOF-SW
012080         GO TO 7710-EXIT
012090     END-IF.
012100
012110     MOVE RC-START-DATE TO CL-RUN-DATE.
012120     MOVE RC-START-TIME TO CL-RUN-TIME.
012130
012140     IF CL-RUN-STAMP NOT < CL-CHK-SINCE-STAMP
012150         PERFORM 7650-TAKE-RUN-RECORD THRU 7650-EXIT
012160         MOVE RC-START-DATE TO CL-CHK-SINCE-DATE
012170         MOVE RC-START-TIME TO CL-CHK-SINCE-TIME
012180     END-IF.
012190
012200 7710-EXIT.
012210     EXIT.
012220
012230*-----------------------------------------------------------*
012240* 8000-PRINT-SUMMARY                                         *
012250*     ONE PAGE - A LINE PER STEP WITH ITS STATUS AND THE      *
012260*     COUNTS OFF ITS RUN-CONTROL RECORD, THEN HOW THE CLOSE   *
012270*     STANDS.                                                 *
012280*-----------------------------------------------------------*
012290 8000-PRINT-SUMMARY.
012300
012310     MOVE CL-WK-END-DATE TO HDR1-WK-END-DATE.
012320     MOVE SG-OPER-ID TO HDR1-OPER-ID.
012330     ACCEPT HDR1-RUN-DATE FROM DATE.
012340     ACCEPT HDR1-RUN-TIME FROM TIME.
012350     WRITE PRINT-LINE FROM HDR1-LINE.
012360     MOVE SPACES TO PRINT-LINE.
012370     WRITE PRINT-LINE.
012380     WRITE PRINT-LINE FROM HDR2-LINE.
012390
012400     PERFORM 6000-COUNT-WEEK-TICKETS THRU 6000-EXIT.
012410     PERFORM 6100-NEXT-FRIDAY THRU 6100-EXIT.
012420
012430     PERFORM 8100-PRINT-STEP-LINE THRU 8100-EXIT
012440         VARYING CL-STEP FROM 1 BY 1
012450         UNTIL CL-STEP > CL-STEP-CNT.
012460
012470     MOVE SPACES TO PRINT-LINE.
012480     WRITE PRINT-LINE.
012490
012500     MOVE SPACES TO END-TEXT.
012510
012520     IF CL-STOPPED
012530         STRING "CLOSE STOPPED AT STEP " DELIMITED BY SIZE
012540                CL-STEP-NAME (CL-STOP-STEP) DELIMITED BY SPACE
012550                " - RERUN JTCLOSE TO RESUME AT "
012560                    DELIMITED BY SIZE
012570                CL-STEP-NAME (CL-DONE-STEP + 1) DELIMITED BY SPACE
012580             INTO END-TEXT
012590         WRITE PRINT-LINE FROM END-LINE
012600         MOVE CL-STOP-REASON TO REASON-TEXT
012610         WRITE PRINT-LINE FROM REASON-LINE
012620     ELSE
012630         STRING "CLOSE COMPLETE - WEEK " DELIMITED BY SIZE
012640                CL-NEXT-WK-END-DATE DELIMITED BY SIZE
012650                " IS THE OPEN WEEK" DELIMITED BY SIZE
012660             INTO END-TEXT
012670         WRITE PRINT-LINE FROM END-LINE
012680     END-IF.
012690
012700 8000-EXIT.
012710     EXIT.
012720
012730 8100-PRINT-STEP-LINE.
012740
012750     MOVE SPACES TO DTL-LINE.
012760     MOVE CL-STEP TO DTL-STEP-NO.
012770     MOVE CL-STEP-NAME (CL-STEP) TO DTL-PROGRAM.
012780
012790     EVALUATE TRUE
012800         WHEN CL-STEP NOT > CL-DONE-STEP
012810             MOVE "DONE" TO DTL-STATUS
012820         WHEN CL-STOPPED AND CL-STEP = CL-STOP-STEP
012830             MOVE "STOPPED" TO DTL-STATUS
012840         WHEN CL-STOPPED AND CL-STEP < CL-STOP-STEP
012850             MOVE "REDO" TO DTL-STATUS
012860         WHEN OTHER
012870             MOVE "NOT RUN" TO DTL-STATUS
012880     END-EVALUATE.
012890
012900     MOVE CL-CLOSE-STAMP TO CL-CHK-SINCE-STAMP.
012910     MOVE CL-STEP-NAME (CL-STEP) TO CL-CHK-PROGRAM.
012920     MOVE CL-WK-END-DATE TO CL-CHK-WEEK.
012930
012940     EVALUATE CL-STEP
012950         WHEN 1
012960             MOVE 0 TO CL-CHK-WEEK
012970             PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT
012980             MOVE "TICKETS READ" TO DTL-LABEL-1
012990             MOVE CL-CHK-REC-CNT TO DTL-COUNT-1
013000             MOVE "NOT FOOTING" TO DTL-LABEL-2
013010             MOVE CL-CHK-EXCEP-CNT TO DTL-COUNT-2
013020         WHEN 2
013030             MOVE 0 TO CL-CHK-WEEK
013040             PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT
013050             MOVE "TICKETS READ" TO DTL-LABEL-1
013060             MOVE CL-CHK-REC-CNT TO DTL-COUNT-1
013070             MOVE "ERRORS" TO DTL-LABEL-2
013080             MOVE CL-CHK-EXCEP-CNT TO DTL-COUNT-2
013090         WHEN 3
013100             PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT
013110             MOVE "TICKETS" TO DTL-LABEL-1
013120             MOVE CL-CHK-REC-CNT TO DTL-COUNT-1
013130             MOVE "EXCEPTIONS" TO DTL-LABEL-2
013140             MOVE CL-CHK-EXCEP-CNT TO DTL-COUNT-2
013150         WHEN 4
013160             PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT
013170             MOVE "BADGES" TO DTL-LABEL-1
013180             MOVE CL-CHK-REC-CNT TO DTL-COUNT-1
013190             MOVE "VARIANCES" TO DTL-LABEL-2
013200             MOVE CL-CHK-EXCEP-CNT TO DTL-COUNT-2
013210         WHEN 5
013220             MOVE "ENTERED/HELD" TO DTL-LABEL-1
013230             MOVE CL-OPEN-CNT TO DTL-COUNT-1
013240             MOVE "APPROVED" TO DTL-LABEL-2
013250             MOVE CL-APPROVED-CNT TO DTL-COUNT-2
013260         WHEN 6
013270             PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT
013280             MOVE "EXTRACTED" TO DTL-LABEL-1
013290             MOVE CL-CHK-REC-CNT TO DTL-COUNT-1
013300             MOVE "ON FILE AS X" TO DTL-LABEL-2
013310             MOVE CL-EXTRACTED-CNT TO DTL-COUNT-2
013320         WHEN 7
013330             IF CL-STEP NOT > CL-DONE-STEP
013340                 STRING "WEEK " DELIMITED BY SIZE
013350                        CL-NEXT-WK-END-DATE DELIMITED BY SIZE
013360                        " OPENED" DELIMITED BY SIZE
013370                     INTO DTL-NOTE
013380             END-IF
013390         WHEN 8
013400             PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT
013410             MOVE "TICKETS" TO DTL-LABEL-1
013420             MOVE CL-CHK-REC-CNT TO DTL-COUNT-1
013430         WHEN 9
013440             MOVE "JTEXPRT" TO CL-CHK-PROGRAM
013450             PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT
013460             EVALUATE TRUE
013470                 WHEN CL-CHK-RECONCILED
013480                     MOVE "CONFIRMED BY PAYROLL" TO DTL-NOTE
013490                 WHEN CL-CHK-UNRECONCILED
013500                     MOVE "MISMATCHES - SEE JTPRECN" TO DTL-NOTE
013510             END-EVALUATE
013520         WHEN 10
013530             PERFORM 7600-READ-RUN-RECORD THRU 7600-EXIT
013540             MOVE "TICKETS" TO DTL-LABEL-1
013550             MOVE CL-CHK-REC-CNT TO DTL-COUNT-1
013560         WHEN 11
013570             PERFORM 7700-FIND-ARCHIVE-RUN THRU 7700-EXIT
013580             MOVE "ARCHIVED" TO DTL-LABEL-1
013590             MOVE CL-CHK-REC-CNT TO DTL-COUNT-1
013600             IF CL-CHK-FOUND
013610                 STRING "THROUGH WEEK " DELIMITED BY SIZE
013620                        CL-CHK-RUN-WEEK DELIMITED BY SIZE
013630                     INTO DTL-NOTE
013640             END-IF
013650     END-EVALUATE.
013660
013670     WRITE PRINT-LINE FROM DTL-LINE.
013680
013690 8100-EXIT.
013700     EXIT.
013710
013720*-----------------------------------------------------------*
013730* 9000-TERMINATE                                             *
013740*     THE WEEK COMES OFF THE SIGN-ON BLOCK BEFORE CONTROL     *
013750*     GOES BACK, SO PROGRAMS RUN LATER FROM THE MENU PROMPT   *
013760*     FOR THEIR WEEK AGAIN.                                   *
013770*-----------------------------------------------------------*
013780 9000-TERMINATE.
013790
013800     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
013810
013820     CLOSE PRINT-FIL.
013830
013840     MOVE 0 TO SG-CLOSE-WK-END-DATE.
013850
013860     IF CL-STOPPED
013870         DISPLAY "JTCLOSE - CLOSE OF WEEK " CL-WK-END-DATE
013880                 " STOPPED - RERUN JTCLOSE TO RESUME."
013890     ELSE
013900         DISPLAY "JTCLOSE - CLOSE OF WEEK " CL-WK-END-DATE
013910                 " COMPLETE."
013920     END-IF.
013930
013940 9000-EXIT.
013950     EXIT.
