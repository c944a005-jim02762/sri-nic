000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTCCM.
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
000200* %(  New program.  Terminal maintenance for the CCMAS cost
000210*     center master (see JTCCSEL/JTCCLY) behind the JTMENU
000220*     utilities list - adds or changes a cost center with its
000230*     name and the operator IDs of the supervisor who signs
000240*     off its tickets in JTAPPR and the alternate who covers
000250*     for them, or closes one.  Both operator IDs must be on
000260*     the JTOPMAS operator master with approval authority, so
000270*     a center can never be left with nobody able to sign it
000280*     off.  Like JTORDM's order deactivate, (D)EACTIVATE only
000290*     closes the center - the record stays on file so the
000300*     reports can still print its name against old tickets,
000310*     and a (C)HANGE can re-open it.  CCMAS is created on the
000320*     first run if it does not yet exist.  )%
000330
000340 ENVIRONMENT DIVISION.
000350
000360 CONFIGURATION SECTION.
000370
000380 SOURCE-COMPUTER.
000390     DECSYSTEM-20.
000400
000410 OBJECT-COMPUTER.
000420     DECSYSTEM-20.
000430
000440 INPUT-OUTPUT SECTION.
000450
000460 FILE-CONTROL.
000470     COPY jtccsel.
000480
000490     COPY jtopsel.
000500
000510 DATA DIVISION.
000520
000530 FILE SECTION.
000540
000550 FD  CC-FIL
000560     LABEL RECORDS ARE STANDARD.
000570
000580 01  CC-REC.
000590     COPY jtccly.
000600
000610 FD  OP-FIL
000620     LABEL RECORDS ARE STANDARD.
000630
000640 01  OP-REC.
000650     COPY jtoply.
000660
000670 WORKING-STORAGE SECTION.
000680     COPY jtccst.
000690
000700     COPY jtopst.
000710
000720 01  CT-FUNCTION                  PIC X(01).
000730     88  CT-ADD                   VALUE "A".
000740     88  CT-CHANGE                VALUE "C".
000750     88  CT-DEACTIVATE            VALUE "D".
000760     88  CT-QUIT                  VALUE "Q".
000770
000780 01  CT-DONE-SW                   PIC X(01) VALUE "N".
000790     88  CT-DONE                  VALUE "Y".
000800
000810 01  CT-REQ-COST-CENTER           PIC X(04).
000820
000830 01  CT-OPER-ENTRY                PIC X(08).
000840
000850 01  CT-OPER-VALID-SW             PIC X(01).
000860     88  CT-OPER-VALID            VALUE "Y".
000870
000880 01  CT-STATUS-ENTRY              PIC X(01).
000890     88  CT-STATUS-VALID          VALUE "A" "C".
000900
000910 PROCEDURE DIVISION.
000920
000930*-----------------------------------------------------------*
000940* 0000-MAINLINE                                              *
000950*-----------------------------------------------------------*
000960 0000-MAINLINE.
000970
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000990
001000     PERFORM 2000-PROCESS-COST-CENTER THRU 2000-EXIT
001010         UNTIL CT-DONE.
001020
001030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001040
001050     GOBACK.
001060
001070*-----------------------------------------------------------*
001080* 1000-INITIALIZE                                            *
001090*     OPENS CCMAS FOR UPDATE, CREATING IT ON THE FIRST RUN    *
001100*     IF IT DOES NOT YET EXIST, AND JTOPMAS FOR THE           *
001110*     SUPERVISOR CHECK.                                       *
001120*-----------------------------------------------------------*
001130 1000-INITIALIZE.
001140
001150     OPEN I-O CC-FIL.
001160     IF CC-FIL-NOTFOUND
001170         CLOSE CC-FIL
001180         OPEN OUTPUT CC-FIL
001190         CLOSE CC-FIL
001200         OPEN I-O CC-FIL
001210     END-IF.
001220
001230     IF CC-FIL-STATUS NOT = "00"
001240         DISPLAY "JTCCM - CCMAS NOT AVAILABLE - STATUS "
001250                 CC-FIL-STATUS
001260         GOBACK
001270     END-IF.
001280
001290     OPEN INPUT OP-FIL.
001300     IF OP-FIL-STATUS NOT = "00"
001310         DISPLAY "JTCCM - JTOPMAS NOT AVAILABLE - STATUS "
001320                 OP-FIL-STATUS
001330         CLOSE CC-FIL
001340         GOBACK
001350     END-IF.
001360
001370 1000-EXIT.
001380     EXIT.
001390
001400*-----------------------------------------------------------*
001410* 2000-PROCESS-COST-CENTER                                   *
001420*     PROMPTS FOR A FUNCTION AND A COST CENTER, THEN          *
001430*     DISPATCHES TO THE ADD, CHANGE, OR DEACTIVATE PARAGRAPH. *
001440*-----------------------------------------------------------*
001450 2000-PROCESS-COST-CENTER.
001460
001470     DISPLAY "JTCCM - FUNCTION (A)DD, (C)HANGE, (D)EACTIVATE, ".
001480     DISPLAY "        (Q)UIT: ".
001490     ACCEPT CT-FUNCTION.
001500
001510     IF CT-QUIT
001520         MOVE "Y" TO CT-DONE-SW
001530         GO TO 2000-EXIT
001540     END-IF.
001550
001560     DISPLAY "COST CENTER: ".
001570     ACCEPT CT-REQ-COST-CENTER.
001580
001590     IF CT-REQ-COST-CENTER = SPACES
001600         DISPLAY "COST CENTER MAY NOT BE BLANK"
001610         GO TO 2000-EXIT
001620     END-IF.
001630
001640     EVALUATE TRUE
001650         WHEN CT-ADD
001660             PERFORM 3000-ADD-COST-CENTER THRU 3000-EXIT
001670         WHEN CT-CHANGE
001680             PERFORM 4000-CHANGE-COST-CENTER THRU 4000-EXIT
001690         WHEN CT-DEACTIVATE
001700             PERFORM 5000-CLOSE-COST-CENTER THRU 5000-EXIT
001710         WHEN OTHER
001720             DISPLAY "INVALID FUNCTION - TRY AGAIN"
001730     END-EVALUATE.
001740
001750 2000-EXIT.
001760     EXIT.
001770
001780*-----------------------------------------------------------*
001790* 3000-ADD-COST-CENTER                                       *
001800*     A NEW COST CENTER GOES ON FILE ACTIVE.                  *
001810*-----------------------------------------------------------*
001820 3000-ADD-COST-CENTER.
001830
001840     MOVE CT-REQ-COST-CENTER TO CC-COST-CENTER.
001850
001860     READ CC-FIL
001870         INVALID KEY
001880             CONTINUE
001890         NOT INVALID KEY
001900             DISPLAY "COST CENTER ALREADY ON FILE - NOT ADDED"
001910             GO TO 3000-EXIT
001920     END-READ.
001930
001940     MOVE CT-REQ-COST-CENTER TO CC-COST-CENTER.
001950     MOVE "A" TO CC-STATUS.
001960
001970     PERFORM 3100-ACCEPT-COST-CENTER-DATA THRU 3100-EXIT.
001980
001990     WRITE CC-REC
002000         INVALID KEY
002010             DISPLAY "COST CENTER ALREADY ON FILE - NOT ADDED"
002020         NOT INVALID KEY
002030             DISPLAY "COST CENTER ADDED"
002040     END-WRITE.
002050
002060 3000-EXIT.
002070     EXIT.
002080
002090*-----------------------------------------------------------*
002100* 3100-ACCEPT-COST-CENTER-DATA                               *
002110*     SHARED BY ADD AND CHANGE.  COLLECTS THE NAME AND THE    *
002120*     SUPERVISOR AND ALTERNATE OPERATOR IDS, RE-PROMPTING     *
002130*     UNTIL EACH IS ON JTOPMAS WITH APPROVAL AUTHORITY.  THE  *
002140*     ALTERNATE MAY BE LEFT BLANK.                            *
002150*-----------------------------------------------------------*
002160 3100-ACCEPT-COST-CENTER-DATA.
002170
002180     DISPLAY "NAME: ".
002190     ACCEPT CC-NAME.
002200
002210     MOVE "N" TO CT-OPER-VALID-SW.
002220
002230     PERFORM 3200-ACCEPT-SUPERVISOR THRU 3200-EXIT
002240         UNTIL CT-OPER-VALID.
002250
002260     MOVE "N" TO CT-OPER-VALID-SW.
002270
002280     PERFORM 3300-ACCEPT-ALTERNATE THRU 3300-EXIT
002290         UNTIL CT-OPER-VALID.
002300
002310 3100-EXIT.
002320     EXIT.
002330
002340 3200-ACCEPT-SUPERVISOR.
002350
002360     DISPLAY "SUPERVISOR OPERATOR ID: ".
002370     ACCEPT CT-OPER-ENTRY.
002380
002390     IF CT-OPER-ENTRY = SPACES
002400         DISPLAY "SUPERVISOR MAY NOT BE BLANK"
002410         GO TO 3200-EXIT
002420     END-IF.
002430
002440     PERFORM 3400-CHECK-APPROVER THRU 3400-EXIT.
002450
002460     IF CT-OPER-VALID
002470         MOVE CT-OPER-ENTRY TO CC-SUPV-OPER-ID
002480     END-IF.
002490
002500 3200-EXIT.
002510     EXIT.
002520
002530 3300-ACCEPT-ALTERNATE.
002540
002550     DISPLAY "ALTERNATE OPERATOR ID (BLANK FOR NONE): ".
002560     ACCEPT CT-OPER-ENTRY.
002570
002580     IF CT-OPER-ENTRY = SPACES
002590         MOVE SPACES TO CC-ALT-OPER-ID
002600         MOVE "Y" TO CT-OPER-VALID-SW
002610         GO TO 3300-EXIT
002620     END-IF.
002630
002640     IF CT-OPER-ENTRY = CC-SUPV-OPER-ID
002650         DISPLAY "ALTERNATE MUST DIFFER FROM THE SUPERVISOR"
002660         GO TO 3300-EXIT
002670     END-IF.
002680
002690     PERFORM 3400-CHECK-APPROVER THRU 3400-EXIT.
002700
002710     IF CT-OPER-VALID
002720         MOVE CT-OPER-ENTRY TO CC-ALT-OPER-ID
002730     END-IF.
002740
002750 3300-EXIT.
002760     EXIT.
002770
002780*-----------------------------------------------------------*
002790* 3400-CHECK-APPROVER                                        *
002800*     AN ASSIGNED OPERATOR MUST BE ON JTOPMAS AND HOLD        *
002810*     APPROVAL AUTHORITY, OR JTAPPR WOULD NEVER LET THEM IN.  *
002820*-----------------------------------------------------------*
002830 3400-CHECK-APPROVER.
002840
002850     MOVE "Y" TO CT-OPER-VALID-SW.
002860
002870     MOVE CT-OPER-ENTRY TO OP-OPER-ID.
002880
002890     READ OP-FIL
002900         INVALID KEY
002910             DISPLAY "OPERATOR NOT ON OPERATOR MASTER"
002920             MOVE "N" TO CT-OPER-VALID-SW
002930             GO TO 3400-EXIT
002940     END-READ.
002950
002960     IF NOT OP-APPROVE-AUTH
002970         DISPLAY "OPERATOR HAS NO APPROVAL AUTHORITY"
002980         MOVE "N" TO CT-OPER-VALID-SW
002990     END-IF.
003000
003010 3400-EXIT.
003020     EXIT.
003030
003040*-----------------------------------------------------------*
003050* 4000-CHANGE-COST-CENTER                                    *
003060*     SHOWS THE COST CENTER ON FILE AND RE-KEYS IT.  THE      *
003070*     STATUS IS KEYED HERE TOO, SO A CLOSED CENTER CAN BE     *
003080*     RE-OPENED.                                              *
003090*-----------------------------------------------------------*
003100 4000-CHANGE-COST-CENTER.
003110
003120     MOVE CT-REQ-COST-CENTER TO CC-COST-CENTER.
003130
003140     READ CC-FIL
003150         INVALID KEY
003160             DISPLAY "COST CENTER NOT ON FILE - NOT CHANGED"
003170             GO TO 4000-EXIT
003180     END-READ.
003190
003200     DISPLAY "CURRENT NAME: " CC-NAME.
003210     DISPLAY "CURRENT STATUS: " CC-STATUS.
003220     DISPLAY "CURRENT SUPERVISOR: " CC-SUPV-OPER-ID.
003230     DISPLAY "CURRENT ALTERNATE: " CC-ALT-OPER-ID.
003240
003250     MOVE SPACE TO CT-STATUS-ENTRY.
003260
003270     PERFORM 4100-ACCEPT-STATUS THRU 4100-EXIT
003280         UNTIL CT-STATUS-VALID.
003290
003300     MOVE CT-STATUS-ENTRY TO CC-STATUS.
003310
003320     PERFORM 3100-ACCEPT-COST-CENTER-DATA THRU 3100-EXIT.
003330
003340     REWRITE CC-REC
003350         INVALID KEY
003360             DISPLAY "REWRITE FAILED"
003370         NOT INVALID KEY
003380             DISPLAY "COST CENTER CHANGED"
003390     END-REWRITE.
003400
003410 4000-EXIT.
003420     EXIT.
003430
003440 4100-ACCEPT-STATUS.
003450
003460     DISPLAY "STATUS (A)CTIVE OR (C)LOSED: ".
003470     ACCEPT CT-STATUS-ENTRY.
003480
003490     IF NOT CT-STATUS-VALID
003500         DISPLAY "STATUS MUST BE A OR C"
003510     END-IF.
003520
003530 4100-EXIT.
003540     EXIT.
003550
003560*-----------------------------------------------------------*
003570* 5000-CLOSE-COST-CENTER                                     *
003580*     FLIPS THE STATUS TO CLOSED - THE RECORD STAYS ON FILE   *
003590*     FOR THE REPORTS THAT PRINT ITS NAME.                    *
003600*-----------------------------------------------------------*
003610 5000-CLOSE-COST-CENTER.
003620
003630     MOVE CT-REQ-COST-CENTER TO CC-COST-CENTER.
003640
003650     READ CC-FIL
003660         INVALID KEY
003670             DISPLAY "COST CENTER NOT ON FILE - NOT CLOSED"
003680             GO TO 5000-EXIT
003690     END-READ.
003700
003710     MOVE "C" TO CC-STATUS.
003720
003730     REWRITE CC-REC
003740         INVALID KEY
003750             DISPLAY "REWRITE FAILED"
003760         NOT INVALID KEY
003770             DISPLAY "COST CENTER CLOSED"
003780     END-REWRITE.
003790
003800 5000-EXIT.
003810     EXIT.
003820
003830*-----------------------------------------------------------*
003840* 9000-TERMINATE                                             *
003850*-----------------------------------------------------------*
003860 9000-TERMINATE.
003870
003880     CLOSE CC-FIL.
003890     CLOSE OP-FIL.
003900
003910 9000-EXIT.
003920     EXIT.
