000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTACTM.
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
000200* %(  New program.  Terminal maintenance for the ACTMAS
000210*     activity/operation code master (see JTACTSEL/JTACTLY)
000220*     behind the JTMENU utilities list - adds or changes an
000230*     activity code with its description and the operation
000240*     codes valid under it, or deactivates one.  JTTERM and
000250*     JTBLOAD refuse a detail line whose activity is not on
000260*     file and active, or whose operation code is not listed
000270*     under the activity, so "WELD" and "WLD " can no longer
000280*     land as two activities.  Like JTORDM's order deactivate,
000290*     (D)EACTIVATE only flips the status - the record stays on
000300*     file so JTVRPT and JTHTRND can still print the
000310*     description of history charged to a retired code.
000320*     ACTMAS is created on the first run if it does not yet
000330*     exist.  )%
000340
000350 ENVIRONMENT DIVISION.
000360
000370 CONFIGURATION SECTION.
000380
000390 SOURCE-COMPUTER.
000400     DECSYSTEM-20.
000410
000420 OBJECT-COMPUTER.
000430     DECSYSTEM-20.
000440
000450 INPUT-OUTPUT SECTION.
000460
000470 FILE-CONTROL.
000480     COPY jtactsel.
000490
000500 DATA DIVISION.
000510
000520 FILE SECTION.
000530
000540 FD  AC-FIL
000550     LABEL RECORDS ARE STANDARD.
000560
000570 01  AC-REC.
000580     COPY jtactly.
000590
000600 WORKING-STORAGE SECTION.
000610     COPY jtactst.
000620
000630 01  AM-FUNCTION                  PIC X(01).
000640     88  AM-ADD                   VALUE "A".
000650     88  AM-CHANGE                VALUE "C".
000660     88  AM-DEACTIVATE            VALUE "D".
000670     88  AM-QUIT                  VALUE "Q".
000680
000690 01  AM-DONE-SW                   PIC X(01) VALUE "N".
000700     88  AM-DONE                  VALUE "Y".
000710
000720 01  AM-REQ-ACTIV-CD              PIC X(04).
000730
000740 01  AM-OP-ENTRY                  PIC X(04).
000750
000760 01  AM-OP-END-SW                 PIC X(01).
000770     88  AM-OP-END                VALUE "Y".
000780
000790 01  AM-OP-DUP-SW                 PIC X(01).
000800     88  AM-OP-DUP                VALUE "Y".
000810
000820 01  AM-OP-SUB                    PIC 9(04) COMP.
000830
000840 01  AM-STATUS-ENTRY              PIC X(01).
000850     88  AM-STATUS-VALID          VALUE "A" "I".
000860
000870 PROCEDURE DIVISION.
000880
000890*-----------------------------------------------------------*
000900* 0000-MAINLINE                                              *
000910*-----------------------------------------------------------*
000920 0000-MAINLINE.
000930
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000950
000960     PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT
000970         UNTIL AM-DONE.
000980
000990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001000
001010     GOBACK.
001020
001030*-----------------------------------------------------------*
001040* 1000-INITIALIZE                                            *
001050*     OPENS ACTMAS FOR UPDATE, CREATING IT ON THE FIRST RUN   *
001060*     IF IT DOES NOT YET EXIST.                               *
001070*-----------------------------------------------------------*
001080 1000-INITIALIZE.
001090
001100     OPEN I-O AC-FIL.
001110     IF AC-FIL-NOTFOUND
001120         CLOSE AC-FIL
001130         OPEN OUTPUT AC-FIL
001140         CLOSE AC-FIL
001150         OPEN I-O AC-FIL
001160     END-IF.
001170
001180     IF AC-FIL-STATUS NOT = "00"
001190         DISPLAY "JTACTM - ACTMAS NOT AVAILABLE - STATUS "
001200                 AC-FIL-STATUS
001210         GOBACK
001220     END-IF.
001230
001240 1000-EXIT.
001250     EXIT.
001260
001270*-----------------------------------------------------------*
001280* 2000-PROCESS-ACTIVITY                                      *
001290*     PROMPTS FOR A FUNCTION AND AN ACTIVITY CODE, THEN       *
001300*     DISPATCHES TO THE ADD, CHANGE, OR DEACTIVATE PARAGRAPH. *
001310*-----------------------------------------------------------*
001320 2000-PROCESS-ACTIVITY.
001330
001340     DISPLAY "JTACTM - FUNCTION (A)DD, (C)HANGE, (D)EACTIVATE, ".
001350     DISPLAY "         (Q)UIT: ".
001360     ACCEPT AM-FUNCTION.
001370
001380     IF AM-QUIT
001390         MOVE "Y" TO AM-DONE-SW
001400         GO TO 2000-EXIT
001410     END-IF.
001420
001430     DISPLAY "ACTIVITY CODE: ".
001440     ACCEPT AM-REQ-ACTIV-CD.
001450
001460     IF AM-REQ-ACTIV-CD = SPACES
001470         DISPLAY "ACTIVITY CODE MAY NOT BE BLANK"
001480         GO TO 2000-EXIT
001490     END-IF.
001500
001510     EVALUATE TRUE
001520         WHEN AM-ADD
001530             PERFORM 3000-ADD-ACTIVITY THRU 3000-EXIT
001540         WHEN AM-CHANGE
001550             PERFORM 4000-CHANGE-ACTIVITY THRU 4000-EXIT
001560         WHEN AM-DEACTIVATE
001570             PERFORM 5000-DEACTIVATE-ACTIVITY THRU 5000-EXIT
001580         WHEN OTHER
001590             DISPLAY "INVALID FUNCTION - TRY AGAIN"
001600     END-EVALUATE.
001610
001620 2000-EXIT.
001630     EXIT.
001640
001650*-----------------------------------------------------------*
001660* 3000-ADD-ACTIVITY                                          *
001670*     A NEW ACTIVITY GOES ON FILE ACTIVE.                     *
001680*-----------------------------------------------------------*
001690 3000-ADD-ACTIVITY.
001700
001710     MOVE AM-REQ-ACTIV-CD TO AC-ACTIV-CD.
001720     MOVE "A" TO AC-ACTIV-STATUS.
001730
001740     PERFORM 3100-ACCEPT-ACTIVITY-DATA THRU 3100-EXIT.
001750
001760     WRITE AC-REC
001770         INVALID KEY
001780             DISPLAY "ACTIVITY ALREADY ON FILE - NOT ADDED"
001790         NOT INVALID KEY
001800             DISPLAY "ACTIVITY ADDED"
001810     END-WRITE.
001820
001830 3000-EXIT.
001840     EXIT.
001850
001860*-----------------------------------------------------------*
001870* 3100-ACCEPT-ACTIVITY-DATA                                  *
001880*     SHARED BY ADD AND CHANGE.  COLLECTS THE DESCRIPTION     *
001890*     AND THE OPERATION CODES VALID UNDER THE ACTIVITY, ONE   *
001900*     AT A TIME UNTIL A BLANK CODE OR THE 20-CODE CAP.        *
001910*-----------------------------------------------------------*
001920 3100-ACCEPT-ACTIVITY-DATA.
001930
001940     DISPLAY "DESCRIPTION: ".
001950     ACCEPT AC-ACTIV-DESC.
001960
001970     DISPLAY "KEY THE VALID OPERATION CODES (BLANK TO END):".
001980
001990     MOVE 0 TO AC-OP-CNT.
002000     MOVE "N" TO AM-OP-END-SW.
002010
002020     PERFORM 3200-ACCEPT-OP-CD THRU 3200-EXIT
002030         UNTIL AM-OP-END.
002040
002050 3100-EXIT.
002060     EXIT.
002070
002080 3200-ACCEPT-OP-CD.
002090
002100     IF AC-OP-CNT = 20
002110         DISPLAY "MAXIMUM 20 OPERATION CODES REACHED"
002120         MOVE "Y" TO AM-OP-END-SW
002130         GO TO 3200-EXIT
002140     END-IF.
002150
002160     DISPLAY "  OPERATION CODE: ".
002170     ACCEPT AM-OP-ENTRY.
002180
002190     IF AM-OP-ENTRY = SPACES
002200         MOVE "Y" TO AM-OP-END-SW
002210         GO TO 3200-EXIT
002220     END-IF.
002230
002240     MOVE "N" TO AM-OP-DUP-SW.
002250
002260     PERFORM 3210-TEST-OP-DUP THRU 3210-EXIT
002270         VARYING AM-OP-SUB FROM 1 BY 1
002280         UNTIL AM-OP-SUB > AC-OP-CNT OR AM-OP-DUP.
002290
002300     IF AM-OP-DUP
002310         DISPLAY "OPERATION CODE ALREADY LISTED"
002320         GO TO 3200-EXIT
002330     END-IF.
002340
002350     ADD 1 TO AC-OP-CNT.
002360     MOVE AM-OP-ENTRY TO AC-OP-CD (AC-OP-CNT).
002370
002380 3200-EXIT.
002390     EXIT.
002400
002410 3210-TEST-OP-DUP.
002420
002430     IF AC-OP-CD (AM-OP-SUB) = AM-OP-ENTRY
002440         MOVE "Y" TO AM-OP-DUP-SW
002450     END-IF.
002460
002470 3210-EXIT.
002480     EXIT.
002490
002500*-----------------------------------------------------------*
002510* 4000-CHANGE-ACTIVITY                                       *
002520*     SHOWS THE ACTIVITY ON FILE AND RE-KEYS IT.  THE STATUS  *
002530*     IS KEYED HERE TOO, SO A DEACTIVATED CODE CAN BE PUT     *
002540*     BACK IN SERVICE.                                        *
002550*-----------------------------------------------------------*
002560 4000-CHANGE-ACTIVITY.
002570
002580     MOVE AM-REQ-ACTIV-CD TO AC-ACTIV-CD.
002590
002600     READ AC-FIL
002610         INVALID KEY
002620             DISPLAY "ACTIVITY NOT ON FILE - NOT CHANGED"
002630             GO TO 4000-EXIT
002640     END-READ.
002650
002660     DISPLAY "CURRENT DESCRIPTION: " AC-ACTIV-DESC.
002670     DISPLAY "CURRENT STATUS: " AC-ACTIV-STATUS.
002680     DISPLAY "CURRENT OPERATION CODES:".
002690
002700     PERFORM 4100-SHOW-OP-CD THRU 4100-EXIT
002710         VARYING AM-OP-SUB FROM 1 BY 1
002720         UNTIL AM-OP-SUB > AC-OP-CNT.
002730
002740     MOVE SPACE TO AM-STATUS-ENTRY.
002750
002760     PERFORM 4200-ACCEPT-STATUS THRU 4200-EXIT
002770         UNTIL AM-STATUS-VALID.
002780
002790     MOVE AM-STATUS-ENTRY TO AC-ACTIV-STATUS.
002800
002810     PERFORM 3100-ACCEPT-ACTIVITY-DATA THRU 3100-EXIT.
002820
002830     REWRITE AC-REC
002840         INVALID KEY
002850             DISPLAY "REWRITE FAILED"
002860         NOT INVALID KEY
002870             DISPLAY "ACTIVITY CHANGED"
002880     END-REWRITE.
002890
002900 4000-EXIT.
002910     EXIT.
002920
002930 4100-SHOW-OP-CD.
002940
002950     DISPLAY "  " AC-OP-CD (AM-OP-SUB).
002960
002970 4100-EXIT.
002980     EXIT.
002990
003000 4200-ACCEPT-STATUS.
003010
003020     DISPLAY "STATUS (A)CTIVE OR (I)NACTIVE: ".
003030     ACCEPT AM-STATUS-ENTRY.
003040
003050     IF NOT AM-STATUS-VALID
003060         DISPLAY "STATUS MUST BE A OR I"
003070     END-IF.
003080
003090 4200-EXIT.
003100     EXIT.
003110
003120*-----------------------------------------------------------*
003130* 5000-DEACTIVATE-ACTIVITY                                   *
003140*     FLIPS THE STATUS TO INACTIVE - THE RECORD STAYS ON      *
003150*     FILE FOR THE REPORTS THAT PRINT ITS DESCRIPTION.        *
003160*-----------------------------------------------------------*
003170 5000-DEACTIVATE-ACTIVITY.
003180
003190     MOVE AM-REQ-ACTIV-CD TO AC-ACTIV-CD.
003200
003210     READ AC-FIL
003220         INVALID KEY
003230             DISPLAY "ACTIVITY NOT ON FILE - NOT DEACTIVATED"
003240             GO TO 5000-EXIT
003250     END-READ.
003260
003270     MOVE "I" TO AC-ACTIV-STATUS.
003280
003290     REWRITE AC-REC
003300         INVALID KEY
003310             DISPLAY "REWRITE FAILED"
003320         NOT INVALID KEY
003330             DISPLAY "ACTIVITY DEACTIVATED"
003340     END-REWRITE.
003350
003360 5000-EXIT.
003370     EXIT.
003380
003390*-----------------------------------------------------------*
003400* 9000-TERMINATE                                             *
003410*-----------------------------------------------------------*
003420 9000-TERMINATE.
003430
003440     CLOSE AC-FIL.
003450
003460 9000-EXIT.
003470     EXIT.
