000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTGLM.
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
000200* %(  New program.  Terminal maintenance for the GLMAP general
000210*     ledger account map (see JTGLSEL/JTGLLY) - adds, changes,
000220*     or deletes the work-in-process, overhead, overtime
000230*     premium, double-time premium, and accrued payroll
000240*     accounts keyed by cost center plus activity code.  An
000250*     activity code of spaces is the cost center's default
000260*     mapping; a specific activity code overrides it.  A
000270*     mapping may only be added or changed for a cost center
000280*     on CCMAS that has not been closed.  GLMAP is created on
000290*     the first run if it does not yet exist.  )%
000300
000310 ENVIRONMENT DIVISION.
000320
000330 CONFIGURATION SECTION.
000340
000350 SOURCE-COMPUTER.
000360     DECSYSTEM-20.
000370
000380 OBJECT-COMPUTER.
000390     DECSYSTEM-20.
000400
000410 INPUT-OUTPUT SECTION.
000420
000430 FILE-CONTROL.
000440     COPY jtglsel.
000450
000460     COPY jtccsel.
000470
000480 DATA DIVISION.
000490
000500 FILE SECTION.
000510
000520 FD  GM-FIL
000530     LABEL RECORDS ARE STANDARD.
000540
000550 01  GM-REC.
000560     COPY jtglly.
000570
000580 FD  CC-FIL
000590     LABEL RECORDS ARE STANDARD.
000600
000610 01  CC-REC.
000620     COPY jtccly.
000630
000640 WORKING-STORAGE SECTION.
000650     COPY jtglst.
000660
000670     COPY jtccst.
000680
000690 01  GL-FUNCTION                  PIC X(01).
000700     88  GL-ADD                   VALUE "A".
000710     88  GL-CHANGE                VALUE "C".
000720     88  GL-DELETE                VALUE "D".
000730     88  GL-QUIT                  VALUE "Q".
000740
000750 01  GL-DONE-SW                   PIC X(01) VALUE "N".
000760     88  GL-DONE                  VALUE "Y".
000770
000780 01  GL-CC-VALID-SW               PIC X(01).
000790     88  GL-CC-VALID              VALUE "Y".
000800
000810 01  GL-ACCT-ENTRY                PIC X(10).
000820
000830 PROCEDURE DIVISION.
000840
000850*-----------------------------------------------------------*
000860* 0000-MAINLINE                                              *
000870*-----------------------------------------------------------*
000880 0000-MAINLINE.
000890
000900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000910
000920     PERFORM 2000-PROCESS-MAPPING THRU 2000-EXIT
000930         UNTIL GL-DONE.
000940
000950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000960
000970     GOBACK.
000980
000990*-----------------------------------------------------------*
001000* 1000-INITIALIZE                                            *
001010*     OPENS GLMAP FOR UPDATE, CREATING IT ON THE FIRST RUN    *
001020*     IF IT DOES NOT YET EXIST, AND CCMAS FOR THE COST        *
001030*     CENTER CHECK.                                           *
001040*-----------------------------------------------------------*
001050 1000-INITIALIZE.
001060
001070     OPEN I-O GM-FIL.
001080     IF GM-FIL-NOTFOUND
001090         CLOSE GM-FIL
001100         OPEN OUTPUT GM-FIL
001110         CLOSE GM-FIL
001120         OPEN I-O GM-FIL
001130     END-IF.
001140
001150     IF GM-FIL-STATUS NOT = "00"
001160         DISPLAY "JTGLM - GLMAP NOT AVAILABLE - STATUS "
001170                 GM-FIL-STATUS
001180         GOBACK
001190     END-IF.
001200
001210     OPEN INPUT CC-FIL.
001220     IF CC-FIL-STATUS NOT = "00"
001230         DISPLAY "JTGLM - CCMAS NOT AVAILABLE - STATUS "
001240                 CC-FIL-STATUS
001250         CLOSE GM-FIL
001260         GOBACK
001270     END-IF.
001280
001290 1000-EXIT.
001300     EXIT.
001310
001320*-----------------------------------------------------------*
001330* 2000-PROCESS-MAPPING                                       *
001340*     PROMPTS FOR A FUNCTION AND THE MAPPING KEY, THEN        *
001350*     DISPATCHES TO THE ADD, CHANGE, OR DELETE PARAGRAPH.     *
001360*-----------------------------------------------------------*
001370 2000-PROCESS-MAPPING.
001380
001390     DISPLAY "JTGLM - FUNCTION (A)DD, (C)HANGE, (D)ELETE, ".
001400     DISPLAY "        (Q)UIT: ".
001410     ACCEPT GL-FUNCTION.
001420
001430     IF GL-QUIT
001440         MOVE "Y" TO GL-DONE-SW
001450     ELSE
001460         PERFORM 2100-ACCEPT-MAP-KEY THRU 2100-EXIT
001470         EVALUATE TRUE
001480             WHEN GL-ADD
001490                 PERFORM 3000-ADD-MAPPING THRU 3000-EXIT
001500             WHEN GL-CHANGE
001510                 PERFORM 4000-CHANGE-MAPPING THRU 4000-EXIT
001520             WHEN GL-DELETE
001530                 PERFORM 5000-DELETE-MAPPING THRU 5000-EXIT
001540             WHEN OTHER
001550                 DISPLAY "INVALID FUNCTION - TRY AGAIN"
001560         END-EVALUATE
001570     END-IF.
001580
001590 2000-EXIT.
001600     EXIT.
001610
001620 2100-ACCEPT-MAP-KEY.
001630
001640     DISPLAY "COST CENTER: ".
001650     ACCEPT GM-COST-CENTER.
001660     DISPLAY "ACTIVITY CODE (BLANK FOR COST CENTER DEFAULT): ".
001670     ACCEPT GM-ACTIV-CD.
001680
001690 2100-EXIT.
001700     EXIT.
001710
001720*-----------------------------------------------------------*
001730* 2200-CHECK-COST-CENTER                                     *
001740*     A MAPPING IS ONLY ADDED OR CHANGED FOR A COST CENTER    *
001750*     ON CCMAS THAT HAS NOT BEEN CLOSED.                      *
001760*-----------------------------------------------------------*
001770 2200-CHECK-COST-CENTER.
001780
001790     MOVE "Y" TO GL-CC-VALID-SW.
001800
001810     MOVE GM-COST-CENTER TO CC-COST-CENTER.
001820
001830     READ CC-FIL
001840         INVALID KEY
001850             DISPLAY "COST CENTER NOT ON FILE"
001860             MOVE "N" TO GL-CC-VALID-SW
001870             GO TO 2200-EXIT
001880     END-READ.
001890
001900     IF CC-CLOSED
001910         DISPLAY "COST CENTER IS CLOSED"
001920         MOVE "N" TO GL-CC-VALID-SW
001930     END-IF.
001940
001950 2200-EXIT.
001960     EXIT.
001970
001980*-----------------------------------------------------------*
001990* 2300-ACCEPT-ACCOUNTS                                       *
002000*     SHARED BY ADD AND CHANGE.  EACH ACCOUNT PROMPT SHOWS    *
002010*     THE CURRENT NUMBER, WHICH IS KEPT WHEN NOTHING IS       *
002020*     KEYED - ON AN ADD THE CALLER CLEARS THEM FIRST.         *
002030*-----------------------------------------------------------*
002040 2300-ACCEPT-ACCOUNTS.
002050
002060     DISPLAY "WIP ACCOUNT (" GM-WIP-ACCT "): ".
002070     ACCEPT GL-ACCT-ENTRY.
002080     IF GL-ACCT-ENTRY NOT = SPACES
002090         MOVE GL-ACCT-ENTRY TO GM-WIP-ACCT
002100     END-IF.
002110
002120     DISPLAY "OVERHEAD ACCOUNT (" GM-OVHD-ACCT "): ".
002130     ACCEPT GL-ACCT-ENTRY.
002140     IF GL-ACCT-ENTRY NOT = SPACES
002150         MOVE GL-ACCT-ENTRY TO GM-OVHD-ACCT
002160     END-IF.
002170
002180     DISPLAY "OVERTIME PREMIUM ACCOUNT (" GM-OT-PREM-ACCT "): ".
002190     ACCEPT GL-ACCT-ENTRY.
002200     IF GL-ACCT-ENTRY NOT = SPACES
002210         MOVE GL-ACCT-ENTRY TO GM-OT-PREM-ACCT
002220     END-IF.
002230
002240     DISPLAY "DOUBLE-TIME PREMIUM ACCOUNT (" GM-DT-PREM-ACCT
002250             "): ".
002260     ACCEPT GL-ACCT-ENTRY.
002270     IF GL-ACCT-ENTRY NOT = SPACES
002280         MOVE GL-ACCT-ENTRY TO GM-DT-PREM-ACCT
002290     END-IF.
002300
002310     DISPLAY "ACCRUED PAYROLL ACCOUNT (" GM-ACCRUAL-ACCT "): ".
002320     ACCEPT GL-ACCT-ENTRY.
002330     IF GL-ACCT-ENTRY NOT = SPACES
002340         MOVE GL-ACCT-ENTRY TO GM-ACCRUAL-ACCT
002350     END-IF.
002360
002370 2300-EXIT.
002380     EXIT.
002390
002400*-----------------------------------------------------------*
002410* 3000-ADD-MAPPING                                           *
002420*-----------------------------------------------------------*
002430 3000-ADD-MAPPING.
002440
002450     PERFORM 2200-CHECK-COST-CENTER THRU 2200-EXIT.
002460
002470     IF NOT GL-CC-VALID
002480         DISPLAY "MAPPING NOT ADDED"
002490         GO TO 3000-EXIT
002500     END-IF.
002510
002520     MOVE SPACES TO GM-WIP-ACCT.
002530     MOVE SPACES TO GM-OVHD-ACCT.
002540     MOVE SPACES TO GM-OT-PREM-ACCT.
002550     MOVE SPACES TO GM-DT-PREM-ACCT.
002560     MOVE SPACES TO GM-ACCRUAL-ACCT.
002570
002580     PERFORM 2300-ACCEPT-ACCOUNTS THRU 2300-EXIT.
002590
002600     WRITE GM-REC
002610         INVALID KEY
002620             DISPLAY "MAPPING ALREADY ON FILE - NOT ADDED"
002630         NOT INVALID KEY
002640             DISPLAY "MAPPING ADDED"
002650     END-WRITE.
002660
002670 3000-EXIT.
002680     EXIT.
002690
002700*-----------------------------------------------------------*
002710* 4000-CHANGE-MAPPING                                        *
002720*-----------------------------------------------------------*
002730 4000-CHANGE-MAPPING.
002740
002750     PERFORM 2200-CHECK-COST-CENTER THRU 2200-EXIT.
002760
002770     IF NOT GL-CC-VALID
002780         DISPLAY "MAPPING NOT CHANGED"
002790         GO TO 4000-EXIT
002800     END-IF.
002810
002820     READ GM-FIL
002830         INVALID KEY
002840             DISPLAY "MAPPING NOT ON FILE - NOT CHANGED"
002850             GO TO 4000-EXIT
002860     END-READ.
002870
002880     PERFORM 2300-ACCEPT-ACCOUNTS THRU 2300-EXIT.
002890
002900     REWRITE GM-REC
002910         INVALID KEY
002920             DISPLAY "REWRITE FAILED"
002930         NOT INVALID KEY
002940             DISPLAY "MAPPING CHANGED"
002950     END-REWRITE.
002960
002970 4000-EXIT.
002980     EXIT.
002990
003000*-----------------------------------------------------------*
003010* 5000-DELETE-MAPPING                                        *
003020*-----------------------------------------------------------*
003030 5000-DELETE-MAPPING.
003040
003050     READ GM-FIL
003060         INVALID KEY
003070             DISPLAY "MAPPING NOT ON FILE - NOT DELETED"
003080             GO TO 5000-EXIT
003090     END-READ.
003100
003110     DELETE GM-FIL RECORD
003120         INVALID KEY
003130             DISPLAY "DELETE FAILED"
003140         NOT INVALID KEY
003150             DISPLAY "MAPPING DELETED"
003160     END-DELETE.
003170
003180 5000-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------*
003220* 9000-TERMINATE                                             *
003230*-----------------------------------------------------------*
003240 9000-TERMINATE.
003250
003260     CLOSE GM-FIL.
003270     CLOSE CC-FIL.
003280
003290 9000-EXIT.
003300     EXIT.
