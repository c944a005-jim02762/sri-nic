000490* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
000500*     way to GOBACK so control returns to the menu, at a
000510*     clean end and at a startup failure alike.  )%
000520*
000530* Edit (15-Oct-26, 'J. A. Hartley')
000540* %(  Sign-off follows the CCMAS cost center master (see
000550*     JTCCSEL/JTCCLY).  The JTSGNLY sign-on block now arrives
000560*     in LINKAGE, as it does for JTTERM, and a cost center is
000570*     only walked when SG-OPER-ID is its assigned supervisor
000580*     or alternate - any other approver is turned away, as is
000590*     a cost center not on CCMAS.  A closed center may still
000600*     be signed off so its last tickets are not stranded.
000610*     CCMAS must be available or the run stops.  )%
000620*
000630* Edit (15-Oct-26, 'J. A. Hartley')
000640* %(  Name this program and the signed-on approver in the
000650*     JTSERV request block, so the after-image JTSERV now
000660*     journals for every sign-off carries them.  )%
000670
000680 ENVIRONMENT DIVISION.
000690
000700 CONFIGURATION SECTION.
000710
000720 SOURCE-COMPUTER.
000730     DECSYSTEM-20.
000740
000750 OBJECT-COMPUTER.
000760     DECSYSTEM-20.
000770
000780 INPUT-OUTPUT SECTION.
000790
000800 FILE-CONTROL.
000810     COPY jtccsel.
000820
000830 DATA DIVISION.
000840
000850 FILE SECTION.
000860
000870 FD  CC-FIL
000880     LABEL RECORDS ARE STANDARD.
000890
000900 01  CC-REC.
000910     COPY jtccly.
000920
000930 WORKING-STORAGE SECTION.
000940     COPY jtccst.
000950
000960 01  JT-SRV-REQ.
000970     COPY jtsrvly.
000980
000990 01  JT-REC.
001000     COPY jtrecly.
001010
001020 01  AP-REQ-COST-CENTER           PIC X(04).
001030
001040 01  AP-DONE-SW                   PIC X(01) VALUE "N".
001050     88  AP-DONE                  VALUE "Y".
001060
001070 01  AP-CTR-EOF-SW                PIC X(01) VALUE "N".
001080     88  AP-CTR-EOF               VALUE "Y".
001090
001100 01  AP-ACTION                    PIC X(01).
001110     88  AP-APPROVE               VALUE "A".
001120     88  AP-HOLD                  VALUE "H".
001130     88  AP-SKIP                  VALUE "S".
001140     88  AP-QUIT-CTR              VALUE "Q".
001150
001160 01  AP-HOURS-DISPLAY             PIC ZZZ,ZZ9.99-.
001170
001180 01  AP-APPROVED-CNT              PIC 9(07) COMP VALUE 0.
001190
001200 01  AP-HELD-CNT                  PIC 9(07) COMP VALUE 0.
001210
001220 LINKAGE SECTION.
001230
001240 01  JT-SIGNON.
001250     COPY jtsgnly.
001260
001270 PROCEDURE DIVISION USING JT-SIGNON.
001280
001290*-----------------------------------------------------------*
001300* 0000-MAINLINE                                              *
001310*-----------------------------------------------------------*
001320 0000-MAINLINE.
001330
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350
001360     PERFORM 2000-PROCESS-COST-CENTER THRU 2000-EXIT
001370         UNTIL AP-DONE.
001380
001390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001400
001410     GOBACK.
001420
001430*-----------------------------------------------------------*
001440* 1000-INITIALIZE                                            *
001450*-----------------------------------------------------------*
001460 1000-INITIALIZE.
001470
001480     OPEN INPUT CC-FIL.
001490     IF CC-FIL-STATUS NOT = "00"
001500         DISPLAY "JTAPPR - CCMAS NOT AVAILABLE - STATUS "
001510                 CC-FIL-STATUS
001520         GOBACK
001530     END-IF.
001540
001550     MOVE "JTAPPR" TO SR-PROGRAM.
001560     MOVE SG-OPER-ID TO SR-OPER-ID.
001570     MOVE "OP" TO SR-FUNCTION.
001580     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
001590     IF NOT SR-OK
001600         DISPLAY "JTAPPR - JOBTICRMS NOT AVAILABLE - STATUS "
001610                 SR-STATUS
001620         CLOSE CC-FIL
001630         GOBACK
001640     END-IF.
001650
001660 1000-EXIT.
001670     EXIT.
001680
001690*-----------------------------------------------------------*
001700* 2000-PROCESS-COST-CENTER                                   *
001710*     PROMPTS FOR A COST CENTER, STARTS THE SERVER ON THE     *
001720*     JT-COST-CENTER ALTERNATE KEY, AND WALKS THAT COST       *
001730*     CENTER'S TICKETS FOR SIGN-OFF.  THE COST CENTER MUST BE *
001740*     ON CCMAS AND ASSIGNED TO THE SIGNED-ON OPERATOR AS ITS  *
001750*     SUPERVISOR OR ALTERNATE.                                *
001760*-----------------------------------------------------------*
001770 2000-PROCESS-COST-CENTER.
001780
001790     DISPLAY "JTAPPR - COST CENTER (Q TO QUIT): ".
001800     ACCEPT AP-REQ-COST-CENTER.
001810
001820     IF AP-REQ-COST-CENTER = "Q" OR AP-REQ-COST-CENTER = "q"
001830         MOVE "Y" TO AP-DONE-SW
001840         GO TO 2000-EXIT
001850     END-IF.
001860
001870     MOVE AP-REQ-COST-CENTER TO CC-COST-CENTER.
001880
001890     READ CC-FIL
001900         INVALID KEY
001910             DISPLAY "COST CENTER NOT ON FILE"
001920             GO TO 2000-EXIT
001930     END-READ.
001940
001950     IF SG-OPER-ID NOT = CC-SUPV-OPER-ID
001960        AND SG-OPER-ID NOT = CC-ALT-OPER-ID
001970         DISPLAY "NOT AUTHORIZED TO APPROVE COST CENTER "
001980                 AP-REQ-COST-CENTER
001990         GO TO 2000-EXIT
002000     END-IF.
002010
002020     MOVE "N" TO AP-CTR-EOF-SW.
002030
002040     MOVE AP-REQ-COST-CENTER TO JT-COST-CENTER.
002050
002060     MOVE "SC" TO SR-FUNCTION.
002070     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
002080     IF NOT SR-OK
002090         DISPLAY "NO JOB TICKETS FOUND FOR THAT COST CENTER"
002100         MOVE "Y" TO AP-CTR-EOF-SW
002110     END-IF.
002120
002130     IF NOT AP-CTR-EOF
002140         PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT
002150     END-IF.
002160
002170     PERFORM 2200-SIGN-OFF-TICKET THRU 2200-EXIT
002180         UNTIL AP-CTR-EOF.
002190
002200 2000-EXIT.
002210     EXIT.
002220
002230 2100-READ-NEXT-TICKET.
002240
002250     MOVE "RN" TO SR-FUNCTION.
002260     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
002270     IF NOT SR-OK
002280         IF SR-REC-LOCKED
002290             DISPLAY "TICKET IN USE AT ANOTHER TERMINAL - "
002300                     "COST CENTER WALK ENDED - TRY AGAIN"
002310         END-IF
002320         MOVE "Y" TO AP-CTR-EOF-SW
002330     END-IF.
002340
002350 2100-EXIT.
002360     EXIT.
002370
002380*-----------------------------------------------------------*
002390* 2200-SIGN-OFF-TICKET                                       *
002400*     SHOWS ONE TICKET AND MARKS IT APPROVED OR HELD AT THE   *
002410*     SUPERVISOR'S ANSWER.  AN EXTRACTED TICKET IS SHOWN FOR  *
002420*     REFERENCE BUT MAY NOT BE CHANGED.                       *
002430*-----------------------------------------------------------*
002440 2200-SIGN-OFF-TICKET.
002450
002460     IF JT-COST-CENTER NOT = AP-REQ-COST-CENTER
002470         MOVE "Y" TO AP-CTR-EOF-SW
002480         GO TO 2200-EXIT
002490     END-IF.
002500
002510     MOVE JT-TOTAL-HRS TO AP-HOURS-DISPLAY.
002520
002530     DISPLAY "BADGE " JT-BADGE-NUM " WEEK " JT-WK-END-DATE
002540             " HOURS " AP-HOURS-DISPLAY " STATUS " JT-STATUS.
002550     DISPLAY "  " JT-NAME.
002560
002570     IF JT-ORIG-WK-END-DATE NOT = 0
002580         DISPLAY "  ADJUSTS WEEK " JT-ORIG-WK-END-DATE
002590                 " BADGE " JT-ORIG-BADGE-NUM
002600     END-IF.
002610
002620     IF JT-EXTRACTED
002630         DISPLAY "  ALREADY EXTRACTED - NO CHANGE ALLOWED"
002640         PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT
002650         GO TO 2200-EXIT
002660     END-IF.
002670
002680     DISPLAY "  (A)PPROVE, (H)OLD, (S)KIP, (Q)UIT COST CENTER: ".
002690     ACCEPT AP-ACTION.
002700
002710     EVALUATE TRUE
002720         WHEN AP-APPROVE
002730             MOVE "A" TO JT-STATUS
002740             PERFORM 2300-REWRITE-STATUS THRU 2300-EXIT
002750             ADD 1 TO AP-APPROVED-CNT
002760         WHEN AP-HOLD
002770             MOVE "H" TO JT-STATUS
002780             PERFORM 2300-REWRITE-STATUS THRU 2300-EXIT
002790             ADD 1 TO AP-HELD-CNT
002800         WHEN AP-SKIP
002810             CONTINUE
002820         WHEN AP-QUIT-CTR
002830             MOVE "Y" TO AP-CTR-EOF-SW
002840             GO TO 2200-EXIT
002850         WHEN OTHER
002860             DISPLAY "INVALID ACTION - TICKET SKIPPED"
002870     END-EVALUATE.
002880
002890     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
002900
002910 2200-EXIT.
002920     EXIT.
002930
002940 2300-REWRITE-STATUS.
002950
002960     MOVE "RW" TO SR-FUNCTION.
002970     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
002980     IF NOT SR-OK
002990         IF SR-REC-LOCKED
003000             DISPLAY "  TICKET IN USE AT ANOTHER TERMINAL "
003010                     "- TRY AGAIN"
003020         ELSE
003030             DISPLAY "  STATUS REWRITE FAILED"
003040         END-IF
003050     ELSE
003060         DISPLAY "  TICKET MARKED " JT-STATUS
003070     END-IF.
003080
003090 2300-EXIT.
003100     EXIT.
003110
003120*-----------------------------------------------------------*
003130* 9000-TERMINATE                                             *
003140*-----------------------------------------------------------*
003150 9000-TERMINATE.
003160
003170     MOVE "CL" TO SR-FUNCTION.
003180     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
003190
003200     CLOSE CC-FIL.
003210
003220     DISPLAY "JTAPPR - TICKETS APPROVED: " AP-APPROVED-CNT.
003230     DISPLAY "JTAPPR - TICKETS HELD: " AP-HELD-CNT.
003240
003250 9000-EXIT.
003260     EXIT.
