000290* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
000300*     way to GOBACK so control returns to the menu, at a
000310*     clean end and at a startup failure alike.  )%
000320*
000330* Edit (15-Oct-26, 'J. A. Hartley')
000340* %(  A rate may only be added or changed for a cost center
000350*     on the new CCMAS cost center master (see JTCCSEL/
000360*     JTCCLY) that has not been closed.  Deleting a rate is
000370*     still allowed for any center, so a closed center's
000380*     rates can be cleared out.  A missing CCMAS stops the
000390*     run.  )%
000400
000410 ENVIRONMENT DIVISION.
000420
000430 CONFIGURATION SECTION.
000440
000450 SOURCE-COMPUTER.
000460     DECSYSTEM-20.
000470
000480 OBJECT-COMPUTER.
000490     DECSYSTEM-20.
000500
000510 INPUT-OUTPUT SECTION.
000520
000530 FILE-CONTROL.
000540     COPY jtrtesel.
000550
000560     COPY jtccsel.
000570
000580 DATA DIVISION.
000590
000600 FILE SECTION.
000610
000620 FD  RT-FIL
000630     LABEL RECORDS ARE STANDARD.
000640
000650 01  RT-REC.
000660     COPY jtrtely.
000670
000680 FD  CC-FIL
000690     LABEL RECORDS ARE STANDARD.
000700
000710 01  CC-REC.
000720     COPY jtccly.
000730
000740 WORKING-STORAGE SECTION.
000750     COPY jtrtest.
000760
000770     COPY jtccst.
000780
000790 01  RM-FUNCTION                  PIC X(01).
000800     88  RM-ADD                   VALUE "A".
000810     88  RM-CHANGE                VALUE "C".
000820     88  RM-DELETE                VALUE "D".
000830     88  RM-QUIT                  VALUE "Q".
000840
000850 01  RM-DONE-SW                   PIC X(01) VALUE "N".
000860     88  RM-DONE                  VALUE "Y".
000870
000880 01  RM-RATE-ENTRY                PIC 9(03)V99.
000890
000900 01  RM-RATE-DISPLAY              PIC ZZ9.99.
000910
000920 01  RM-CC-VALID-SW               PIC X(01).
000930     88  RM-CC-VALID              VALUE "Y".
000940
000950 PROCEDURE DIVISION.
000960
000970*-----------------------------------------------------------*
000980* 0000-MAINLINE                                              *
000990*-----------------------------------------------------------*
001000 0000-MAINLINE.
001010
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030
001040     PERFORM 2000-PROCESS-RATE THRU 2000-EXIT
001050         UNTIL RM-DONE.
001060
001070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001080
001090     GOBACK.
001100
001110*-----------------------------------------------------------*
001120* 1000-INITIALIZE                                            *
001130*     OPENS RATEMAS FOR UPDATE, CREATING IT ON THE FIRST RUN  *
001140*     IF IT DOES NOT YET EXIST, AND CCMAS FOR THE COST        *
001150*     CENTER CHECK.                                           *
001160*-----------------------------------------------------------*
001170 1000-INITIALIZE.
001180
001190     OPEN I-O RT-FIL.
001200     IF RT-FIL-NOTFOUND
001210         CLOSE RT-FIL
001220         OPEN OUTPUT RT-FIL
001230         CLOSE RT-FIL
001240         OPEN I-O RT-FIL
001250     END-IF.
001260
001270     IF RT-FIL-STATUS NOT = "00"
001280         DISPLAY "JTRTEM - RATEMAS NOT AVAILABLE - STATUS "
001290                 RT-FIL-STATUS
001300         GOBACK
001310     END-IF.
001320
001330     OPEN INPUT CC-FIL.
001340     IF CC-FIL-STATUS NOT = "00"
001350         DISPLAY "JTRTEM - CCMAS NOT AVAILABLE - STATUS "
001360                 CC-FIL-STATUS
001370         CLOSE RT-FIL
001380         GOBACK
001390     END-IF.
001400
001410 1000-EXIT.
001420     EXIT.
001430
001440*-----------------------------------------------------------*
001450* 2000-PROCESS-RATE                                          *
001460*     PROMPTS FOR A FUNCTION AND THE RATE KEY, THEN           *
001470*     DISPATCHES TO THE ADD, CHANGE, OR DELETE PARAGRAPH.     *
001480*-----------------------------------------------------------*
001490 2000-PROCESS-RATE.
001500
001510     DISPLAY "JTRTEM - FUNCTION (A)DD, (C)HANGE, (D)ELETE, ".
001520     DISPLAY "         (Q)UIT: ".
001530     ACCEPT RM-FUNCTION.
001540
001550     IF RM-QUIT
001560         MOVE "Y" TO RM-DONE-SW
001570     ELSE
001580         PERFORM 2100-ACCEPT-RATE-KEY THRU 2100-EXIT
001590         EVALUATE TRUE
001600             WHEN RM-ADD
001610                 PERFORM 3000-ADD-RATE THRU 3000-EXIT
001620             WHEN RM-CHANGE
001630                 PERFORM 4000-CHANGE-RATE THRU 4000-EXIT
001640             WHEN RM-DELETE
001650                 PERFORM 5000-DELETE-RATE THRU 5000-EXIT
001660             WHEN OTHER
001670                 DISPLAY "INVALID FUNCTION - TRY AGAIN"
001680         END-EVALUATE
001690     END-IF.
001700
001710 2000-EXIT.
001720     EXIT.
001730
001740 2100-ACCEPT-RATE-KEY.
001750
001760     DISPLAY "COST CENTER: ".
001770     ACCEPT RT-COST-CENTER.
001780     DISPLAY "ACTIVITY CODE (BLANK FOR COST CENTER DEFAULT): ".
001790     ACCEPT RT-ACTIV-CD.
001800
001810 2100-EXIT.
001820     EXIT.
001830
001840*-----------------------------------------------------------*
001850* 2200-CHECK-COST-CENTER                                     *
001860*     A RATE IS ONLY ADDED OR CHANGED FOR A COST CENTER ON    *
001870*     CCMAS THAT HAS NOT BEEN CLOSED.                         *
001880*-----------------------------------------------------------*
001890 2200-CHECK-COST-CENTER.
001900
001910     MOVE "Y" TO RM-CC-VALID-SW.
001920
001930     MOVE RT-COST-CENTER TO CC-COST-CENTER.
001940
001950     READ CC-FIL
001960         INVALID KEY
001970             DISPLAY "COST CENTER NOT ON FILE"
001980             MOVE "N" TO RM-CC-VALID-SW
001990             GO TO 2200-EXIT
002000     END-READ.
002010
002020     IF CC-CLOSED
002030         DISPLAY "COST CENTER IS CLOSED"
002040         MOVE "N" TO RM-CC-VALID-SW
002050     END-IF.
002060
002070 2200-EXIT.
002080     EXIT.
002090
002100*-----------------------------------------------------------*
002110* 3000-ADD-RATE                                              *
002120*-----------------------------------------------------------*
002130 3000-ADD-RATE.
002140
002150     PERFORM 2200-CHECK-COST-CENTER THRU 2200-EXIT.
002160
002170     IF NOT RM-CC-VALID
002180         DISPLAY "RATE NOT ADDED"
002190         GO TO 3000-EXIT
002200     END-IF.
002210
002220     DISPLAY "RATE PER HOUR: ".
002230     ACCEPT RM-RATE-ENTRY.
002240     MOVE RM-RATE-ENTRY TO RT-RATE-PER-HOUR.
002250
002260     WRITE RT-REC
002270         INVALID KEY
002280             DISPLAY "RATE ALREADY ON FILE - NOT ADDED"
002290         NOT INVALID KEY
002300             DISPLAY "RATE ADDED"
002310     END-WRITE.
002320
002330 3000-EXIT.
002340     EXIT.
002350
002360*-----------------------------------------------------------*
002370* 4000-CHANGE-RATE                                           *
002380*-----------------------------------------------------------*
002390 4000-CHANGE-RATE.
002400
002410     PERFORM 2200-CHECK-COST-CENTER THRU 2200-EXIT.
002420
002430     IF NOT RM-CC-VALID
002440         DISPLAY "RATE NOT CHANGED"
002450         GO TO 4000-EXIT
002460     END-IF.
002470
002480     READ RT-FIL
002490         INVALID KEY
002500             DISPLAY "RATE NOT ON FILE - NOT CHANGED"
002510             GO TO 4000-EXIT
002520     END-READ.
002530
002540     MOVE RT-RATE-PER-HOUR TO RM-RATE-DISPLAY.
002550     DISPLAY "CURRENT RATE PER HOUR: " RM-RATE-DISPLAY.
002560
002570     DISPLAY "NEW RATE PER HOUR: ".
002580     ACCEPT RM-RATE-ENTRY.
002590     MOVE RM-RATE-ENTRY TO RT-RATE-PER-HOUR.
002600
002610     REWRITE RT-REC
002620         INVALID KEY
002630             DISPLAY "REWRITE FAILED"
002640         NOT INVALID KEY
002650             DISPLAY "RATE CHANGED"
002660     END-REWRITE.
002670
002680 4000-EXIT.
002690     EXIT.
002700
002710*-----------------------------------------------------------*
002720* 5000-DELETE-RATE                                           *
002730*-----------------------------------------------------------*
002740 5000-DELETE-RATE.
002750
002760     READ RT-FIL
002770         INVALID KEY
002780             DISPLAY "RATE NOT ON FILE - NOT DELETED"
002790             GO TO 5000-EXIT
002800     END-READ.
002810
002820     DELETE RT-FIL RECORD
002830         INVALID KEY
002840             DISPLAY "DELETE FAILED"
002850         NOT INVALID KEY
002860             DISPLAY "RATE DELETED"
002870     END-DELETE.
002880
002890 5000-EXIT.
002900     EXIT.
002910
002920*-----------------------------------------------------------*
002930* 9000-TERMINATE                                             *
002940*-----------------------------------------------------------*
002950 9000-TERMINATE.
002960
002970     CLOSE RT-FIL.
002980     CLOSE CC-FIL.
002990
003000 9000-EXIT.
003010     EXIT.
