000480*     SR-STATUS (see JTSRVLY's SR-REC-LOCKED), and the
000490*     callers tell the operator to try again rather than
000500*     treating it as a hard failure.  )%
000510*
000520* Edit (15-Oct-26, 'J. A. Hartley')
000530* %(  Every good write, rewrite, and delete now journals a full
000540*     after-image of the ticket through JTJNLWR onto the JTAIJNL
000550*     recovery journal, stamped with the SR-PROGRAM and
000560*     SR-OPER-ID the caller now sets in the request block.  A
000570*     delete reads the ticket first so the journal gets the
000580*     whole record, and the caller's area comes back holding
000590*     the ticket that was deleted.  )%
000600
000610 ENVIRONMENT DIVISION.
000620
000630 CONFIGURATION SECTION.
000640
000650 SOURCE-COMPUTER.
000660     DECSYSTEM-20.
000670
000680 OBJECT-COMPUTER.
000690     DECSYSTEM-20.
000700
000710 INPUT-OUTPUT SECTION.
000720
000730 FILE-CONTROL.
000740
000750*-----------------------------------------------------------*
000760* JTSEL'S ENTRY PLUS LOCK MODE IS AUTOMATIC - KEEP THE KEYS  *
000770* IN STEP WITH JTSEL BY HAND IF THEY EVER CHANGE.            *
000780*-----------------------------------------------------------*
000790     SELECT JT-FIL ASSIGN TO "JOBTICRMS"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS JT-TICKET-KEY
000830         ALTERNATE RECORD KEY IS JT-COST-CENTER WITH DUPLICATES
000840         LOCK MODE IS AUTOMATIC
000850         FILE STATUS IS JT-FIL-STATUS.
000860
000870 DATA DIVISION.
000880
000890 FILE SECTION.
000900
000910 FD  JT-FIL
000920     LABEL RECORDS ARE STANDARD.
000930
000940 01  JT-REC.
000950     COPY jtrecly.
000960
000970 WORKING-STORAGE SECTION.
000980     COPY jtstat.
000990
001000 01  SV-OPEN-SW                   PIC X(01) VALUE "N".
001010     88  SV-FILE-OPEN             VALUE "Y".
001020
001030 01  SV-DTL-SUB                   PIC 9(04) COMP.
001040
001050 01  JT-JNL-REQ.
001060     COPY jtjnrly.
001070
001080 LINKAGE SECTION.
001090
001100 01  SR-REQUEST.
001110     COPY jtsrvly.
001120
001130 01  SR-JT-REC.
001140     COPY jtrecly
001150         REPLACING ==JT-TICKET-KEY==   BY ==SR-D-TICKET-KEY==
001160                   ==JT-NAME==         BY ==SR-D-NAME==
001170                   ==JT-BADGE-NUM==    BY ==SR-D-BADGE-NUM==
001180                   ==JT-COST-CENTER==  BY ==SR-D-COST-CENTER==
001190                   ==JT-WK-END-DATE==  BY ==SR-D-WK-END-DATE==
001200                   ==JT-TOTAL-HRS==    BY ==SR-D-TOTAL-HRS==
001210                   ==JT-STATUS==       BY ==SR-D-STATUS==
001220                   ==JT-ENTERED==      BY ==SR-D-ENTERED==
001230                   ==JT-APPROVED==     BY ==SR-D-APPROVED==
001240                   ==JT-HELD==         BY ==SR-D-HELD==
001250                   ==JT-EXTRACTED==    BY ==SR-D-EXTRACTED==
001260                   ==JT-ORIG-TICKET-KEY==
001270                                  BY ==SR-D-ORIG-TICKET-KEY==
001280                   ==JT-ORIG-WK-END-DATE==
001290                                  BY ==SR-D-ORIG-WK-END-DATE==
001300                   ==JT-ORIG-BADGE-NUM==
001310                                  BY ==SR-D-ORIG-BADGE-NUM==
001320                   ==JT-DTL-CNT==      BY ==SR-D-DTL-CNT==
001330                   ==JT-DETAIL-LINES== BY ==SR-D-DETAIL-LINES==
001340                   ==JT-ACTIV-CD==     BY ==SR-D-ACTIV-CD==
001350                   ==JT-PL-NUM==       BY ==SR-D-PL-NUM==
001360                   ==JT-DIS-NUM==      BY ==SR-D-DIS-NUM==
001370                   ==JT-MFG-NUM==      BY ==SR-D-MFG-NUM==
001380                   ==JT-HOURS==        BY ==SR-D-HOURS==
001390                   ==JT-OP-CD==        BY ==SR-D-OP-CD==.
001400
001410 PROCEDURE DIVISION USING SR-REQUEST SR-JT-REC.
001420
001430*-----------------------------------------------------------*
001440* 0000-MAINLINE                                              *
001450*     ONE CALL, ONE OPERATION.  THE FILE OPENS ON THE FIRST   *
001460*     CALL AND STAYS OPEN UNTIL A CLOSE REQUEST OR THE END    *
001470*     OF THE RUN UNIT.                                        *
001480*-----------------------------------------------------------*
001490 0000-MAINLINE.
001500
001510     IF NOT SV-FILE-OPEN AND NOT SR-CLOSE-FILE
001520         PERFORM 1000-OPEN-FILE THRU 1000-EXIT
001530         IF NOT SV-FILE-OPEN
001540             GO TO 0000-EXIT
001550         END-IF
001560     END-IF.
001570
001580     EVALUATE TRUE
001590         WHEN SR-OPEN-FILE
001600             CONTINUE
001610         WHEN SR-READ-RANDOM
001620             PERFORM 2000-READ-RANDOM THRU 2000-EXIT
001630         WHEN SR-READ-NEXT
001640             PERFORM 2100-READ-NEXT THRU 2100-EXIT
001650         WHEN SR-START-TICKET-KEY
001660             PERFORM 2200-START-TICKET-KEY THRU 2200-EXIT
001670         WHEN SR-START-COST-CTR
001680             PERFORM 2300-START-COST-CTR THRU 2300-EXIT
001690         WHEN SR-WRITE-TICKET
001700             PERFORM 3000-WRITE-TICKET THRU 3000-EXIT
001710         WHEN SR-REWRITE-TICKET
001720             PERFORM 3100-REWRITE-TICKET THRU 3100-EXIT
001730         WHEN SR-DELETE-TICKET
001740             PERFORM 3200-DELETE-TICKET THRU 3200-EXIT
001750         WHEN SR-CLOSE-FILE
001760             PERFORM 9000-CLOSE-FILE THRU 9000-EXIT
001770         WHEN OTHER
001780             MOVE "99" TO SR-STATUS
001790     END-EVALUATE.
001800
001810 0000-EXIT.
001820     EXIT PROGRAM.
001830
001840*-----------------------------------------------------------*
001850* 1000-OPEN-FILE                                             *
001860*-----------------------------------------------------------*
001870 1000-OPEN-FILE.
001880
001890     OPEN I-O JT-FIL.
001900     MOVE JT-FIL-STATUS TO SR-STATUS.
001910
001920     IF JT-FIL-OK
001930         MOVE "Y" TO SV-OPEN-SW
001940     END-IF.
001950
001960 1000-EXIT.
001970     EXIT.
001980
001990*-----------------------------------------------------------*
002000* 2000-READ-RANDOM                                           *
002010*     READS BY THE TICKET KEY PRIMED IN THE CALLER'S RECORD   *
002020*     AREA AND HANDS THE RECORD BACK ON A GOOD READ.          *
002030*-----------------------------------------------------------*
002040 2000-READ-RANDOM.
002050
002060     MOVE SR-D-WK-END-DATE TO JT-WK-END-DATE.
002070     MOVE SR-D-BADGE-NUM TO JT-BADGE-NUM.
002080
002090     READ JT-FIL
002100         INVALID KEY
002110             CONTINUE
002120     END-READ.
002130
002140     MOVE JT-FIL-STATUS TO SR-STATUS.
002150
002160     IF JT-FIL-OK
002170         PERFORM 8000-COPY-REC-TO-CALLER THRU 8000-EXIT
002180     END-IF.
002190
002200 2000-EXIT.
002210     EXIT.
002220
002230 2100-READ-NEXT.
002240
002250     READ JT-FIL NEXT RECORD
002260         AT END
002270             CONTINUE
002280     END-READ.
002290
002300     MOVE JT-FIL-STATUS TO SR-STATUS.
002310
002320     IF JT-FIL-OK
002330         PERFORM 8000-COPY-REC-TO-CALLER THRU 8000-EXIT
002340     END-IF.
002350
002360 2100-EXIT.
002370     EXIT.
002380
002390 2200-START-TICKET-KEY.
002400
002410     MOVE SR-D-WK-END-DATE TO JT-WK-END-DATE.
002420     MOVE SR-D-BADGE-NUM TO JT-BADGE-NUM.
002430
002440     START JT-FIL KEY IS NOT LESS THAN JT-TICKET-KEY
002450         INVALID KEY
002460             CONTINUE
002470     END-START.
002480
002490     MOVE JT-FIL-STATUS TO SR-STATUS.
002500
002510 2200-EXIT.
002520     EXIT.
002530
002540 2300-START-COST-CTR.
002550
002560     MOVE SR-D-COST-CENTER TO JT-COST-CENTER.
002570
002580     START JT-FIL KEY IS EQUAL JT-COST-CENTER
002590         INVALID KEY
002600             CONTINUE
002610     END-START.
002620
002630     MOVE JT-FIL-STATUS TO SR-STATUS.
002640
002650 2300-EXIT.
002660     EXIT.
002670
002680 3000-WRITE-TICKET.
002690
002700     PERFORM 8100-COPY-REC-FROM-CALLER THRU 8100-EXIT.
002710
002720     WRITE JT-REC
002730         INVALID KEY
002740             CONTINUE
002750     END-WRITE.
002760
002770     MOVE JT-FIL-STATUS TO SR-STATUS.
002780
002790     IF JT-FIL-OK
002800         MOVE "A" TO JN-ACTION
002810         PERFORM 8200-JOURNAL-IMAGE THRU 8200-EXIT
002820     END-IF.
002830
002840 3000-EXIT.
002850     EXIT.
002860
002870 3100-REWRITE-TICKET.
002880
002890     PERFORM 8100-COPY-REC-FROM-CALLER THRU 8100-EXIT.
002900
002910     REWRITE JT-REC
002920         INVALID KEY
002930             CONTINUE
002940     END-REWRITE.
002950
002960     MOVE JT-FIL-STATUS TO SR-STATUS.
002970
002980     IF JT-FIL-OK
002990         MOVE "C" TO JN-ACTION
003000         PERFORM 8200-JOURNAL-IMAGE THRU 8200-EXIT
003010     END-IF.
003020
003030 3100-EXIT.
003040     EXIT.
003050
003060 3200-DELETE-TICKET.
003070
003080     MOVE SR-D-WK-END-DATE TO JT-WK-END-DATE.
003090     MOVE SR-D-BADGE-NUM TO JT-BADGE-NUM.
003100
003110     READ JT-FIL
003120         INVALID KEY
003130             CONTINUE
003140     END-READ.
003150
003160     IF NOT JT-FIL-OK
003170         MOVE JT-FIL-STATUS TO SR-STATUS
003180         GO TO 3200-EXIT
003190     END-IF.
003200
003210     PERFORM 8000-COPY-REC-TO-CALLER THRU 8000-EXIT.
003220
003230     DELETE JT-FIL RECORD
003240         INVALID KEY
003250             CONTINUE
003260     END-DELETE.
003270
003280     MOVE JT-FIL-STATUS TO SR-STATUS.
003290
003300     IF JT-FIL-OK
003310         MOVE "D" TO JN-ACTION
003320         PERFORM 8200-JOURNAL-IMAGE THRU 8200-EXIT
003330     END-IF.
003340
003350 3200-EXIT.
003360     EXIT.
003370
003380*-----------------------------------------------------------*
003390* 8000-COPY-REC-TO-CALLER                                    *
003400*     FIELD-FOR-FIELD COPY OF THE FILE RECORD INTO THE        *
003410*     CALLER'S AREA, DETAIL LINES INCLUDED.                   *
003420*-----------------------------------------------------------*
003430 8000-COPY-REC-TO-CALLER.
003440
003450     MOVE JT-WK-END-DATE TO SR-D-WK-END-DATE.
003460     MOVE JT-BADGE-NUM TO SR-D-BADGE-NUM.
003470     MOVE JT-NAME TO SR-D-NAME.
003480     MOVE JT-COST-CENTER TO SR-D-COST-CENTER.
003490     MOVE JT-TOTAL-HRS TO SR-D-TOTAL-HRS.
003500     MOVE JT-STATUS TO SR-D-STATUS.
003510     MOVE JT-ORIG-WK-END-DATE TO SR-D-ORIG-WK-END-DATE.
003520     MOVE JT-ORIG-BADGE-NUM TO SR-D-ORIG-BADGE-NUM.
003530     MOVE JT-DTL-CNT TO SR-D-DTL-CNT.
003540
003550     PERFORM 8010-COPY-LINE-TO-CALLER THRU 8010-EXIT
003560         VARYING SV-DTL-SUB FROM 1 BY 1
003570         UNTIL SV-DTL-SUB > JT-DTL-CNT.
003580
003590 8000-EXIT.
003600     EXIT.
003610
003620 8010-COPY-LINE-TO-CALLER.
003630
003640     MOVE JT-ACTIV-CD (SV-DTL-SUB)
003650         TO SR-D-ACTIV-CD (SV-DTL-SUB).
003660     MOVE JT-PL-NUM (SV-DTL-SUB)
003670         TO SR-D-PL-NUM (SV-DTL-SUB).
003680     MOVE JT-DIS-NUM (SV-DTL-SUB)
003690         TO SR-D-DIS-NUM (SV-DTL-SUB).
003700     MOVE JT-MFG-NUM (SV-DTL-SUB)
003710         TO SR-D-MFG-NUM (SV-DTL-SUB).
003720     MOVE JT-HOURS (SV-DTL-SUB)
003730         TO SR-D-HOURS (SV-DTL-SUB).
003740     MOVE JT-OP-CD (SV-DTL-SUB)
003750         TO SR-D-OP-CD (SV-DTL-SUB).
003760
003770 8010-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------*
003810* 8100-COPY-REC-FROM-CALLER                                  *
003820*     FIELD-FOR-FIELD COPY OF THE CALLER'S AREA INTO THE      *
003830*     FILE RECORD AHEAD OF A WRITE OR REWRITE.                *
003840*-----------------------------------------------------------*
003850 8100-COPY-REC-FROM-CALLER.
003860
003870     MOVE SR-D-WK-END-DATE TO JT-WK-END-DATE.
003880     MOVE SR-D-BADGE-NUM TO JT-BADGE-NUM.
003890     MOVE SR-D-NAME TO JT-NAME.
003900     MOVE SR-D-COST-CENTER TO JT-COST-CENTER.
003910     MOVE SR-D-TOTAL-HRS TO JT-TOTAL-HRS.
003920     MOVE SR-D-STATUS TO JT-STATUS.
003930     MOVE SR-D-ORIG-WK-END-DATE TO JT-ORIG-WK-END-DATE.
003940     MOVE SR-D-ORIG-BADGE-NUM TO JT-ORIG-BADGE-NUM.
003950     MOVE SR-D-DTL-CNT TO JT-DTL-CNT.
003960
003970     PERFORM 8110-COPY-LINE-FROM-CALLER THRU 8110-EXIT
003980         VARYING SV-DTL-SUB FROM 1 BY 1
003990         UNTIL SV-DTL-SUB > JT-DTL-CNT.
004000
004010 8100-EXIT.
004020     EXIT.
004030
004040 8110-COPY-LINE-FROM-CALLER.
004050
004060     MOVE SR-D-ACTIV-CD (SV-DTL-SUB)
004070         TO JT-ACTIV-CD (SV-DTL-SUB).
004080     MOVE SR-D-PL-NUM (SV-DTL-SUB)
004090         TO JT-PL-NUM (SV-DTL-SUB).
004100     MOVE SR-D-DIS-NUM (SV-DTL-SUB)
004110         TO JT-DIS-NUM (SV-DTL-SUB).
004120     MOVE SR-D-MFG-NUM (SV-DTL-SUB)
004130         TO JT-MFG-NUM (SV-DTL-SUB).
004140     MOVE SR-D-HOURS (SV-DTL-SUB)
004150         TO JT-HOURS (SV-DTL-SUB).
004160     MOVE SR-D-OP-CD (SV-DTL-SUB)
004170         TO JT-OP-CD (SV-DTL-SUB).
004180
004190 8110-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------*
004230* 8200-JOURNAL-IMAGE                                         *
004240*     HANDS THE TICKET JUST ADDED, REWRITTEN, OR DELETED -    *
004250*     AS IT STANDS IN THE CALLER'S AREA - TO THE AFTER-IMAGE  *
004260*     JOURNAL WRITER UNDER THE CALLER'S PROGRAM AND OPERATOR. *
004270*-----------------------------------------------------------*
004280 8200-JOURNAL-IMAGE.
004290
004300     MOVE SR-PROGRAM TO JN-PROGRAM.
004310     MOVE SR-OPER-ID TO JN-OPER-ID.
004320
004330     CALL "JTJNLWR" USING JT-JNL-REQ SR-JT-REC.
004340
004350 8200-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------------*
004390* 9000-CLOSE-FILE                                            *
004400*-----------------------------------------------------------*
004410 9000-CLOSE-FILE.
004420
004430     IF SV-FILE-OPEN
004440         CLOSE JT-FIL
004450         MOVE JT-FIL-STATUS TO SR-STATUS
004460         MOVE "N" TO SV-OPEN-SW
004470     ELSE
004480         MOVE "00" TO SR-STATUS
004490     END-IF.
004500
004510 9000-EXIT.
004520     EXIT.
