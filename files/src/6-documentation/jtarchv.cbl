000620* %(  Run from the JTMENU sign-on front end.  STOP RUN gives
000630*     way to GOBACK so control returns to the menu, at a
000640*     clean end and at a startup failure alike.  )%
000650*
000660* Edit (15-Oct-26, 'J. A. Hartley')
000670* %(  Journal a full after-image of every live ticket deleted
000680*     once it is safely on history, through JTJNLWR onto the
000690*     JTAIJNL recovery journal.  Now CALLed USING the JTMENU
000700*     sign-on block so the image carries the operator who ran
000710*     the archive.  )%
000720
000730 ENVIRONMENT DIVISION.
000740 
000750 CONFIGURATION SECTION.
000760 
000770 SOURCE-COMPUTER.
000780     DECSYSTEM-20.
000790 
000800 OBJECT-COMPUTER.
000810     DECSYSTEM-20.
000820 
000830 INPUT-OUTPUT SECTION.
000840 
000850 FILE-CONTROL.
000860     COPY jtsel.
000870 
000880     SELECT JT-HIST-FIL ASSIGN TO "JOBTICRMS-HIST"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS AR-ARCH-KEY
000920         FILE STATUS IS AR-HIST-STATUS.
000930
000940     COPY jtrcsel.
000950
000960     COPY jtcalsel.
000970
000980 DATA DIVISION.
000990 
001000 FILE SECTION.
001010 
001020 FD  JT-FIL
001030     LABEL RECORDS ARE STANDARD.
001040 
001050 01  JT-REC.
001060     COPY jtrecly.
001070 
001080 FD  RC-FIL
001090     LABEL RECORDS ARE STANDARD.
001100
001110 01  RC-REC.
001120     COPY jtrcly.
001130
001140 FD  CA-FIL
001150     LABEL RECORDS ARE STANDARD.
001160
001170 01  CA-REC.
001180     COPY jtcally.
001190
001200 FD  JT-HIST-FIL
001210     LABEL RECORDS ARE STANDARD.
001220
001230 01  JT-HIST-REC.
001240     05  AR-ARCH-KEY.
001250         10  AR-ARCH-WK-END-DATE     PIC 9(06).
001260         10  AR-ARCH-BADGE-NUM       PIC 9(07).
001270     COPY jtrecly
001280         REPLACING ==JT-TICKET-KEY==   BY ==AR-D-TICKET-KEY==
001290                   ==JT-NAME==         BY ==AR-D-NAME==
001300                   ==JT-BADGE-NUM==    BY ==AR-D-BADGE-NUM==
001310                   ==JT-COST-CENTER==  BY ==AR-D-COST-CENTER==
001320                   ==JT-WK-END-DATE==  BY ==AR-D-WK-END-DATE==
001330                   ==JT-TOTAL-HRS==    BY ==AR-D-TOTAL-HRS==
001340                   ==JT-STATUS==       BY ==AR-D-STATUS==
001350                   ==JT-ENTERED==      BY ==AR-D-ENTERED==
001360                   ==JT-APPROVED==     BY ==AR-D-APPROVED==
001370                   ==JT-HELD==         BY ==AR-D-HELD==
001380                   ==JT-EXTRACTED==    BY ==AR-D-EXTRACTED==
001390                   ==JT-ORIG-TICKET-KEY==
001400                                  BY ==AR-D-ORIG-TICKET-KEY==
001410                   ==JT-ORIG-WK-END-DATE==
001420                                  BY ==AR-D-ORIG-WK-END-DATE==
001430                   ==JT-ORIG-BADGE-NUM==
001440                                  BY ==AR-D-ORIG-BADGE-NUM==
001450                   ==JT-DTL-CNT==      BY ==AR-D-DTL-CNT==
001460                   ==JT-DETAIL-LINES== BY ==AR-D-DETAIL-LINES==
001470                   ==JT-ACTIV-CD==     BY ==AR-D-ACTIV-CD==
001480                   ==JT-PL-NUM==       BY ==AR-D-PL-NUM==
001490                   ==JT-DIS-NUM==      BY ==AR-D-DIS-NUM==
001500                   ==JT-MFG-NUM==      BY ==AR-D-MFG-NUM==
001510                   ==JT-HOURS==        BY ==AR-D-HOURS==
001520                   ==JT-OP-CD==        BY ==AR-D-OP-CD==.
001530 
001540 WORKING-STORAGE SECTION.
001550     COPY jtstat.
001560
001570 01  JT-JNL-REQ.
001580     COPY jtjnrly.
001590
001600     COPY jtrcst.
001610
001620 01  AR-HIST-STATUS               PIC X(02).
001630     88  AR-HIST-OK               VALUE "00".
001640     88  AR-HIST-NOTFOUND         VALUE "35".
001650 
001660 01  AR-CUTOFF-DATE                PIC 9(06).
001670 
001680 01  AR-EOF-SW                     PIC X(01) VALUE "N".
001690     88  AR-EOF                    VALUE "Y".
001700 
001710 01  AR-ARCH-CNT                   PIC 9(07) COMP VALUE 0.
001720
001730 01  AR-KEPT-CNT                   PIC 9(07) COMP VALUE 0.
001740
001750 01  AR-DUP-CNT                    PIC 9(07) COMP VALUE 0.
001760
001770 01  AR-DTL-SUB                    PIC 9(04) COMP.
001780
001790 01  AR-RESUME-SW                  PIC X(01) VALUE "N".
001800     88  AR-RESUMING               VALUE "Y".
001810
001820     COPY jtcalst.
001830
001840 LINKAGE SECTION.
001850
001860 01  JT-SIGNON.
001870     COPY jtsgnly.
001880
001890 PROCEDURE DIVISION USING JT-SIGNON.
001900 
001910*-----------------------------------------------------------*
001920* 0000-MAINLINE                                              *
001930*-----------------------------------------------------------*
001940 0000-MAINLINE.
001950 
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970 
001980     PERFORM 2000-PROCESS-TICKET THRU 2000-EXIT
001990         UNTIL AR-EOF.
002000 
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002020 
002030     GOBACK.
002040 
002050*-----------------------------------------------------------*
002060* 1000-INITIALIZE                                            *
002070*     OPENS THE LIVE FILE FOR UPDATE AND THE HISTORY FILE,    *
002080*     CREATING JOBTICRMS-HIST ON THE FIRST RUN IF IT DOES NOT *
002090*     YET EXIST.                                              *
002100*-----------------------------------------------------------*
002110 1000-INITIALIZE.
002120
002130     MOVE "JTARCHV" TO JN-PROGRAM.
002140     MOVE SG-OPER-ID TO JN-OPER-ID.
002150 
002160     DISPLAY "JTARCHV - ARCHIVE TICKETS THROUGH WEEK ENDING ".
002170     DISPLAY "(YYMMDD): ".
002180     ACCEPT AR-CUTOFF-DATE.
002190
002200     PERFORM 6900-CHECK-SHOP-CALENDAR THRU 6900-EXIT.
002210
002220     OPEN I-O JT-FIL.
002230     IF JT-FIL-STATUS NOT = "00"
002240         DISPLAY "JTARCHV - JOBTICRMS NOT AVAILABLE - STATUS "
002250                 JT-FIL-STATUS
002260         GOBACK
002270     END-IF.
002280
002290     OPEN I-O JT-HIST-FIL.
002300     IF AR-HIST-NOTFOUND
002310         CLOSE JT-HIST-FIL
002320         OPEN OUTPUT JT-HIST-FIL
002330         CLOSE JT-HIST-FIL
002340         OPEN I-O JT-HIST-FIL
002350     END-IF.
002360
002370     PERFORM 7000-OPEN-RUN-CONTROL THRU 7000-EXIT.
002380     PERFORM 7100-CHECK-PRIOR-RUN THRU 7100-EXIT.
002390
002400     IF AR-RESUMING
002410         MOVE RC-CHECKPOINT-KEY TO JT-TICKET-KEY
002420         START JT-FIL KEY IS GREATER THAN JT-TICKET-KEY
002430             INVALID KEY
002440                 MOVE "Y" TO AR-EOF-SW
002450         END-START
002460     ELSE
002470         PERFORM 7200-POST-RUN-START THRU 7200-EXIT
002480     END-IF.
002490
002500     IF NOT AR-EOF
002510         PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT
002520     END-IF.
002530
002540 1000-EXIT.
002550     EXIT.
002560
002570*-----------------------------------------------------------*
002580* 2000-PROCESS-TICKET                                        *
002590*     A TICKET ON OR BEFORE THE CUTOFF WEEK IS COPIED ONTO    *
002600*     JOBTICRMS-HIST AND DELETED FROM THE LIVE FILE; A MORE   *
002610*     RECENT TICKET IS LEFT IN PLACE.                         *
002620*-----------------------------------------------------------*
002630 2000-PROCESS-TICKET.
002640 
002650     IF JT-WK-END-DATE NOT > AR-CUTOFF-DATE
002660         PERFORM 2200-ARCHIVE-TICKET THRU 2200-EXIT
002670     ELSE
002680         ADD 1 TO AR-KEPT-CNT
002690     END-IF.
002700 
002710     PERFORM 2100-READ-NEXT-TICKET THRU 2100-EXIT.
002720 
002730 2000-EXIT.
002740     EXIT.
002750 
002760 2100-READ-NEXT-TICKET.
002770 
002780     READ JT-FIL NEXT RECORD
002790         AT END
002800             MOVE "Y" TO AR-EOF-SW
002810     END-READ.
002820 
002830 2100-EXIT.
002840     EXIT.
002850 
002860 2200-ARCHIVE-TICKET.
002870 
002880     MOVE JT-WK-END-DATE TO AR-ARCH-WK-END-DATE.
002890     MOVE JT-BADGE-NUM TO AR-ARCH-BADGE-NUM.
002900     MOVE JT-NAME TO AR-D-NAME.
002910     MOVE JT-BADGE-NUM TO AR-D-BADGE-NUM.
002920     MOVE JT-COST-CENTER TO AR-D-COST-CENTER.
002930     MOVE JT-WK-END-DATE TO AR-D-WK-END-DATE.
002940     MOVE JT-TOTAL-HRS TO AR-D-TOTAL-HRS.
002950     MOVE JT-STATUS TO AR-D-STATUS.
002960     MOVE JT-ORIG-WK-END-DATE TO AR-D-ORIG-WK-END-DATE.
002970     MOVE JT-ORIG-BADGE-NUM TO AR-D-ORIG-BADGE-NUM.
002980     MOVE JT-DTL-CNT TO AR-D-DTL-CNT.
002990 
003000     PERFORM 2210-COPY-DETAIL-LINE THRU 2210-EXIT
003010         VARYING AR-DTL-SUB FROM 1 BY 1
003020         UNTIL AR-DTL-SUB > JT-DTL-CNT.
003030 
003040     WRITE JT-HIST-REC
003050         INVALID KEY
003060             DISPLAY "JTARCHV - DUPLICATE HISTORY RECORD, BADGE "
003070             DISPLAY JT-BADGE-NUM " WEEK " JT-WK-END-DATE
003080             DISPLAY "JTARCHV - LIVE TICKET NOT DELETED"
003090             ADD 1 TO AR-DUP-CNT
003100         NOT INVALID KEY
003110             DELETE JT-FIL RECORD
003120                 INVALID KEY
003130                     DISPLAY "JTARCHV - DELETE FAILED, BADGE "
003140                     DISPLAY JT-BADGE-NUM " WEEK " JT-WK-END-DATE
003150                     DISPLAY "JTARCHV - TICKET NOW ON BOTH FILES"
003160                     ADD 1 TO AR-DUP-CNT
003170                 NOT INVALID KEY
003180                     ADD 1 TO AR-ARCH-CNT
003190                     MOVE "D" TO JN-ACTION
003200                     PERFORM 8050-WRITE-JOURNAL-IMAGE
003210                         THRU 8050-EXIT
003220                     PERFORM 2300-POST-CHECKPOINT THRU 2300-EXIT
003230             END-DELETE
003240     END-WRITE.
003250
003260 2200-EXIT.
003270     EXIT.
003280 
003290 2210-COPY-DETAIL-LINE.
003300 
003310     MOVE JT-ACTIV-CD (AR-DTL-SUB) TO AR-D-ACTIV-CD (AR-DTL-SUB).
003320     MOVE JT-PL-NUM (AR-DTL-SUB) TO AR-D-PL-NUM (AR-DTL-SUB).
003330     MOVE JT-DIS-NUM (AR-DTL-SUB) TO AR-D-DIS-NUM (AR-DTL-SUB).
003340     MOVE JT-MFG-NUM (AR-DTL-SUB) TO AR-D-MFG-NUM (AR-DTL-SUB).
003350     MOVE JT-HOURS (AR-DTL-SUB) TO AR-D-HOURS (AR-DTL-SUB).
003360     MOVE JT-OP-CD (AR-DTL-SUB) TO AR-D-OP-CD (AR-DTL-SUB).
003370 
003380 2210-EXIT.
003390     EXIT.
003400
003410*-----------------------------------------------------------*
003420* 2300-POST-CHECKPOINT                                       *
003430*     AFTER EACH TICKET IS SAFELY ON HISTORY AND OFF THE      *
003440*     LIVE FILE, THE RUN-CONTROL RECORD IS ADVANCED TO ITS    *
003450*     KEY SO AN ABENDED RUN CAN RESUME JUST PAST IT.          *
003460*-----------------------------------------------------------*
003470 2300-POST-CHECKPOINT.
003480
003490     MOVE AR-ARCH-WK-END-DATE TO RC-CHKPT-WK-END.
003500     MOVE AR-ARCH-BADGE-NUM TO RC-CHKPT-BADGE.
003510     MOVE AR-ARCH-CNT TO RC-REC-CNT.
003520
003530     REWRITE RC-REC.
003540
003550 2300-EXIT.
003560     EXIT.
003570
003580*-----------------------------------------------------------*
003590* 6900-CHECK-SHOP-CALENDAR                                   *
003600*     THE CUTOFF DATE MUST BE ON THE SHOPCAL CALENDAR - A     *
003610*     DATE THAT IS NOT A REAL SHOP WEEK CANCELS THE RUN.  A   *
003620*     MISSING CALENDAR ONLY SKIPS THE CHECK.                  *
003630*-----------------------------------------------------------*
003640 6900-CHECK-SHOP-CALENDAR.
003650
003660     OPEN INPUT CA-FIL.
003670     IF CA-FIL-STATUS NOT = "00"
003680         DISPLAY "JTARCHV - SHOPCAL NOT AVAILABLE - CUTOFF NOT "
003690                 "VALIDATED"
003700         GO TO 6900-EXIT
003710     END-IF.
003720
003730     MOVE AR-CUTOFF-DATE TO CA-WK-END-DATE.
003740
003750     READ CA-FIL
003760         INVALID KEY
003770             DISPLAY "JTARCHV - CUTOFF " AR-CUTOFF-DATE
003780                     " IS NOT ON THE SHOP CALENDAR"
003790             DISPLAY "JTARCHV - ARCHIVE CANCELLED."
003800             CLOSE CA-FIL
003810             GOBACK
003820     END-READ.
003830
003840     CLOSE CA-FIL.
003850
003860 6900-EXIT.
003870     EXIT.
003880
003890*-----------------------------------------------------------*
003900* 7000-OPEN-RUN-CONTROL                                      *
003910*     OPENS JTRUNCTL FOR UPDATE, CREATING IT ON THE FIRST     *
003920*     RUN IF IT DOES NOT YET EXIST.                           *
003930*-----------------------------------------------------------*
003940 7000-OPEN-RUN-CONTROL.
003950
003960     OPEN I-O RC-FIL.
003970     IF RC-FIL-NOTFOUND
003980         CLOSE RC-FIL
003990         OPEN OUTPUT RC-FIL
004000         CLOSE RC-FIL
004010         OPEN I-O RC-FIL
004020     END-IF.
004030
004040     IF RC-FIL-STATUS NOT = "00"
004050         DISPLAY "JTARCHV - JTRUNCTL NOT AVAILABLE - STATUS "
004060                 RC-FIL-STATUS
004070         GOBACK
004080     END-IF.
004090
004100 7000-EXIT.
004110     EXIT.
004120
004130*-----------------------------------------------------------*
004140* 7100-CHECK-PRIOR-RUN                                       *
004150*     AN INCOMPLETE RUN-CONTROL RECORD FOR THIS CUTOFF MEANS  *
004160*     THE PRIOR RUN ABENDED - RESUME JUST PAST ITS            *
004170*     CHECKPOINT.  A COMPLETE RECORD MEANS THE CUTOFF WAS     *
004180*     ALREADY ARCHIVED - RUN AGAIN FROM THE TOP TO SWEEP ANY  *
004190*     TICKETS ADDED SINCE.                                    *
004200*-----------------------------------------------------------*
004210 7100-CHECK-PRIOR-RUN.
004220
004230     MOVE "JTARCHV" TO RC-PROGRAM.
004240     MOVE AR-CUTOFF-DATE TO RC-WK-END-DATE.
004250
004260     READ RC-FIL
004270         INVALID KEY
004280             GO TO 7100-EXIT
004290     END-READ.
004300
004310     IF RC-COMPLETE
004320         DISPLAY "JTARCHV - CUTOFF ALREADY ARCHIVED "
004330                 RC-END-DATE " - RESWEEPING FROM THE TOP"
004340         GO TO 7100-EXIT
004350     END-IF.
004360
004370     MOVE "Y" TO AR-RESUME-SW.
004380     MOVE RC-REC-CNT TO AR-ARCH-CNT.
004390
004400     DISPLAY "JTARCHV - PRIOR RUN DID NOT COMPLETE - RESUMING "
004410             "PAST WEEK " RC-CHKPT-WK-END " BADGE "
004420             RC-CHKPT-BADGE.
004430
004440 7100-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------*
004480* 7200-POST-RUN-START                                        *
004490*     POSTS THE RUN AS STARTED AND NOT COMPLETE, SO AN ABEND  *
004500*     LEAVES A VISIBLE INCOMPLETE RECORD ON JTRUNCTL.         *
004510*-----------------------------------------------------------*
004520 7200-POST-RUN-START.
004530
004540     MOVE "JTARCHV" TO RC-PROGRAM.
004550     MOVE AR-CUTOFF-DATE TO RC-WK-END-DATE.
004560     MOVE 0 TO RC-REC-CNT.
004570     MOVE "N" TO RC-COMPLETE-SW.
004580     MOVE 0 TO RC-CHKPT-WK-END.
004590     MOVE 0 TO RC-CHKPT-BADGE.
004600     ACCEPT RC-START-DATE FROM DATE.
004610     ACCEPT RC-START-TIME FROM TIME.
004620     MOVE 0 TO RC-END-DATE.
004630     MOVE 0 TO RC-END-TIME.
004640     MOVE SPACE TO RC-RECON-SW.
004650     MOVE 0 TO RC-EXCEP-CNT.
004660
004670     WRITE RC-REC
004680         INVALID KEY
004690             REWRITE RC-REC
004700     END-WRITE.
004710
004720 7200-EXIT.
004730     EXIT.
004740
004750*-----------------------------------------------------------*
004760* 7300-POST-RUN-END                                          *
004770*     COMPLETES THE RUN-CONTROL RECORD WITH THE ARCHIVED      *
004780*     TICKET COUNT AT A CLEAN END OF RUN.                     *
004790*-----------------------------------------------------------*
004800 7300-POST-RUN-END.
004810
004820     MOVE "JTARCHV" TO RC-PROGRAM.
004830     MOVE AR-CUTOFF-DATE TO RC-WK-END-DATE.
004840
004850     READ RC-FIL
004860         INVALID KEY
004870             GO TO 7300-EXIT
004880     END-READ.
004890
004900     MOVE AR-ARCH-CNT TO RC-REC-CNT.
004910     MOVE "Y" TO RC-COMPLETE-SW.
004920     ACCEPT RC-END-DATE FROM DATE.
004930     ACCEPT RC-END-TIME FROM TIME.
004940
004950     REWRITE RC-REC.
004960
004970 7300-EXIT.
004980     EXIT.
004990
005000*-----------------------------------------------------------*
005010* 8050-WRITE-JOURNAL-IMAGE                                   *
005020*     HANDS THE TICKET JUST CHANGED ON JOBTICRMS TO THE       *
005030*     AFTER-IMAGE JOURNAL WRITER.  THE CALLER SETS JN-ACTION. *
005040*-----------------------------------------------------------*
005050 8050-WRITE-JOURNAL-IMAGE.
005060
005070     CALL "JTJNLWR" USING JT-JNL-REQ JT-REC.
005080
005090 8050-EXIT.
005100     EXIT.
005110
005120*-----------------------------------------------------------*
005130* 9000-TERMINATE                                             *
005140*-----------------------------------------------------------*
005150 9000-TERMINATE.
005160
005170     CLOSE JT-FIL.
005180     CLOSE JT-HIST-FIL.
005190
005200     PERFORM 7300-POST-RUN-END THRU 7300-EXIT.
005210     CLOSE RC-FIL.
005220
005230     DISPLAY "JTARCHV - TICKETS ARCHIVED: " AR-ARCH-CNT.
005240     DISPLAY "JTARCHV - TICKETS RETAINED: " AR-KEPT-CNT.
005250     DISPLAY "JTARCHV - TICKETS NOT ARCHIVED (DUPLICATE KEY): "
005260             AR-DUP-CNT.
005270 
005280 9000-EXIT.
005290     EXIT.
