000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTEMPM.
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
000200* %(  New program.  Terminal maintenance for the EMPMAS badge
000210*     master behind the JTMENU utilities list, for the one-off
000220*     corrections the JTHRLD personnel feed cannot make - adds
000230*     a badge (or reinstates a terminated one), changes a
000240*     badge's name or home cost center, or terminates it.  A
000250*     cost center must be on CCMAS and not closed.  Every
000260*     change appends a JTEMPLOG record in the JTHRLD shape
000270*     carrying the signed-on SG-OPER-ID.  On a termination
000280*     the badge's tickets still ENTERED or HELD on JOBTICRMS
000290*     are listed, as JTHRLD prints them on its register.
000300*     EMPMAS is created on the first run if it does not yet
000310*     exist.  )%
000320
000330 ENVIRONMENT DIVISION.
000340
000350 CONFIGURATION SECTION.
000360
000370 SOURCE-COMPUTER.
000380     DECSYSTEM-20.
000390
000400 OBJECT-COMPUTER.
000410     DECSYSTEM-20.
000420
000430 INPUT-OUTPUT SECTION.
000440
000450 FILE-CONTROL.
000460     COPY jtempsel.
000470
000480     COPY jtccsel.
000490
000500     SELECT EMPLOG-FIL ASSIGN TO "JTEMPLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS JE-FIL-STATUS.
000530
000540 DATA DIVISION.
000550
000560 FILE SECTION.
000570
000580 FD  EM-FIL
000590     LABEL RECORDS ARE STANDARD.
000600
000610 01  EM-REC.
000620     COPY jtemply.
000630
000640 FD  CC-FIL
000650     LABEL RECORDS ARE STANDARD.
000660
000670 01  CC-REC.
000680     COPY jtccly.
000690
000700 FD  EMPLOG-FIL
000710     LABEL RECORDS ARE STANDARD.
000720
000730 01  JE-EMPLOG-REC.
000740     05  JE-BADGE-NUM                PIC 9(07).
000750     05  FILLER                      PIC X(01) VALUE SPACE.
000760     05  JE-OPERATION                PIC X(01).
000770     05  FILLER                      PIC X(01) VALUE SPACE.
000780     05  JE-TERM-ID                  PIC X(08).
000790     05  FILLER                      PIC X(01) VALUE SPACE.
000800     05  JE-OLD-COST-CENTER          PIC X(04).
000810     05  FILLER                      PIC X(01) VALUE SPACE.
000820     05  JE-NEW-COST-CENTER          PIC X(04).
000830     05  FILLER                      PIC X(01) VALUE SPACE.
000840     05  JE-OLD-STATUS               PIC X(01).
000850     05  FILLER                      PIC X(01) VALUE SPACE.
000860     05  JE-NEW-STATUS               PIC X(01).
000870     05  FILLER                      PIC X(01) VALUE SPACE.
000880     05  JE-LOG-DATE                 PIC 9(06).
000890     05  FILLER                      PIC X(01) VALUE SPACE.
000900     05  JE-LOG-TIME                 PIC 9(08).
000910
000920 WORKING-STORAGE SECTION.
000930
000940 01  JT-SRV-REQ.
000950     COPY jtsrvly.
000960
000970 01  JT-REC.
000980     COPY jtrecly.
000990
001000     COPY jtempst.
001010
001020     COPY jtccst.
001030
001040 01  JE-FIL-STATUS                  PIC X(02).
001050     88  JE-FIL-NOTFOUND             VALUE "35".
001060
001070 01  EP-FUNCTION                  PIC X(01).
001080     88  EP-ADD                   VALUE "A".
001090     88  EP-CHANGE                VALUE "C".
001100     88  EP-TERMINATE             VALUE "T".
001110     88  EP-QUIT                  VALUE "Q".
001120
001130 01  EP-DONE-SW                   PIC X(01) VALUE "N".
001140     88  EP-DONE                  VALUE "Y".
001150
001160 01  EP-BADGE-NUM                 PIC 9(07).
001170
001180 01  EP-TERM-ID                   PIC X(08).
001190
001200 01  EP-CC-ENTRY                  PIC X(04).
001210
001220 01  EP-CC-VALID-SW               PIC X(01).
001230     88  EP-CC-VALID              VALUE "Y".
001240
001250 01  EP-OLD-COST-CENTER           PIC X(04).
001260
001270 01  EP-OLD-STATUS                PIC X(01).
001280
001290 01  EP-TKT-FILE-SW               PIC X(01) VALUE "Y".
001300     88  EP-TKT-FILE-AVAIL        VALUE "Y".
001310
001320 01  EP-TKT-EOF-SW                PIC X(01).
001330     88  EP-TKT-EOF               VALUE "Y".
001340
001350 01  EP-OPEN-TKT-CNT              PIC 9(05) COMP.
001360
001370 01  EP-HOURS-DISPLAY             PIC ZZZ,ZZ9.99-.
001380
001390 LINKAGE SECTION.
001400
001410 01  JT-SIGNON.
001420     COPY jtsgnly.
001430
001440 PROCEDURE DIVISION USING JT-SIGNON.
001450
001460*-----------------------------------------------------------*
001470* 0000-MAINLINE                                              *
001480*-----------------------------------------------------------*
001490 0000-MAINLINE.
001500
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520
001530     PERFORM 2000-PROCESS-BADGE THRU 2000-EXIT
001540         UNTIL EP-DONE.
001550
001560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001570
001580     GOBACK.
001590
001600*-----------------------------------------------------------*
001610* 1000-INITIALIZE                                            *
001620*     OPENS EMPMAS FOR UPDATE, CREATING IT ON THE FIRST RUN   *
001630*     IF IT DOES NOT YET EXIST.  CCMAS IS NOT OPTIONAL.  IF   *
001640*     JOBTICRMS CANNOT BE OPENED A TERMINATION STILL GOES     *
001650*     THROUGH, BUT ITS OPEN TICKETS ARE NOT LISTED.           *
001660*-----------------------------------------------------------*
001670 1000-INITIALIZE.
001680
001690     MOVE SG-OPER-ID TO EP-TERM-ID.
001700
001710     OPEN I-O EM-FIL.
001720     IF EM-FIL-NOTFOUND
001730         CLOSE EM-FIL
001740         OPEN OUTPUT EM-FIL
001750         CLOSE EM-FIL
001760         OPEN I-O EM-FIL
001770     END-IF.
001780
001790     IF EM-FIL-STATUS NOT = "00"
001800         DISPLAY "JTEMPM - EMPMAS NOT AVAILABLE - STATUS "
001810                 EM-FIL-STATUS
001820         GOBACK
001830     END-IF.
001840
001850     OPEN INPUT CC-FIL.
001860     IF CC-FIL-STATUS NOT = "00"
001870         DISPLAY "JTEMPM - CCMAS NOT AVAILABLE - STATUS "
001880                 CC-FIL-STATUS
001890         CLOSE EM-FIL
001900         GOBACK
001910     END-IF.
001920
001930     OPEN EXTEND EMPLOG-FIL.
001940     IF JE-FIL-NOTFOUND
001950         OPEN OUTPUT EMPLOG-FIL
001960     END-IF.
001970
001980     MOVE "OP" TO SR-FUNCTION.
001990     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
002000     IF NOT SR-OK
002010         DISPLAY "JTEMPM - JOBTICRMS NOT AVAILABLE - OPEN "
002020         DISPLAY "         TICKETS WILL NOT BE LISTED ON A "
002030         DISPLAY "         TERMINATION THIS RUN"
002040         MOVE "N" TO EP-TKT-FILE-SW
002050     END-IF.
002060
002070 1000-EXIT.
002080     EXIT.
002090
002100*-----------------------------------------------------------*
002110* 2000-PROCESS-BADGE                                         *
002120*     PROMPTS FOR A FUNCTION AND A BADGE NUMBER, THEN         *
002130*     DISPATCHES TO THE ADD, CHANGE, OR TERMINATE PARAGRAPH.  *
002140*-----------------------------------------------------------*
002150 2000-PROCESS-BADGE.
002160
002170     DISPLAY "JTEMPM - FUNCTION (A)DD, (C)HANGE, (T)ERMINATE, ".
002180     DISPLAY "         (Q)UIT: ".
002190     ACCEPT EP-FUNCTION.
002200
002210     IF EP-QUIT
002220         MOVE "Y" TO EP-DONE-SW
002230         GO TO 2000-EXIT
002240     END-IF.
002250
002260     DISPLAY "BADGE NUMBER: ".
002270     ACCEPT EP-BADGE-NUM.
002280
002290     IF EP-BADGE-NUM = 0
002300         DISPLAY "BADGE NUMBER MAY NOT BE ZERO"
002310         GO TO 2000-EXIT
002320     END-IF.
002330
002340     EVALUATE TRUE
002350         WHEN EP-ADD
002360             PERFORM 3000-ADD-BADGE THRU 3000-EXIT
002370         WHEN EP-CHANGE
002380             PERFORM 4000-CHANGE-BADGE THRU 4000-EXIT
002390         WHEN EP-TERMINATE
002400             PERFORM 5000-TERMINATE-BADGE THRU 5000-EXIT
002410         WHEN OTHER
002420             DISPLAY "INVALID FUNCTION - TRY AGAIN"
002430     END-EVALUATE.
002440
002450 2000-EXIT.
002460     EXIT.
002470
002480*-----------------------------------------------------------*
002490* 3000-ADD-BADGE                                             *
002500*     A NEW BADGE GOES ON FILE ACTIVE.  A TERMINATED BADGE    *
002510*     IS REINSTATED UNDER THE NAME AND COST CENTER KEYED.     *
002520*-----------------------------------------------------------*
002530 3000-ADD-BADGE.
002540
002550     MOVE EP-BADGE-NUM TO EM-BADGE-NUM.
002560
002570     READ EM-FIL
002580         INVALID KEY
002590             MOVE SPACES TO EP-OLD-COST-CENTER
002600             MOVE SPACE TO EP-OLD-STATUS
002610         NOT INVALID KEY
002620             MOVE EM-COST-CENTER TO EP-OLD-COST-CENTER
002630             MOVE EM-STATUS TO EP-OLD-STATUS
002640     END-READ.
002650
002660     IF EP-OLD-STATUS = "A"
002670         DISPLAY "BADGE ALREADY ACTIVE - NOT ADDED"
002680         GO TO 3000-EXIT
002690     END-IF.
002700
002710     MOVE EP-BADGE-NUM TO EM-BADGE-NUM.
002720     DISPLAY "NAME: ".
002730     ACCEPT EM-NAME.
002740
002750     MOVE SPACES TO EP-CC-ENTRY.
002760     PERFORM 3100-ACCEPT-COST-CENTER THRU 3100-EXIT.
002770     MOVE EP-CC-ENTRY TO EM-COST-CENTER.
002780     MOVE "A" TO EM-STATUS.
002790
002800     IF EP-OLD-STATUS = SPACE
002810         WRITE EM-REC
002820             INVALID KEY
002830                 DISPLAY "BADGE ALREADY ON FILE - NOT ADDED"
002840             NOT INVALID KEY
002850                 DISPLAY "BADGE ADDED"
002860                 MOVE "H" TO JE-OPERATION
002870                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
002880         END-WRITE
002890     ELSE
002900         REWRITE EM-REC
002910             INVALID KEY
002920                 DISPLAY "REWRITE FAILED"
002930             NOT INVALID KEY
002940                 DISPLAY "BADGE REINSTATED"
002950                 MOVE "H" TO JE-OPERATION
002960                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
002970         END-REWRITE
002980     END-IF.
002990
003000 3000-EXIT.
003010     EXIT.
003020
003030*-----------------------------------------------------------*
003040* 3100-ACCEPT-COST-CENTER                                    *
003050*     SHARED BY ADD AND CHANGE.  RE-PROMPTS UNTIL AN OPEN     *
003060*     COST CENTER ON CCMAS IS KEYED.  ON A CHANGE THE CALLER  *
003070*     PRIMES EP-CC-ENTRY WITH THE CURRENT CENTER, WHICH IS    *
003080*     KEPT WHEN NOTHING IS KEYED.                             *
003090*-----------------------------------------------------------*
003100 3100-ACCEPT-COST-CENTER.
003110
003120     MOVE "N" TO EP-CC-VALID-SW.
003130
003140     PERFORM 3200-VALIDATE-COST-CENTER THRU 3200-EXIT
003150         UNTIL EP-CC-VALID.
003160
003170 3100-EXIT.
003180     EXIT.
003190
003200 3200-VALIDATE-COST-CENTER.
003210
003220     MOVE EP-CC-ENTRY TO CC-COST-CENTER.
003230
003240     IF EP-CC-ENTRY = SPACES
003250         DISPLAY "HOME COST CENTER: "
003260     ELSE
003270         DISPLAY "HOME COST CENTER (BLANK FOR " EP-CC-ENTRY "): "
003280     END-IF.
003290     ACCEPT EP-CC-ENTRY.
003300
003310     IF EP-CC-ENTRY = SPACES
003320         MOVE CC-COST-CENTER TO EP-CC-ENTRY
003330     END-IF.
003340
003350     IF EP-CC-ENTRY = SPACES
003360         DISPLAY "COST CENTER MAY NOT BE BLANK"
003370         GO TO 3200-EXIT
003380     END-IF.
003390
003400     MOVE EP-CC-ENTRY TO CC-COST-CENTER.
003410
003420     READ CC-FIL
003430         INVALID KEY
003440             DISPLAY "COST CENTER NOT ON FILE"
003450             GO TO 3200-EXIT
003460     END-READ.
003470
003480     IF CC-CLOSED
003490         DISPLAY "COST CENTER IS CLOSED"
003500         GO TO 3200-EXIT
003510     END-IF.
003520
003530     MOVE "Y" TO EP-CC-VALID-SW.
003540
003550 3200-EXIT.
003560     EXIT.
003570
003580*-----------------------------------------------------------*
003590* 4000-CHANGE-BADGE                                          *
003600*     RE-KEYS THE NAME AND HOME COST CENTER OF AN ACTIVE      *
003610*     BADGE.  A TERMINATED BADGE IS REINSTATED WITH (A)DD.    *
003620*-----------------------------------------------------------*
003630 4000-CHANGE-BADGE.
003640
003650     MOVE EP-BADGE-NUM TO EM-BADGE-NUM.
003660
003670     READ EM-FIL
003680         INVALID KEY
003690             DISPLAY "BADGE NOT ON FILE - NOT CHANGED"
003700             GO TO 4000-EXIT
003710     END-READ.
003720
003730     IF NOT EM-ACTIVE
003740         DISPLAY "BADGE IS TERMINATED - USE (A)DD TO REINSTATE"
003750         GO TO 4000-EXIT
003760     END-IF.
003770
003780     MOVE EM-COST-CENTER TO EP-OLD-COST-CENTER.
003790     MOVE EM-STATUS TO EP-OLD-STATUS.
003800
003810     DISPLAY "CURRENT NAME: " EM-NAME.
003820     DISPLAY "NEW NAME: ".
003830     ACCEPT EM-NAME.
003840
003850     MOVE EM-COST-CENTER TO EP-CC-ENTRY.
003860     PERFORM 3100-ACCEPT-COST-CENTER THRU 3100-EXIT.
003870     MOVE EP-CC-ENTRY TO EM-COST-CENTER.
003880
003890     REWRITE EM-REC
003900         INVALID KEY
003910             DISPLAY "REWRITE FAILED"
003920         NOT INVALID KEY
003930             DISPLAY "BADGE CHANGED"
003940             MOVE "C" TO JE-OPERATION
003950             PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
003960     END-REWRITE.
003970
003980 4000-EXIT.
003990     EXIT.
004000
004010*-----------------------------------------------------------*
004020* 5000-TERMINATE-BADGE                                       *
004030*     SETS THE BADGE'S STATUS TO "T" - THE RECORD STAYS ON    *
004040*     FILE FOR HISTORY, BUT TICKET ENTRY REFUSES IT - AND     *
004050*     LISTS THE BADGE'S TICKETS STILL ENTERED OR HELD.        *
004060*-----------------------------------------------------------*
004070 5000-TERMINATE-BADGE.
004080
004090     MOVE EP-BADGE-NUM TO EM-BADGE-NUM.
004100
004110     READ EM-FIL
004120         INVALID KEY
004130             DISPLAY "BADGE NOT ON FILE - NOT TERMINATED"
004140             GO TO 5000-EXIT
004150     END-READ.
004160
004170     IF EM-TERMINATED
004180         DISPLAY "BADGE ALREADY TERMINATED"
004190         GO TO 5000-EXIT
004200     END-IF.
004210
004220     MOVE EM-COST-CENTER TO EP-OLD-COST-CENTER.
004230     MOVE EM-STATUS TO EP-OLD-STATUS.
004240     MOVE "T" TO EM-STATUS.
004250
004260     REWRITE EM-REC
004270         INVALID KEY
004280             DISPLAY "REWRITE FAILED"
004290             GO TO 5000-EXIT
004300         NOT INVALID KEY
004310             DISPLAY "BADGE TERMINATED"
004320             MOVE "T" TO JE-OPERATION
004330             PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
004340     END-REWRITE.
004350
004360     IF EP-TKT-FILE-AVAIL
004370         PERFORM 6000-LIST-OPEN-TICKETS THRU 6000-EXIT
004380     END-IF.
004390
004400 5000-EXIT.
004410     EXIT.
004420
004430*-----------------------------------------------------------*
004440* 6000-LIST-OPEN-TICKETS                                     *
004450*     SWEEPS JOBTICRMS THROUGH THE SERVER FOR THE BADGE'S     *
004460*     TICKETS STILL ENTERED OR HELD.  THE PRIME KEY LEADS     *
004470*     WITH THE WEEK, SO THE WHOLE FILE IS SWEPT.              *
004480*-----------------------------------------------------------*
004490 6000-LIST-OPEN-TICKETS.
004500
004510     MOVE "N" TO EP-TKT-EOF-SW.
004520     MOVE 0 TO EP-OPEN-TKT-CNT.
004530
004540     MOVE 0 TO JT-WK-END-DATE.
004550     MOVE 0 TO JT-BADGE-NUM.
004560
004570     MOVE "SK" TO SR-FUNCTION.
004580     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
004590     IF NOT SR-OK
004600         MOVE "Y" TO EP-TKT-EOF-SW
004610     END-IF.
004620
004630     IF NOT EP-TKT-EOF
004640         PERFORM 6100-READ-NEXT-TICKET THRU 6100-EXIT
004650     END-IF.
004660
004670     PERFORM 6200-CHECK-TICKET THRU 6200-EXIT
004680         UNTIL EP-TKT-EOF.
004690
004700     IF EP-OPEN-TKT-CNT = 0
004710         DISPLAY "NO OPEN TICKETS FOR THIS BADGE"
004720     ELSE
004730         DISPLAY "OPEN TICKETS TO CLEAR: " EP-OPEN-TKT-CNT
004740     END-IF.
004750
004760 6000-EXIT.
004770     EXIT.
004780
004790 6100-READ-NEXT-TICKET.
004800
004810     MOVE "RN" TO SR-FUNCTION.
004820     CALL "JTSERV" USING JT-SRV-REQ JT-REC.
004830     IF NOT SR-OK
004840         IF SR-REC-LOCKED
004850             DISPLAY "TICKET IN USE AT ANOTHER TERMINAL - "
004860                     "OPEN TICKET LIST INCOMPLETE"
004870         END-IF
004880         MOVE "Y" TO EP-TKT-EOF-SW
004890     END-IF.
004900
004910 6100-EXIT.
004920     EXIT.
004930
004940 6200-CHECK-TICKET.
004950
004960     IF JT-BADGE-NUM = EP-BADGE-NUM
004970        AND (JT-ENTERED OR JT-HELD)
004980         MOVE JT-TOTAL-HRS TO EP-HOURS-DISPLAY
004990         DISPLAY "  OPEN TICKET - WEEK " JT-WK-END-DATE
005000                 " COST CENTER " JT-COST-CENTER
005010                 " HOURS " EP-HOURS-DISPLAY
005020                 " STATUS " JT-STATUS
005030         ADD 1 TO EP-OPEN-TKT-CNT
005040     END-IF.
005050
005060     PERFORM 6100-READ-NEXT-TICKET THRU 6100-EXIT.
005070
005080 6200-EXIT.
005090     EXIT.
005100
005110*-----------------------------------------------------------*
005120* 8000-WRITE-AUDIT-RECORD                                    *
005130*     APPENDS ONE RECORD TO JTEMPLOG FOR THE CHANGE JUST      *
005140*     COMPLETED, IN THE SAME SHAPE JTHRLD WRITES.  THE CALLER *
005150*     SETS JE-OPERATION AND THE BEFORE-IMAGE FIELDS FIRST.    *
005160*-----------------------------------------------------------*
005170 8000-WRITE-AUDIT-RECORD.
005180
005190     MOVE EM-BADGE-NUM TO JE-BADGE-NUM.
005200     MOVE EP-TERM-ID TO JE-TERM-ID.
005210     MOVE EP-OLD-COST-CENTER TO JE-OLD-COST-CENTER.
005220     MOVE EM-COST-CENTER TO JE-NEW-COST-CENTER.
005230     MOVE EP-OLD-STATUS TO JE-OLD-STATUS.
005240     MOVE EM-STATUS TO JE-NEW-STATUS.
005250     ACCEPT JE-LOG-DATE FROM DATE.
005260     ACCEPT JE-LOG-TIME FROM TIME.
005270
005280     WRITE JE-EMPLOG-REC.
005290
005300 8000-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------*
005340* 9000-TERMINATE                                             *
005350*-----------------------------------------------------------*
005360 9000-TERMINATE.
005370
005380     IF EP-TKT-FILE-AVAIL
005390         MOVE "CL" TO SR-FUNCTION
005400         CALL "JTSERV" USING JT-SRV-REQ JT-REC
005410     END-IF.
005420
005430     CLOSE EM-FIL.
005440     CLOSE CC-FIL.
005450     CLOSE EMPLOG-FIL.
005460
005470 9000-EXIT.
005480     EXIT.
