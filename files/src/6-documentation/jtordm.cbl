000440*     free-typed terminal/user ID prompt.  STOP RUN gives
000450*     way to GOBACK so control returns to the menu, at a
000460*     clean end and at a startup failure alike.  )%
000470*
000480* Edit (15-Oct-26, 'J. A. Hartley')
000490* %(  Print the order settlement on a deactivate.  Once the
000500*     order is marked inactive, the order number, description,
000510*     and budgeted hours go to JTSETL, which prints the order's
000520*     paid hours and dollars by week and cost center from the
000530*     ORDCOST ledger against the budget, so cost accounting
000540*     has the final job cost the day the order closes.  )%
000550
000560 ENVIRONMENT DIVISION.
000570
000580 CONFIGURATION SECTION.
000590
000600 SOURCE-COMPUTER.
000610     DECSYSTEM-20.
000620
000630 OBJECT-COMPUTER.
000640     DECSYSTEM-20.
000650
000660 INPUT-OUTPUT SECTION.
000670
000680 FILE-CONTROL.
000690     COPY jtdissel.
000700
000710     COPY jtmfgsel.
000720
000730     SELECT ORDLOG-FIL ASSIGN TO "JTORDLOG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS JO-FIL-STATUS.
000760
000770 DATA DIVISION.
000780
000790 FILE SECTION.
000800
000810 FD  DO-FIL
000820     LABEL RECORDS ARE STANDARD.
000830
000840 01  DO-REC.
000850     COPY jtdisly.
000860
000870 FD  MO-FIL
000880     LABEL RECORDS ARE STANDARD.
000890
000900 01  MO-REC.
000910     COPY jtmfgly.
000920
000930 FD  ORDLOG-FIL
000940     LABEL RECORDS ARE STANDARD.
000950
000960 01  JO-ORDLOG-REC.
000970     05  JO-ORDER-TYPE               PIC X(01).
000980     05  FILLER                      PIC X(01) VALUE SPACE.
000990     05  JO-ORDER-NUM                PIC 9(05).
001000     05  FILLER                      PIC X(01) VALUE SPACE.
001010     05  JO-OPERATION                PIC X(01).
001020     05  FILLER                      PIC X(01) VALUE SPACE.
001030     05  JO-TERM-ID                  PIC X(08).
001040     05  FILLER                      PIC X(01) VALUE SPACE.
001050     05  JO-LOG-DATE                 PIC 9(06).
001060     05  FILLER                      PIC X(01) VALUE SPACE.
001070     05  JO-LOG-TIME                 PIC 9(08).
001080
001090 WORKING-STORAGE SECTION.
001100     COPY jtdisst.
001110
001120     COPY jtmfgst.
001130
001140 01  JO-FIL-STATUS                  PIC X(02).
001150     88  JO-FIL-NOTFOUND             VALUE "35".
001160
001170 01  OM-ORDER-FILE                PIC X(01).
001180     88  OM-DIS-FILE              VALUE "D".
001190     88  OM-MFG-FILE              VALUE "M".
001200     88  OM-QUIT                  VALUE "Q".
001210
001220 01  OM-FUNCTION                  PIC X(01).
001230     88  OM-ADD                   VALUE "A".
001240     88  OM-CHANGE                VALUE "C".
001250     88  OM-DEACTIVATE            VALUE "D".
001260
001270 01  OM-DONE-SW                   PIC X(01) VALUE "N".
001280     88  OM-DONE                  VALUE "Y".
001290
001300 01  OM-ORDER-NUM                 PIC 9(05).
001310
001320 01  OM-TERM-ID                   PIC X(08).
001330
001340 01  OM-BUDGET-ENTRY              PIC 9(05)V99.
001350
001360 01  OM-BUDGET-DISPLAY            PIC ZZ,ZZ9.99.
001370
001380 01  ST-REQUEST.
001390     COPY jtstrly.
001400
001410 LINKAGE SECTION.
001420
001430 01  JT-SIGNON.
001440     COPY jtsgnly.
001450
001460 PROCEDURE DIVISION USING JT-SIGNON.
001470
001480*-----------------------------------------------------------*
001490* 0000-MAINLINE                                              *
001500*-----------------------------------------------------------*
001510 0000-MAINLINE.
001520
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540
001550     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
001560         UNTIL OM-DONE.
001570
001580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001590
001600     GOBACK.
001610
001620*-----------------------------------------------------------*
001630* 1000-INITIALIZE                                            *
001640*     OPENS BOTH ORDER MASTERS FOR UPDATE, CREATING EITHER    *
001650*     ON THE FIRST RUN IF IT DOES NOT YET EXIST.              *
001660*-----------------------------------------------------------*
001670 1000-INITIALIZE.
001680
001690     MOVE SG-OPER-ID TO OM-TERM-ID.
001700
001710     OPEN I-O DO-FIL.
001720     IF DO-FIL-NOTFOUND
001730         CLOSE DO-FIL
001740         OPEN OUTPUT DO-FIL
001750         CLOSE DO-FIL
001760         OPEN I-O DO-FIL
001770     END-IF.
001780
001790     IF DO-FIL-STATUS NOT = "00"
001800         DISPLAY "JTORDM - DISMAS NOT AVAILABLE - STATUS "
001810                 DO-FIL-STATUS
001820         GOBACK
001830     END-IF.
001840
001850     OPEN I-O MO-FIL.
001860     IF MO-FIL-NOTFOUND
001870         CLOSE MO-FIL
001880         OPEN OUTPUT MO-FIL
001890         CLOSE MO-FIL
001900         OPEN I-O MO-FIL
001910     END-IF.
001920
001930     IF MO-FIL-STATUS NOT = "00"
001940         DISPLAY "JTORDM - MFGMAS NOT AVAILABLE - STATUS "
001950                 MO-FIL-STATUS
001960         GOBACK
001970     END-IF.
001980
001990     OPEN EXTEND ORDLOG-FIL.
002000     IF JO-FIL-NOTFOUND
002010         OPEN OUTPUT ORDLOG-FIL
002020     END-IF.
002030
002040 1000-EXIT.
002050     EXIT.
002060
002070*-----------------------------------------------------------*
002080* 2000-PROCESS-ORDER                                         *
002090*     PROMPTS FOR THE MASTER, THE FUNCTION, AND THE ORDER     *
002100*     NUMBER, THEN DISPATCHES TO THE ADD, CHANGE, OR          *
002110*     DEACTIVATE PARAGRAPH.                                   *
002120*-----------------------------------------------------------*
002130 2000-PROCESS-ORDER.
002140
002150     DISPLAY "JTORDM - MASTER (D)ISTRIBUTION, (M)ANUFACTURING, ".
002160     DISPLAY "         (Q)UIT: ".
002170     ACCEPT OM-ORDER-FILE.
002180
002190     IF OM-QUIT
002200         MOVE "Y" TO OM-DONE-SW
002210         GO TO 2000-EXIT
002220     END-IF.
002230
002240     IF NOT OM-DIS-FILE AND NOT OM-MFG-FILE
002250         DISPLAY "INVALID MASTER - TRY AGAIN"
002260         GO TO 2000-EXIT
002270     END-IF.
002280
002290     DISPLAY "JTORDM - FUNCTION (A)DD, (C)HANGE, ".
002300     DISPLAY "         (D)EACTIVATE: ".
002310     ACCEPT OM-FUNCTION.
002320
002330     DISPLAY "ORDER NUMBER: ".
002340     ACCEPT OM-ORDER-NUM.
002350
002360     EVALUATE TRUE
002370         WHEN OM-ADD
002380             PERFORM 3000-ADD-ORDER THRU 3000-EXIT
002390         WHEN OM-CHANGE
002400             PERFORM 4000-CHANGE-ORDER THRU 4000-EXIT
002410         WHEN OM-DEACTIVATE
002420             PERFORM 5000-DEACTIVATE-ORDER THRU 5000-EXIT
002430         WHEN OTHER
002440             DISPLAY "INVALID FUNCTION - TRY AGAIN"
002450     END-EVALUATE.
002460
002470 2000-EXIT.
002480     EXIT.
002490
002500*-----------------------------------------------------------*
002510* 3000-ADD-ORDER                                             *
002520*     A NEW ORDER GOES ON FILE ACTIVE.                        *
002530*-----------------------------------------------------------*
002540 3000-ADD-ORDER.
002550
002560     IF OM-DIS-FILE
002570         MOVE OM-ORDER-NUM TO DO-DIS-NUM
002580         DISPLAY "DESCRIPTION: "
002590         ACCEPT DO-DIS-DESC
002600         MOVE "A" TO DO-DIS-STATUS
002610         DISPLAY "BUDGETED HOURS (0 FOR NONE): "
002620         ACCEPT OM-BUDGET-ENTRY
002630         MOVE OM-BUDGET-ENTRY TO DO-BUDGET-HRS
002640         WRITE DO-REC
002650             INVALID KEY
002660                 DISPLAY "ORDER ALREADY ON FILE - NOT ADDED"
002670             NOT INVALID KEY
002680                 DISPLAY "ORDER ADDED"
002690                 MOVE "A" TO JO-OPERATION
002700                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
002710         END-WRITE
002720     ELSE
002730         MOVE OM-ORDER-NUM TO MO-MFG-NUM
002740         DISPLAY "DESCRIPTION: "
002750         ACCEPT MO-MFG-DESC
002760         MOVE "A" TO MO-MFG-STATUS
002770         DISPLAY "BUDGETED HOURS (0 FOR NONE): "
002780         ACCEPT OM-BUDGET-ENTRY
002790         MOVE OM-BUDGET-ENTRY TO MO-BUDGET-HRS
002800         WRITE MO-REC
002810             INVALID KEY
002820                 DISPLAY "ORDER ALREADY ON FILE - NOT ADDED"
002830             NOT INVALID KEY
002840                 DISPLAY "ORDER ADDED"
002850                 MOVE "A" TO JO-OPERATION
002860                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
002870         END-WRITE
002880     END-IF.
002890
002900 3000-EXIT.
002910     EXIT.
002920
002930*-----------------------------------------------------------*
002940* 4000-CHANGE-ORDER                                          *
002950*     RE-KEYS THE DESCRIPTION OF AN ORDER ALREADY ON FILE.    *
002960*-----------------------------------------------------------*
002970 4000-CHANGE-ORDER.
002980
002990     IF OM-DIS-FILE
003000         MOVE OM-ORDER-NUM TO DO-DIS-NUM
003010         READ DO-FIL
003020             INVALID KEY
003030                 DISPLAY "ORDER NOT ON FILE - NOT CHANGED"
003040                 GO TO 4000-EXIT
003050         END-READ
003060         DISPLAY "CURRENT DESCRIPTION: " DO-DIS-DESC
003070         DISPLAY "NEW DESCRIPTION: "
003080         ACCEPT DO-DIS-DESC
003090         MOVE DO-BUDGET-HRS TO OM-BUDGET-DISPLAY
003100         DISPLAY "CURRENT BUDGETED HOURS: " OM-BUDGET-DISPLAY
003110         DISPLAY "NEW BUDGETED HOURS (0 FOR NONE): "
003120         ACCEPT OM-BUDGET-ENTRY
003130         MOVE OM-BUDGET-ENTRY TO DO-BUDGET-HRS
003140         REWRITE DO-REC
003150             INVALID KEY
003160                 DISPLAY "REWRITE FAILED"
003170             NOT INVALID KEY
003180                 DISPLAY "ORDER CHANGED"
003190                 MOVE "C" TO JO-OPERATION
003200                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
003210         END-REWRITE
003220     ELSE
003230         MOVE OM-ORDER-NUM TO MO-MFG-NUM
003240         READ MO-FIL
003250             INVALID KEY
003260                 DISPLAY "ORDER NOT ON FILE - NOT CHANGED"
003270                 GO TO 4000-EXIT
003280         END-READ
003290         DISPLAY "CURRENT DESCRIPTION: " MO-MFG-DESC
003300         DISPLAY "NEW DESCRIPTION: "
003310         ACCEPT MO-MFG-DESC
003320         MOVE MO-BUDGET-HRS TO OM-BUDGET-DISPLAY
003330         DISPLAY "CURRENT BUDGETED HOURS: " OM-BUDGET-DISPLAY
003340         DISPLAY "NEW BUDGETED HOURS (0 FOR NONE): "
003350         ACCEPT OM-BUDGET-ENTRY
003360         MOVE OM-BUDGET-ENTRY TO MO-BUDGET-HRS
003370         REWRITE MO-REC
003380             INVALID KEY
003390                 DISPLAY "REWRITE FAILED"
003400             NOT INVALID KEY
003410                 DISPLAY "ORDER CHANGED"
003420                 MOVE "C" TO JO-OPERATION
003430                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
003440         END-REWRITE
003450     END-IF.
003460
003470 4000-EXIT.
003480     EXIT.
003490
003500*-----------------------------------------------------------*
003510* 5000-DEACTIVATE-ORDER                                      *
003520*     SETS THE ORDER'S STATUS TO "I" - THE RECORD STAYS ON    *
003530*     FILE FOR HISTORY, BUT TICKET ENTRY REFUSES IT.          *
003540*-----------------------------------------------------------*
003550 5000-DEACTIVATE-ORDER.
003560
003570     IF OM-DIS-FILE
003580         MOVE OM-ORDER-NUM TO DO-DIS-NUM
003590         READ DO-FIL
003600             INVALID KEY
003610                 DISPLAY "ORDER NOT ON FILE - NOT DEACTIVATED"
003620                 GO TO 5000-EXIT
003630         END-READ
003640         IF NOT DO-DIS-ACTIVE
003650             DISPLAY "ORDER ALREADY INACTIVE"
003660             GO TO 5000-EXIT
003670         END-IF
003680         MOVE "I" TO DO-DIS-STATUS
003690         REWRITE DO-REC
003700             INVALID KEY
003710                 DISPLAY "REWRITE FAILED"
003720             NOT INVALID KEY
003730                 DISPLAY "ORDER DEACTIVATED"
003740                 MOVE "D" TO JO-OPERATION
003750                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
003760                 MOVE "D" TO ST-ORDER-TYPE
003770                 MOVE DO-DIS-DESC TO ST-ORDER-DESC
003780                 MOVE DO-BUDGET-HRS TO ST-BUDGET-HRS
003790                 PERFORM 5100-SETTLE-ORDER THRU 5100-EXIT
003800         END-REWRITE
003810     ELSE
003820         MOVE OM-ORDER-NUM TO MO-MFG-NUM
003830         READ MO-FIL
003840             INVALID KEY
003850                 DISPLAY "ORDER NOT ON FILE - NOT DEACTIVATED"
003860                 GO TO 5000-EXIT
003870         END-READ
003880         IF NOT MO-MFG-ACTIVE
003890             DISPLAY "ORDER ALREADY INACTIVE"
003900             GO TO 5000-EXIT
003910         END-IF
003920         MOVE "I" TO MO-MFG-STATUS
003930         REWRITE MO-REC
003940             INVALID KEY
003950                 DISPLAY "REWRITE FAILED"
003960             NOT INVALID KEY
003970                 DISPLAY "ORDER DEACTIVATED"
003980                 MOVE "D" TO JO-OPERATION
003990                 PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
004000                 MOVE "M" TO ST-ORDER-TYPE
004010                 MOVE MO-MFG-DESC TO ST-ORDER-DESC
004020                 MOVE MO-BUDGET-HRS TO ST-BUDGET-HRS
004030                 PERFORM 5100-SETTLE-ORDER THRU 5100-EXIT
004040         END-REWRITE
004050     END-IF.
004060
004070 5000-EXIT.
004080     EXIT.
004090
004100*-----------------------------------------------------------*
004110* 5100-SETTLE-ORDER                                          *
004120*     PRINTS THE CLOSED ORDER'S SETTLEMENT THROUGH JTSETL.    *
004130*     THE CALLER HAS SET THE ORDER TYPE, DESCRIPTION, AND     *
004140*     BUDGET.                                                 *
004150*-----------------------------------------------------------*
004160 5100-SETTLE-ORDER.
004170
004180     MOVE "JTORDM" TO ST-PROGRAM.
004190     MOVE SG-OPER-ID TO ST-OPER-ID.
004200     MOVE OM-ORDER-NUM TO ST-ORDER-NUM.
004210
004220     CALL "JTSETL" USING ST-REQUEST.
004230
004240     IF ST-OK
004250         DISPLAY "SETTLEMENT PRINTED TO JTSETL"
004260     ELSE
004270         DISPLAY "SETTLEMENT NOT PRINTED - STATUS " ST-STATUS
004280     END-IF.
004290
004300 5100-EXIT.
004310     EXIT.
004320
004330*-----------------------------------------------------------*
004340* 8000-WRITE-AUDIT-RECORD                                    *
004350*     APPENDS ONE RECORD TO JTORDLOG FOR THE ADD, CHANGE, OR  *
004360*     DEACTIVATE JUST COMPLETED.  THE CALLER SETS             *
004370*     JO-OPERATION BEFORE PERFORMING THIS.                    *
004380*-----------------------------------------------------------*
004390 8000-WRITE-AUDIT-RECORD.
004400
004410     MOVE OM-ORDER-FILE TO JO-ORDER-TYPE.
004420     MOVE OM-ORDER-NUM TO JO-ORDER-NUM.
004430     MOVE OM-TERM-ID TO JO-TERM-ID.
004440     ACCEPT JO-LOG-DATE FROM DATE.
004450     ACCEPT JO-LOG-TIME FROM TIME.
004460
004470     WRITE JO-ORDLOG-REC.
004480
004490 8000-EXIT.
004500     EXIT.
004510
004520*-----------------------------------------------------------*
004530* 9000-TERMINATE                                             *
004540*-----------------------------------------------------------*
004550 9000-TERMINATE.
004560
004570     CLOSE DO-FIL.
004580     CLOSE MO-FIL.
004590     CLOSE ORDLOG-FIL.
004600
004610 9000-EXIT.
004620     EXIT.
