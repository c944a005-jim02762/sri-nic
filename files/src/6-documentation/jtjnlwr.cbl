000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID.
000040     JTJNLWR.
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
000200* %(  New program.  After-image journal writer for JOBTICRMS.
000210*     JTSERV, JTBLOAD, JTEXPRT, JTARCHV, and JTCOSTRG call it
000220*     after every JT-REC they add, rewrite, or delete, passing
000230*     the JTJNRLY request block (program, operator, action) and
000240*     the ticket.  It appends one JTJNLY record - date, time,
000250*     program, operator, action, and the whole ticket - to the
000260*     JTAIJNL recovery journal that JTROLFW rolls a restored
000270*     backup forward from.  The journal is opened EXTEND and
000280*     closed again on every call, so an image is on the file
000290*     before control goes back to the caller and every run unit
000300*     appending to the journal gets its turn at the file.  A
000310*     journal that cannot be written is reported on the console
000320*     and in JN-STATUS; the ticket update itself stands.  )%
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
000470     SELECT JNL-FIL ASSIGN TO "JTAIJNL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS AI-FIL-STATUS.
000500
000510 DATA DIVISION.
000520
000530 FILE SECTION.
000540
000550 FD  JNL-FIL
000560     LABEL RECORDS ARE STANDARD.
000570
000580 01  AI-JNL-REC.
000590     COPY jtjnly.
000600
000610 WORKING-STORAGE SECTION.
000620
000630 01  AI-FIL-STATUS                PIC X(02).
000640     88  AI-FIL-NOTFOUND          VALUE "35".
000650
000660 01  JW-DTL-SUB                   PIC 9(04) COMP.
000670
000680 LINKAGE SECTION.
000690
000700 01  JN-REQUEST.
000710     COPY jtjnrly.
000720
000730 01  JT-REC.
000740     COPY jtrecly.
000750
000760 PROCEDURE DIVISION USING JN-REQUEST JT-REC.
000770
000780*-----------------------------------------------------------*
000790* 0000-MAINLINE                                              *
000800*     ONE CALL, ONE JOURNAL RECORD.                           *
000810*-----------------------------------------------------------*
000820 0000-MAINLINE.
000830
000840     PERFORM 1000-BUILD-IMAGE THRU 1000-EXIT.
000850
000860     PERFORM 2000-WRITE-IMAGE THRU 2000-EXIT.
000870
000880 0000-EXIT.
000890     EXIT PROGRAM.
000900
000910*-----------------------------------------------------------*
000920* 1000-BUILD-IMAGE                                           *
000930*     STAMPS THE RECORD AND COPIES THE TICKET INTO IT FIELD   *
000940*     BY FIELD, DETAIL LINES INCLUDED.  UNUSED DETAIL SLOTS   *
000950*     GO OUT AS SPACES AND ZEROS.                             *
000960*-----------------------------------------------------------*
000970 1000-BUILD-IMAGE.
000980
000990     MOVE SPACES TO AI-JNL-REC.
001000
001010     ACCEPT AI-JNL-DATE FROM DATE.
001020     ACCEPT AI-JNL-TIME FROM TIME.
001030     MOVE JN-PROGRAM TO AI-PROGRAM.
001040     MOVE JN-OPER-ID TO AI-OPER-ID.
001050     MOVE JN-ACTION TO AI-ACTION.
001060
001070     MOVE JT-WK-END-DATE TO AI-WK-END-DATE.
001080     MOVE JT-BADGE-NUM TO AI-BADGE-NUM.
001090     MOVE JT-NAME TO AI-NAME.
001100     MOVE JT-COST-CENTER TO AI-COST-CENTER.
001110     COMPUTE AI-TOTAL-HRS ROUNDED = JT-TOTAL-HRS.
001120     MOVE JT-STATUS TO AI-STATUS.
001130     MOVE JT-ORIG-WK-END-DATE TO AI-ORIG-WK-END-DATE.
001140     MOVE JT-ORIG-BADGE-NUM TO AI-ORIG-BADGE-NUM.
001150     MOVE JT-DTL-CNT TO AI-DTL-CNT.
001160
001170     PERFORM 1100-COPY-LINE THRU 1100-EXIT
001180         VARYING JW-DTL-SUB FROM 1 BY 1
001190         UNTIL JW-DTL-SUB > 30.
001200
001210 1000-EXIT.
001220     EXIT.
001230
001240 1100-COPY-LINE.
001250
001260     IF JW-DTL-SUB > JT-DTL-CNT
001270         MOVE 0 TO AI-DIS-NUM (JW-DTL-SUB)
001280         MOVE 0 TO AI-MFG-NUM (JW-DTL-SUB)
001290         MOVE 0 TO AI-HOURS (JW-DTL-SUB)
001300         GO TO 1100-EXIT
001310     END-IF.
001320
001330     MOVE JT-ACTIV-CD (JW-DTL-SUB) TO AI-ACTIV-CD (JW-DTL-SUB).
001340     MOVE JT-PL-NUM (JW-DTL-SUB) TO AI-PL-NUM (JW-DTL-SUB).
001350     MOVE JT-DIS-NUM (JW-DTL-SUB) TO AI-DIS-NUM (JW-DTL-SUB).
001360     MOVE JT-MFG-NUM (JW-DTL-SUB) TO AI-MFG-NUM (JW-DTL-SUB).
001370     COMPUTE AI-HOURS (JW-DTL-SUB) ROUNDED =
001380         JT-HOURS (JW-DTL-SUB).
001390     MOVE JT-OP-CD (JW-DTL-SUB) TO AI-OP-CD (JW-DTL-SUB).
001400
001410 1100-EXIT.
001420     EXIT.
001430
001440*-----------------------------------------------------------*
001450* 2000-WRITE-IMAGE                                           *
001460*     APPENDS THE IMAGE TO JTAIJNL, CREATING THE JOURNAL ON   *
001470*     ITS FIRST USE, AND CLOSES IT AGAIN.                     *
001480*-----------------------------------------------------------*
001490 2000-WRITE-IMAGE.
001500
001510     OPEN EXTEND JNL-FIL.
001520     IF AI-FIL-NOTFOUND
001530         OPEN OUTPUT JNL-FIL
001540     END-IF.
001550
001560     IF AI-FIL-STATUS NOT = "00"
001570         DISPLAY "JTJNLWR - JTAIJNL NOT AVAILABLE - STATUS "
001580                 AI-FIL-STATUS
001590         DISPLAY "JTJNLWR - NO AFTER-IMAGE FOR TICKET "
001600                 JT-WK-END-DATE " " JT-BADGE-NUM
001610         MOVE AI-FIL-STATUS TO JN-STATUS
001620         GO TO 2000-EXIT
001630     END-IF.
001640
001650     WRITE AI-JNL-REC.
001660     MOVE AI-FIL-STATUS TO JN-STATUS.
001670
001680     IF AI-FIL-STATUS NOT = "00"
001690         DISPLAY "JTJNLWR - JTAIJNL WRITE FAILED - STATUS "
001700                 AI-FIL-STATUS
001710         DISPLAY "JTJNLWR - NO AFTER-IMAGE FOR TICKET "
001720                 JT-WK-END-DATE " " JT-BADGE-NUM
001730     END-IF.
001740
001750     CLOSE JNL-FIL.
001760
001770 2000-EXIT.
001780     EXIT.
