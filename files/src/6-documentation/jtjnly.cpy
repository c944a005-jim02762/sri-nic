000010*=================================================================
000020* JTJNLY - JOBTICRMS AFTER-IMAGE JOURNAL RECORD LAYOUT
000030*
000040* COPY MEMBER FOR THE RECOVERY JOURNAL RECORD (AI-JNL-REC).  COPY
000050* THIS MEMBER IMMEDIATELY AFTER THE 01-LEVEL RECORD NAME IN THE
000060* FD FOR JNL-FIL (ASSIGNED TO JTAIJNL), E.G.
000070*
000080*     01  AI-JNL-REC.
000090*         COPY JTJNLY.
000100*
000110* ONE RECORD PER JT-REC ADDED, REWRITTEN, OR DELETED ON JOBTICRMS
000120* BY JTSERV, JTBLOAD, JTEXPRT, JTARCHV, OR JTCOSTRG - ALL OF THEM
000130* WRITE THROUGH THE JTJNLWR JOURNAL WRITER.  EACH RECORD IS
000140* STAMPED WITH THE DATE, TIME, PROGRAM, AND OPERATOR AND CARRIES
000150* THE WHOLE TICKET AS IT STOOD AFTER THE CHANGE (FOR A DELETE,
000160* AS IT STOOD WHEN IT WAS DELETED), SO JTROLFW CAN ROLL A
000170* RESTORED BACKUP FORWARD FROM THE JOURNAL ALONE.
000180*
000190* THE TICKET IS CARRIED IN DISPLAY FORM, HOURS WITH A LEADING
000200* SEPARATE SIGN AS ON JTAUDLOG, AND ALL 30 DETAIL SLOTS ARE
000210* WRITTEN EVERY TIME - AI-DTL-CNT SAYS HOW MANY ARE IN USE.
000220*=================================================================
000230     05  AI-JNL-STAMP.
000240         10  AI-JNL-DATE         PIC 9(06).
000250         10  AI-JNL-TIME         PIC 9(08).
000260     05  FILLER                  PIC X(01).
000270     05  AI-PROGRAM              PIC X(08).
000280     05  FILLER                  PIC X(01).
000290     05  AI-OPER-ID              PIC X(08).
000300     05  FILLER                  PIC X(01).
000310     05  AI-ACTION               PIC X(01).
000320         88  AI-ADD              VALUE "A".
000330         88  AI-CHANGE           VALUE "C".
000340         88  AI-DELETE           VALUE "D".
000350     05  FILLER                  PIC X(01).
000360     05  AI-WK-END-DATE          PIC 9(06).
000370     05  FILLER                  PIC X(01).
000380     05  AI-BADGE-NUM            PIC 9(07).
000390     05  FILLER                  PIC X(01).
000400     05  AI-NAME                 PIC X(30).
000410     05  FILLER                  PIC X(01).
000420     05  AI-COST-CENTER          PIC X(04).
000430     05  FILLER                  PIC X(01).
000440     05  AI-TOTAL-HRS            PIC S9(05)V99
000450                                 SIGN LEADING SEPARATE.
000460     05  FILLER                  PIC X(01).
000470     05  AI-STATUS               PIC X(01).
000480     05  FILLER                  PIC X(01).
000490     05  AI-ORIG-WK-END-DATE     PIC 9(06).
000500     05  FILLER                  PIC X(01).
000510     05  AI-ORIG-BADGE-NUM       PIC 9(07).
000520     05  FILLER                  PIC X(01).
000530     05  AI-DTL-CNT              PIC 9(02).
000540     05  AI-DETAIL-LINES OCCURS 30 TIMES.
000550         10  FILLER              PIC X(01).
000560         10  AI-ACTIV-CD         PIC X(04).
000570         10  AI-PL-NUM           PIC X(04).
000580         10  AI-DIS-NUM          PIC 9(05).
000590         10  AI-MFG-NUM          PIC 9(05).
000600         10  AI-HOURS            PIC S9(05)V99
000610                                 SIGN LEADING SEPARATE.
000620         10  AI-OP-CD            PIC X(04).
