000010*=================================================================
000020* JTJNRLY - JTJNLWR JOURNAL WRITER REQUEST BLOCK LAYOUT
000030*
000040* COPY MEMBER FOR THE REQUEST BLOCK PASSED ON EVERY CALL TO THE
000050* JTJNLWR AFTER-IMAGE JOURNAL WRITER.  COPY THIS MEMBER
000060* IMMEDIATELY AFTER THE 01-LEVEL NAME IN THE CALLER'S WORKING-
000070* STORAGE AND IN JTJNLWR'S LINKAGE SECTION, E.G.
000080*
000090*     01  JT-JNL-REQ.
000100*         COPY JTJNRLY.
000110*
000120* THE CALLER SETS JN-PROGRAM AND JN-OPER-ID ONCE, THEN AFTER
000130* EVERY GOOD WRITE, REWRITE, OR DELETE OF A JT-REC SETS
000140* JN-ACTION AND CALLS
000150*
000160*     CALL "JTJNLWR" USING JT-JNL-REQ JT-REC.
000170*
000180* WITH THE RECORD AREA HOLDING THE TICKET AS IT NOW STANDS (FOR
000190* A DELETE, AS IT STOOD).  JN-STATUS RETURNS THE JOURNAL FILE
000200* STATUS; THE WRITER HAS ALREADY WARNED THE CONSOLE IF IT IS
000210* NOT "00".
000220*=================================================================
000230     05  JN-PROGRAM              PIC X(08).
000240     05  JN-OPER-ID              PIC X(08).
000250     05  JN-ACTION               PIC X(01).
000260         88  JN-ADD              VALUE "A".
000270         88  JN-CHANGE           VALUE "C".
000280         88  JN-DELETE           VALUE "D".
000290     05  JN-STATUS               PIC X(02).
000300         88  JN-OK               VALUE "00".
