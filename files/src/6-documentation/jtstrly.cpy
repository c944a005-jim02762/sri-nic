000010*=================================================================
000020* JTSTRLY - JTSETL ORDER SETTLEMENT REQUEST BLOCK LAYOUT
000030*
000040* COPY MEMBER FOR THE REQUEST BLOCK PASSED ON EVERY CALL TO THE
000050* JTSETL ORDER SETTLEMENT REPORT.  COPY THIS MEMBER IMMEDIATELY
000060* AFTER THE 01-LEVEL NAME IN THE CALLER'S WORKING-STORAGE AND IN
000070* JTSETL'S LINKAGE SECTION, E.G.
000080*
000090*     01  ST-REQUEST.
000100*         COPY JTSTRLY.
000110*
000120* THE CALLER SETS ST-PROGRAM AND ST-OPER-ID ONCE, THEN AFTER
000130* EVERY ORDER IT CLOSES FILLS IN THE ORDER FROM ITS DO-REC OR
000140* MO-REC AND CALLS
000150*
000160*     CALL "JTSETL" USING ST-REQUEST.
000170*
000180* ST-STATUS RETURNS "00" WHEN THE SETTLEMENT PRINTED, OR THE
000190* STATUS OF THE FILE THAT STOPPED IT.
000200*=================================================================
000210     05  ST-PROGRAM              PIC X(08).
000220     05  ST-OPER-ID              PIC X(08).
000230     05  ST-ORDER-TYPE           PIC X(01).
000240         88  ST-DIS-ORDER        VALUE "D".
000250         88  ST-MFG-ORDER        VALUE "M".
000260     05  ST-ORDER-NUM            PIC 9(05).
000270     05  ST-ORDER-DESC           PIC X(30).
000280     05  ST-BUDGET-HRS           PIC 9(05)V99.
000290     05  ST-STATUS               PIC X(02).
000300         88  ST-OK               VALUE "00".
