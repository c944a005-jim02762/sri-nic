000010*=================================================================
000020* JTACTST - FILE STATUS SWITCH FOR THE ACTIVITY/OPERATION
000030*           CODE MASTER (AC-FIL, ASSIGNED TO ACTMAS)
000040*
000050* COPY MEMBER FOR WORKING-STORAGE.  PAIRS WITH JTACTSEL.
000060*=================================================================
000070 01  AC-FIL-STATUS                PIC X(02).
000080     88  AC-FIL-OK                VALUE "00".
000090     88  AC-FIL-NOTFOUND          VALUE "35".
