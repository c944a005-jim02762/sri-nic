000010*=================================================================
000020* JTCCST - FILE STATUS SWITCH FOR THE COST CENTER MASTER
000030*          (CC-FIL, ASSIGNED TO CCMAS)
000040*
000050* COPY MEMBER FOR WORKING-STORAGE.  PAIRS WITH JTCCSEL.
000060*=================================================================
000070 01  CC-FIL-STATUS                PIC X(02).
000080     88  CC-FIL-OK                VALUE "00".
000090     88  CC-FIL-NOTFOUND          VALUE "35".
