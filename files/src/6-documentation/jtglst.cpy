000010*=================================================================
000020* JTGLST - FILE STATUS SWITCH FOR THE GL ACCOUNT MAP
000030*          (GM-FIL, ASSIGNED TO GLMAP)
000040*
000050* COPY MEMBER FOR WORKING-STORAGE.  PAIRS WITH JTGLSEL.
000060*=================================================================
000070 01  GM-FIL-STATUS                PIC X(02).
000080     88  GM-FIL-OK                VALUE "00".
000090     88  GM-FIL-NOTFOUND          VALUE "35".
