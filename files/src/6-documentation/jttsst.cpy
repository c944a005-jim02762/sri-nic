000010*=================================================================
000020* JTTSST - FILE STATUS SWITCH FOR THE TURNAROUND TICKET SERIALS
000030*          (TS-FIL, ASSIGNED TO TKTSER)
000040*
000050* COPY MEMBER FOR WORKING-STORAGE.  PAIRS WITH JTTSSEL.
000060*=================================================================
000070 01  TS-FIL-STATUS                PIC X(02).
000080     88  TS-FIL-OK                VALUE "00".
000090     88  TS-FIL-NOTFOUND          VALUE "35".
