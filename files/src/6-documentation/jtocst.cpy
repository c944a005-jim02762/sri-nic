000010*=================================================================
000020* JTOCST - FILE STATUS SWITCH FOR THE ORDER COST LEDGER
000030*          (OC-FIL, ASSIGNED TO ORDCOST)
000040*
000050* COPY MEMBER FOR WORKING-STORAGE.  PAIRS WITH JTOCSEL.
000060*=================================================================
000070 01  OC-FIL-STATUS                PIC X(02).
000080     88  OC-FIL-OK                VALUE "00".
000090     88  OC-FIL-NOTFOUND          VALUE "35".
