000010*=================================================================
000020* JTTSSEL - FILE-CONTROL ENTRY FOR THE TURNAROUND TICKET SERIALS
000030*           (TS-FIL, ASSIGNED TO TKTSER)
000040*
000050* COPY MEMBER FOR THE FILE-CONTROL SELECT CLAUSE SHARED BY EVERY
000060* PROGRAM THAT WRITES OR READS THE TURNAROUND TICKET SERIAL FILE -
000070* JTTKPRT WRITES IT AS IT PRINTS THE WEEK'S TICKETS, AND JTBLOAD
000080* READS IT TO EXPAND THE RETURNED LINES AND MARKS EACH LINE
000090* LOADED.  COPY UNDER FILE-CONTROL, E.G.
000100*
000110*     FILE-CONTROL.
000120*         COPY JTTSSEL.
000130*
000140* A PROGRAM USING THIS MEMBER MUST DEFINE TS-FIL-STATUS IN
000150* WORKING-STORAGE (COPY JTTSST).
000160*=================================================================
000170     SELECT TS-FIL ASSIGN TO "TKTSER"
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS TS-SERIAL-KEY
000210         FILE STATUS IS TS-FIL-STATUS.
