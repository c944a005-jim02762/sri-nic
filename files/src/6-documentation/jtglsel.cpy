000010*=================================================================
000020* JTGLSEL - FILE-CONTROL ENTRY FOR THE GL ACCOUNT MAP
000030*           (GM-FIL, ASSIGNED TO GLMAP)
000040*
000050* COPY MEMBER FOR THE FILE-CONTROL SELECT CLAUSE SHARED BY EVERY
000060* PROGRAM THAT MAPS LABOR DOLLARS TO GENERAL LEDGER ACCOUNTS.
000070* COPY UNDER FILE-CONTROL, E.G.
000080*
000090*     FILE-CONTROL.
000100*         COPY JTGLSEL.
000110*
000120* A PROGRAM USING THIS MEMBER MUST DEFINE GM-FIL-STATUS IN
000130* WORKING-STORAGE (COPY JTGLST).
000140*=================================================================
000150     SELECT GM-FIL ASSIGN TO "GLMAP"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS DYNAMIC
000180         RECORD KEY IS GM-MAP-KEY
000190         FILE STATUS IS GM-FIL-STATUS.
