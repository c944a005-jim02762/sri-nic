000010*=================================================================
000020* JTACTSEL - FILE-CONTROL ENTRY FOR THE ACTIVITY/OPERATION
000030*            CODE MASTER (AC-FIL, ASSIGNED TO ACTMAS)
000040*
000050* COPY MEMBER FOR THE FILE-CONTROL SELECT CLAUSE SHARED BY EVERY
000060* PROGRAM THAT VALIDATES A JT-ACTIV-CD OR JT-OP-CD AGAINST THE
000070* ACTIVITY/OPERATION CODE MASTER.  COPY UNDER FILE-CONTROL, E.G.
000080*
000090*     FILE-CONTROL.
000100*         COPY JTACTSEL.
000110*
000120* A PROGRAM USING THIS MEMBER MUST DEFINE AC-FIL-STATUS IN
000130* WORKING-STORAGE (COPY JTACTST).
000140*=================================================================
000150     SELECT AC-FIL ASSIGN TO "ACTMAS"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS DYNAMIC
000180         RECORD KEY IS AC-ACTIV-CD
000190         FILE STATUS IS AC-FIL-STATUS.
