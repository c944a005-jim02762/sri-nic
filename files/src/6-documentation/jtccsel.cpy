000010*=================================================================
000020* JTCCSEL - FILE-CONTROL ENTRY FOR THE COST CENTER MASTER
000030*           (CC-FIL, ASSIGNED TO CCMAS)
000040*
000050* COPY MEMBER FOR THE FILE-CONTROL SELECT CLAUSE SHARED BY EVERY
000060* PROGRAM THAT VALIDATES A COST CENTER AGAINST THE COST CENTER
000070* MASTER OR PRINTS ITS NAME.  COPY UNDER FILE-CONTROL, E.G.
000080*
000090*     FILE-CONTROL.
000100*         COPY JTCCSEL.
000110*
000120* A PROGRAM USING THIS MEMBER MUST DEFINE CC-FIL-STATUS IN
000130* WORKING-STORAGE (COPY JTCCST).
000140*=================================================================
000150     SELECT CC-FIL ASSIGN TO "CCMAS"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS DYNAMIC
000180         RECORD KEY IS CC-COST-CENTER
000190         FILE STATUS IS CC-FIL-STATUS.
