000010*=================================================================
000020* JTOCSEL - FILE-CONTROL ENTRY FOR THE ORDER COST LEDGER
000030*           (OC-FIL, ASSIGNED TO ORDCOST)
000040*
000050* COPY MEMBER FOR THE FILE-CONTROL SELECT CLAUSE SHARED BY EVERY
000060* PROGRAM THAT POSTS OR READS THE ORDER COST LEDGER - JTEXPRT
000070* POSTS IT, JTBVRPT, JTJCRPT, AND THE JTSETL SETTLEMENT READ IT,
000080* AND JTOCCV LOADS IT ONCE FROM HISTORY.  COPY UNDER
000090* FILE-CONTROL, E.G.
000100*
000110*     FILE-CONTROL.
000120*         COPY JTOCSEL.
000130*
000140* A PROGRAM USING THIS MEMBER MUST DEFINE OC-FIL-STATUS IN
000150* WORKING-STORAGE (COPY JTOCST).
000160*=================================================================
000170     SELECT OC-FIL ASSIGN TO "ORDCOST"
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS DYNAMIC
000200         RECORD KEY IS OC-LEDGER-KEY
000210         FILE STATUS IS OC-FIL-STATUS.
