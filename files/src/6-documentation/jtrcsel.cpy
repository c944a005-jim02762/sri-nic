000030*           FILE (RC-FIL, ASSIGNED TO JTRUNCTL)
000040*
000050* COPY MEMBER FOR THE FILE-CONTROL SELECT CLAUSE SHARED BY EVERY
000060* BATCH PROGRAM IN THE WEEKLY STREAM (JTRECON, JTEXCP, JTCLKRC,
000070* JTEXPRT, JTVRPT, JTPRECN, JTGLJRN, JTARCHV) AND BY JTCLOSE,
000080* WHICH DRIVES THEM.  EACH PROGRAM WRITES ITS RUN RECORD AT START
000090* AND COMPLETES IT AT END, SO THE STREAM REMEMBERS WHAT RAN.  COPY
000100* UNDER FILE-CONTROL, E.G.
000110*
000120*     FILE-CONTROL.
000130*         COPY JTRCSEL.
000140*
000150* A PROGRAM USING THIS MEMBER MUST DEFINE RC-FIL-STATUS IN
000160* WORKING-STORAGE (COPY JTRCST).
000170*=================================================================
000180     SELECT RC-FIL ASSIGN TO "JTRUNCTL"
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS RC-RUN-KEY
000220         FILE STATUS IS RC-FIL-STATUS.
