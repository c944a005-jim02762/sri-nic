000010*=================================================================
000020* JTACTLY - ACTIVITY/OPERATION CODE MASTER RECORD LAYOUT
000030*
000040* COPY MEMBER FOR THE ACTIVITY/OPERATION CODE MASTER RECORD
000050* (AC-REC).  COPY THIS MEMBER IMMEDIATELY AFTER THE 01-LEVEL
000060* RECORD NAME IN THE FD FOR AC-FIL, E.G.
000070*
000080*     01  AC-REC.
000090*         COPY JTACTLY.
000100*
000110* ONE RECORD PER ACTIVITY CODE A DETAIL LINE MAY BE CHARGED TO.
000120* AN ACTIVITY NOT ON FILE, OR ON FILE BUT NOT ACTIVE, IS REFUSED
000130* WHEREVER A DETAIL LINE IS KEYED OR LOADED.
000140*
000150* AC-OP-CNT CARRIES THE COUNT OF OCCUPIED AC-OP-CODES - THE
000160* OPERATION CODES VALID UNDER THIS ACTIVITY.  A DETAIL LINE'S
000170* JT-OP-CD MUST BE ONE OF THEM OR SPACES (NO OPERATION); AN
000180* ACTIVITY WITH NO OPERATION CODES LISTED TAKES SPACES ONLY.
000190* THE PREMIUM-PAY OPERATION CODES (SUN, HOL) MUST BE LISTED
000200* UNDER EVERY ACTIVITY THEY MAY BE CHARGED WITH.
000210*=================================================================
000220     05  AC-ACTIV-CD             PIC X(04).
000230     05  AC-ACTIV-DESC           PIC X(30).
000240     05  AC-ACTIV-STATUS         PIC X(01).
000250         88  AC-ACTIV-ACTIVE     VALUE "A".
000260     05  AC-OP-CNT               PIC 9(04) COMP.
000270     05  AC-OP-CODES OCCURS 0 TO 20 TIMES
000280             DEPENDING ON AC-OP-CNT.
000290         10  AC-OP-CD            PIC X(04).
