000010*=================================================================
000020* JTCCLY - COST CENTER MASTER RECORD LAYOUT
000030*
000040* COPY MEMBER FOR THE COST CENTER MASTER RECORD (CC-REC).  COPY
000050* THIS MEMBER IMMEDIATELY AFTER THE 01-LEVEL RECORD NAME IN THE
000060* FD FOR CC-FIL, E.G.
000070*
000080*     01  CC-REC.
000090*         COPY JTCCLY.
000100*
000110* ONE RECORD PER COST CENTER.  A CENTER NOT ON FILE, OR ON FILE
000120* BUT CLOSED, IS REFUSED WHEREVER A COST CENTER IS KEYED, LOADED,
000130* OR ASSIGNED - A CLOSED CENTER STAYS ON FILE SO THE REPORTS CAN
000140* STILL PRINT ITS NAME AGAINST OLD TICKETS.
000150*
000160* CC-SUPV-OPER-ID AND CC-ALT-OPER-ID ARE THE JTOPMAS OPERATOR
000170* IDS (SEE JTOPLY) OF THE SUPERVISOR WHO SIGNS OFF THE CENTER'S
000180* TICKETS AND THE ALTERNATE WHO COVERS FOR THEM.  JTAPPR LETS NO
000190* OTHER OPERATOR APPROVE OR HOLD THE CENTER'S TICKETS.  SPACES
000200* IN THE ALTERNATE MEANS NONE IS ASSIGNED.
000210*=================================================================
000220     05  CC-COST-CENTER          PIC X(04).
000230     05  CC-NAME                 PIC X(30).
000240     05  CC-STATUS               PIC X(01).
000250         88  CC-ACTIVE           VALUE "A".
000260         88  CC-CLOSED           VALUE "C".
000270     05  CC-SUPV-OPER-ID         PIC X(08).
000280     05  CC-ALT-OPER-ID          PIC X(08).
