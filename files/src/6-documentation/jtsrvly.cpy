000250* AREAS ON DIFFERENT CALLS (SEE JTTERM'S BUDGET SWEEP), BUT THE
000260* SERVER KEEPS ONE FILE POSITION - A START/READ-NEXT SWEEP MUST
000270* NOT BE INTERLEAVED WITH ANOTHER SWEEP.
000280*
000290* A CALLER THAT WRITES, REWRITES, OR DELETES TICKETS SETS
000300* SR-PROGRAM TO ITS OWN NAME AND SR-OPER-ID TO THE SIGNED-ON
000310* OPERATOR BEFORE THE FIRST CALL - JTSERV STAMPS THEM ON THE
000320* AFTER-IMAGE IT JOURNALS FOR EVERY CHANGE (SEE JTJNLWR).
000330*=================================================================
000340     05  SR-FUNCTION             PIC X(02).
000350         88  SR-OPEN-FILE        VALUE "OP".
000360         88  SR-READ-RANDOM      VALUE "RD".
000370         88  SR-READ-NEXT        VALUE "RN".
000380         88  SR-START-TICKET-KEY VALUE "SK".
000390         88  SR-START-COST-CTR   VALUE "SC".
000400         88  SR-WRITE-TICKET     VALUE "WR".
000410         88  SR-REWRITE-TICKET   VALUE "RW".
000420         88  SR-DELETE-TICKET    VALUE "DL".
000430         88  SR-CLOSE-FILE       VALUE "CL".
000440     05  SR-STATUS               PIC X(02).
000450         88  SR-OK               VALUE "00".
000460         88  SR-EOF              VALUE "10".
000470         88  SR-DUPLICATE        VALUE "22".
000480         88  SR-REC-NOTFOUND     VALUE "23".
000490         88  SR-FIL-NOTFOUND     VALUE "35".
000500         88  SR-REC-LOCKED       VALUE "51".
000510     05  SR-PROGRAM              PIC X(08).
000520     05  SR-OPER-ID              PIC X(08).
