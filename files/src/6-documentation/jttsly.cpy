000010*=================================================================
000020* JTTSLY - TURNAROUND TICKET SERIAL RECORD LAYOUT
000030*
000040* COPY MEMBER FOR THE TURNAROUND TICKET SERIAL RECORD (TS-REC).
000050* COPY THIS MEMBER IMMEDIATELY AFTER THE 01-LEVEL RECORD NAME IN
000060* THE FD FOR TS-FIL, E.G.
000070*
000080*     01  TS-REC.
000090*         COPY JTTSLY.
000100*
000110* ONE RECORD PER LINE PRINTED ON A PRE-FILLED TURNAROUND TICKET.
000120* THE TICKET SERIAL IS THE WEEK-ENDING DATE THE TICKET WAS
000130* PRINTED FOR FOLLOWED BY THE TICKET'S NUMBER WITHIN THAT WEEK'S
000140* RUN, SO A SERIAL NEVER REPEATS FROM ONE WEEK TO THE NEXT AND
000150* ALWAYS SAYS WHICH WEEK IT BELONGS TO.  THE FLOOR RETURNS ONLY
000160* THE SERIAL, THE LINE NUMBER, AND THE HOURS; EVERYTHING ELSE
000170* THE TICKET LINE NEEDS IS HELD HERE.
000180*
000190* TS-LOAD-SW IS "Y" ONCE JTBLOAD HAS LOADED THE LINE ONTO
000200* JOBTICRMS, SO THE SAME LINE RETURNED TWICE IS REFUSED THE
000210* SECOND TIME.
000220*=================================================================
000230     05  TS-SERIAL-KEY.
000240         10  TS-SERIAL.
000250             15  TS-SER-WK-END-DATE  PIC 9(06).
000260             15  TS-SER-TICKET-NO    PIC 9(04).
000270         10  TS-LINE-NO              PIC 9(02).
000280     05  TS-BADGE-NUM                PIC 9(07).
000290     05  TS-ACTIV-CD                 PIC X(04).
000300     05  TS-PL-NUM                   PIC X(04).
000310     05  TS-DIS-NUM                  PIC 9(05).
000320     05  TS-MFG-NUM                  PIC 9(05).
000330     05  TS-OP-CD                    PIC X(04).
000340     05  TS-PRINT-DATE               PIC 9(06).
000350     05  TS-LOAD-SW                  PIC X(01).
000360         88  TS-LOADED               VALUE "Y".
000370     05  TS-LOAD-DATE                PIC 9(06).
