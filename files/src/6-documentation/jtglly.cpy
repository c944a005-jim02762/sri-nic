000010*=================================================================
000020* JTGLLY - GL ACCOUNT MAP RECORD LAYOUT
000030*
000040* COPY MEMBER FOR THE GL ACCOUNT MAP RECORD (GM-REC).  COPY THIS
000050* MEMBER IMMEDIATELY AFTER THE 01-LEVEL RECORD NAME IN THE FD
000060* FOR GM-FIL, E.G.
000070*
000080*     01  GM-REC.
000090*         COPY JTGLLY.
000100*
000110* THE MAP IS KEYED BY COST CENTER PLUS ACTIVITY CODE, THE SAME
000120* WAY AS RATEMAS (SEE JTRTELY).  A RECORD WITH GM-ACTIV-CD OF
000130* SPACES IS THE COST CENTER'S DEFAULT MAPPING; A RECORD WITH A
000140* SPECIFIC ACTIVITY CODE OVERRIDES IT FOR DETAIL LINES CHARGED
000150* TO THAT ACTIVITY.  LOOK UP COST CENTER PLUS ACTIVITY CODE
000160* FIRST, THEN FALL BACK TO COST CENTER PLUS SPACES.  THE
000170* ACCRUED PAYROLL CREDIT IS ALWAYS TAKEN FROM THE DEFAULT
000180* MAPPING, SO EVERY COST CENTER THAT BOOKS LABOR NEEDS ONE.
000190*
000200* GM-WIP-ACCT TAKES STRAIGHT-TIME DOLLARS CHARGED TO A DIS OR
000210* MFG ORDER, GM-OVHD-ACCT STRAIGHT-TIME DOLLARS CHARGED TO NO
000220* ORDER.  THE PREMIUM PORTION OF OVERTIME (PAY CLASS O) AND OF
000230* SUNDAY/HOLIDAY DOUBLE TIME (PAY CLASS D) GOES TO ITS OWN
000240* ACCOUNT.  AN ACCOUNT LEFT AT SPACES IS TREATED AS UNMAPPED.
000250*=================================================================
000260     05  GM-MAP-KEY.
000270         10  GM-COST-CENTER      PIC X(04).
000280         10  GM-ACTIV-CD         PIC X(04).
000290     05  GM-WIP-ACCT             PIC X(10).
000300     05  GM-OVHD-ACCT            PIC X(10).
000310     05  GM-OT-PREM-ACCT         PIC X(10).
000320     05  GM-DT-PREM-ACCT         PIC X(10).
000330     05  GM-ACCRUAL-ACCT         PIC X(10).
