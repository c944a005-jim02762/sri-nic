000010*=================================================================
000020* JTOCLY - ORDER COST LEDGER RECORD LAYOUT
000030*
000040* COPY MEMBER FOR THE ORDER COST LEDGER RECORD (OC-REC).  COPY
000050* THIS MEMBER IMMEDIATELY AFTER THE 01-LEVEL RECORD NAME IN THE
000060* FD FOR OC-FIL, E.G.
000070*
000080*     01  OC-REC.
000090*         COPY JTOCLY.
000100*
000110* ONE RECORD PER ORDER, WEEK, AND COST CENTER, HOLDING THE HOURS
000120* AND DOLLARS JTEXPRT ACTUALLY SENT TO PAYROLL FOR THAT WEEK -
000130* VALUED AT THE RATES IN FORCE WHEN THE WEEK WAS EXTRACTED, SO A
000140* LATER RATEMAS CHANGE NEVER RE-PRICES A PAID WEEK.  THE KEY
000150* LEADS WITH THE ORDER, SO ONE ORDER'S WEEKS READ TOGETHER BY
000160* STARTING ON OC-ORDER-TYPE AND OC-ORDER-NUM WITH A WEEK OF
000170* ZEROS.
000180*
000190* OC-ORDER-TYPE IS "D" FOR A DISTRIBUTION ORDER (DISMAS), "M" FOR
000200* A MANUFACTURING ORDER (MFGMAS), AND "U" WITH ORDER NUMBER ZERO
000210* FOR TIME CHARGED TO NO ORDER AT ALL.  A DETAIL LINE CARRYING
000220* BOTH A DIS AND A MFG NUMBER POSTS IN FULL UNDER EACH; THE MFG
000230* RECORD ALSO CARRIES THOSE HOURS AND DOLLARS IN OC-SHARED-HRS
000240* AND OC-SHARED-AMT, SO A TOTAL ACROSS ALL ORDERS CAN COUNT EVERY
000250* HOUR AND DOLLAR EXACTLY ONCE.
000260*
000270* REGULAR IS PAY CLASS R; PREMIUM IS PAY CLASSES O AND D, HOURS
000280* AT THEIR ACTUAL COUNT AND DOLLARS AT THE PREMIUM RATE PAID.
000290* HOURS AND DOLLARS ARE SIGNED - AN ADJUSTMENT TICKET'S REVERSAL
000300* LINES POST NEGATIVE INTO THE WEEK THE ADJUSTMENT WAS EXTRACTED.
000310* OC-ADJ-HRS AND OC-ADJ-AMT SAY HOW MUCH OF THE RECORD'S TOTAL
000320* CAME FROM ADJUSTMENT TICKETS; THEY ARE ALREADY INCLUDED IN THE
000330* REGULAR AND PREMIUM FIELDS.
000340*
000350* OC-POST-DATE IS THE DATE OF THE LAST EXTRACT THAT POSTED THE
000360* RECORD.  A RECORD LOADED BY JTOCCV FROM WEEKS EXTRACTED BEFORE
000370* THE LEDGER EXISTED CARRIES OC-SOURCE "H" AND IS VALUED AT THE
000380* RATEMAS RATES IN FORCE WHEN IT WAS LOADED; JTEXPRT'S POSTINGS
000390* CARRY "X".
000400*=================================================================
000410     05  OC-LEDGER-KEY.
000420         10  OC-ORDER-TYPE       PIC X(01).
000430             88  OC-DIS-ORDER    VALUE "D".
000440             88  OC-MFG-ORDER    VALUE "M".
000450             88  OC-NO-ORDER     VALUE "U".
000460         10  OC-ORDER-NUM        PIC 9(05).
000470         10  OC-WK-END-DATE      PIC 9(06).
000480         10  OC-COST-CENTER      PIC X(04).
000490     05  OC-REG-HRS              PIC S9(07)V99 COMP.
000500     05  OC-REG-AMT              PIC S9(07)V99 COMP.
000510     05  OC-PREM-HRS             PIC S9(07)V99 COMP.
000520     05  OC-PREM-AMT             PIC S9(07)V99 COMP.
000530     05  OC-ADJ-HRS              PIC S9(07)V99 COMP.
000540     05  OC-ADJ-AMT              PIC S9(07)V99 COMP.
000550     05  OC-SHARED-HRS           PIC S9(07)V99 COMP.
000560     05  OC-SHARED-AMT           PIC S9(07)V99 COMP.
000570     05  OC-POST-DATE            PIC 9(06).
000580     05  OC-SOURCE               PIC X(01).
000590         88  OC-FROM-EXTRACT     VALUE "X".
000600         88  OC-FROM-HISTORY     VALUE "H".
