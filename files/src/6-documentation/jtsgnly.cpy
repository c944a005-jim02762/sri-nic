000140* INSTEAD OF WHATEVER THE OPERATOR USED TO FEEL LIKE TYPING.
000150* THE AUTHORITY SWITCHES MIRROR THE OPERATOR MASTER RECORD
000160* (SEE JTOPLY) AS OF SIGN-ON.
000170*
000180* SG-CLOSE-WK-END-DATE IS ZERO FROM JTMENU.  THE JTCLOSE WEEKLY
000190* CLOSE DRIVER SETS IT TO THE WEEK BEING CLOSED FOR THE LENGTH
000200* OF ITS RUN, AND A STREAM PROGRAM THAT FINDS IT NON-ZERO TAKES
000210* IT AS ITS WEEK-ENDING DATE INSTEAD OF PROMPTING FOR ONE.
000220*=================================================================
000230     05  SG-OPER-ID              PIC X(08).
000240     05  SG-ENTRY-SW             PIC X(01).
000250         88  SG-ENTRY-AUTH       VALUE "Y".
000260     05  SG-APPROVE-SW           PIC X(01).
000270         88  SG-APPROVE-AUTH     VALUE "Y".
000280     05  SG-EXTRACT-SW           PIC X(01).
000290         88  SG-EXTRACT-AUTH     VALUE "Y".
000300     05  SG-UTIL-SW              PIC X(01).
000310         88  SG-UTIL-AUTH        VALUE "Y".
000320     05  SG-CLOSE-WK-END-DATE    PIC 9(06).
