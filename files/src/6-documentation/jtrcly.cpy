000220* THE WEEK'S FEED, THEN "Y" (RECONCILED CLEAN) OR "U"
000230* (MISMATCHES ON THE JTPRECN REGISTER), SO AN UNCONFIRMED FEED
000240* IS VISIBLE ON JTRUNCTL BEFORE THE NEXT CYCLE STARTS.
000250*
000260* JTGLJRN REFUSES TO JOURNAL A WEEK WITHOUT A COMPLETE JTEXPRT
000270* RECORD OR WITH A COMPLETE JTGLJRN RECORD OF ITS OWN, AND ONLY
000280* COMPLETES ITS RECORD WHEN THE JOURNAL BALANCES AND TIES TO
000290* THE FEED, SO A WEEK IS BOOKED TO THE LEDGER EXACTLY ONCE.
000300*
000310* JTROLFW POSTS A "JTBACKUP" RECORD (WEEK OF ZEROS) JUST BEFORE
000320* EACH JOBTICRMS BACKUP IS TAKEN - RC-START-DATE/TIME IS THE
000330* BACKUP MARK AND RC-REC-CNT THE TICKETS THEN ON FILE.  A ROLL
000340* FORWARD APPLIES THE JTAIJNL JOURNAL FROM THE MARK ON, AND A
000350* TRIM DROPS EVERY JOURNAL IMAGE STAMPED BEFORE IT.
000360*
000370* RC-EXCEP-CNT CARRIES THE EXCEPTIONS A CHECKING RUN FOUND -
000380* JTRECON'S FOOTING ERRORS, JTEXCP'S MISSING/LOW/HIGH TICKETS,
000390* JTCLKRC'S CLOCK VARIANCES - AND IS ZERO ON EVERY OTHER RECORD.
000400* JTCLOSE, THE WEEKLY CLOSE DRIVER, READS THEM FOR ITS GATE AND
000410* SUMMARY.  ITS OWN "JTCLOSE" RECORD (WEEK OF ZEROS) CARRIES THE
000420* WEEK BEING CLOSED IN RC-CHKPT-WK-END AND THE LAST STEP THAT
000430* FINISHED IN RC-CHKPT-BADGE, AND STAYS AT "N" UNTIL THE WHOLE
000440* CLOSE IS DONE, SO A STOPPED CLOSE PICKS UP AT THE STEP THAT
000450* DID NOT FINISH.
000460*=================================================================
000470     05  RC-RUN-KEY.
000480         10  RC-PROGRAM          PIC X(08).
000490         10  RC-WK-END-DATE      PIC 9(06).
000500     05  RC-REC-CNT              PIC 9(07).
000510     05  RC-COMPLETE-SW          PIC X(01).
000520         88  RC-COMPLETE         VALUE "Y".
000530     05  RC-CHECKPOINT-KEY.
000540         10  RC-CHKPT-WK-END     PIC 9(06).
000550         10  RC-CHKPT-BADGE      PIC 9(07).
000560     05  RC-START-DATE           PIC 9(06).
000570     05  RC-START-TIME           PIC 9(08).
000580     05  RC-END-DATE             PIC 9(06).
000590     05  RC-END-TIME             PIC 9(08).
000600     05  RC-RECON-SW             PIC X(01).
000610         88  RC-RECONCILED       VALUE "Y".
000620         88  RC-UNRECONCILED     VALUE "U".
000630     05  RC-EXCEP-CNT            PIC 9(07).
