000010******************************************************************
000020* BKUPREC.CPY
000030* PURPOSE: RESULTS MASTER BACKUP RECORD LAYOUT FOR THE RSLTRCV
000040*          RECOVERY UTILITY. THE DATED SEQUENTIAL BACKUP RSLTBKUP
000050*          CARRIES ONE 169-BYTE LINE PER RECORD - AN H HEADER WITH
000060*          THE TIMESTAMP THE UNLOAD STARTED, THE OPERATOR WHO RAN
000065*          IT AND THE SEQUENCE NUMBER OF THE LAST SEALED AUDITLOG
000070*          LINE AT THAT MOMENT, ONE D LINE PER RSLTMAST RECORD
000080*          (THE 168-BYTE MASTER IMAGE, SEE RSLTMAST), AND A C
000090*          CONTROL RECORD LAST WITH THE RECORD COUNT, THE REVERSED
000100*          COUNT AND THE TOTALS OF THE INPUT PAIR AND THE FOUR
000110*          CONTROL-TOTAL RESULTS. A RELOAD PROVES THE D LINES
000120*          AGAINST THE CONTROL RECORD BEFORE IT TOUCHES THE
000130*          MASTER. COPY INTO WORKING-STORAGE.
000140******************************************************************
000150* MODIFICATION HISTORY
000160*--------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180*--------------------------------------------------------------
000190* 2026-10-07  JA   ORIGINAL VERSION.
000191* 2026-10-14  JA   THE D LINE NOW CARRIES THE WHOLE RESULTS MASTER
000192*                  RECORD, 168 BYTES WITH THE ALTERNATE KEY
000193*                  FIELDS; THE LINE GROWS FROM 133 TO 169 BYTES.
000194*                  BEFORE THIS THE 132-BYTE IMAGE DROPPED THE LAST
000195*                  BYTES OF THE 140-BYTE RECORD, INCLUDING THE END
000196*                  OF THE REVERSAL DATE.
000197* 2026-10-15  JA   THE HEADER NOW CARRIES RB-BACKUP-AUDIT-SEQ, THE
000198*                  SEQUENCE NUMBER OF THE LAST SEALED AUDITLOG
000199*                  LINE WHEN THE UNLOAD STARTED. A FORWARD
000200*                  RECOVERY REAPPLIES THE LINES SEALED AFTER IT.
000201*                  IT IS SPACES ON A HEADER WRITTEN BEFORE THIS
000202*                  CHANGE.
000203******************************************************************
000210 01  RESULT-BACKUP-REC.
000220     05  RB-REC-TYPE            PIC X(01).
000230         88  RB-HEADER                     VALUE "H".
000240         88  RB-DETAIL                     VALUE "D".
000250         88  RB-CONTROL                    VALUE "C".
000260     05  RB-DATA                PIC X(168).
000270     05  RB-HEADER-DATA REDEFINES RB-DATA.
000280         10  RB-BACKUP-TIMESTAMP
000290                                PIC X(17).
000300         10  RB-BACKUP-TS-PARTS REDEFINES RB-BACKUP-TIMESTAMP.
000310             15  RB-BACKUP-DATE PIC X(08).
000320             15  FILLER         PIC X(01).
000330             15  RB-BACKUP-TIME PIC X(08).
000340         10  RB-BACKUP-OPER     PIC X(08).
000345         10  RB-BACKUP-AUDIT-SEQ
000350                                PIC 9(09).
000355         10  FILLER             PIC X(134).
000360     05  RB-CONTROL-DATA REDEFINES RB-DATA.
000370         10  RB-REC-COUNT       PIC 9(09).
000380         10  RB-REVERSED-COUNT  PIC 9(09).
000390         10  RB-TOTAL-NUMERO1   PIC S9(13)V99.
000400         10  RB-TOTAL-NUMERO2   PIC S9(13)V99.
000410         10  RB-TOTAL-SUMA      PIC S9(13)V99.
000420         10  RB-TOTAL-RESTA     PIC S9(13)V99.
000430         10  RB-TOTAL-MULTIPLICACION
000440                                PIC S9(13)V99.
000450         10  RB-TOTAL-EXPO      PIC S9(13)V99.
000460         10  FILLER             PIC X(60).
