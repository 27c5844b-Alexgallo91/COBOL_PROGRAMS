000010******************************************************************
000020* PROCDREC.CPY
000030* PURPOSE: PROCESSING-DATE CONTROL RECORD FOR THE ONE-RECORD
000040*          SEQUENTIAL FILE PROCDATE. CARRIES THE BUSINESS DAY
000050*          THE SUITE IS PROCESSING AND THE PRIOR AND NEXT
000060*          BUSINESS DAYS FROM THE BUSCAL CALENDAR, WITH THE
000070*          TIMESTAMP AND OPERATOR OF THE LAST ROLLOVER. EVERY
000080*          PROGRAM TAKES ITS RUN DATE FROM PD-CURRENT-DATE RATHER
000090*          THAN THE SYSTEM CLOCK, SO A CYCLE THAT RUNS PAST
000100*          MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS THE
000110*          DAY IT IS PROCESSING. ONLY EODROLL WRITES IT. COPY THIS
000120*          MEMBER UNDER THE FD.
000130******************************************************************
000140* MODIFICATION HISTORY
000150*--------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170*--------------------------------------------------------------
000180* 2026-10-12  JA   ORIGINAL VERSION.
000190******************************************************************
000200 01  PROCESSING-DATE-REC.
000210     05  PD-CURRENT-DATE        PIC X(08).
000220     05  FILLER                 PIC X(01).
000230     05  PD-PRIOR-DATE          PIC X(08).
000240     05  FILLER                 PIC X(01).
000250     05  PD-NEXT-DATE           PIC X(08).
000260     05  FILLER                 PIC X(01).
000270     05  PD-ROLLED-TS           PIC X(17).
000280     05  FILLER                 PIC X(01).
000290     05  PD-ROLLED-OPER         PIC X(08).
000300     05  FILLER                 PIC X(27).
