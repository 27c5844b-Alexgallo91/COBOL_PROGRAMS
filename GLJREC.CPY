000010******************************************************************
000020* GLJREC.CPY
000030* PURPOSE: GENERAL LEDGER JOURNAL RECORD LAYOUT FOR THE GLJOUT
000040*          FILE WRITTEN BY GLJRNL AND RELEASED TO THE LEDGER.
000050*          THE FILE CARRIES A HEADER RECORD (JOURNAL DATE AND
000060*          RUN TIMESTAMP), ONE DEBIT AND ONE CREDIT LINE PER
000070*          JOURNAL ENTRY, AND A TRAILER RECORD WITH THE LINE
000080*          COUNT, THE DEBIT AND CREDIT TOTALS AND THE PROOF
000090*          VERDICT SO THE LEDGER CAN PROVE THE FILE ARRIVED WHOLE
000100*          AND IN BALANCE AND REFUSE ONE THAT FAILED PROOF. ONE
000110*          ENTRY IS ONE DEPARTMENT, BUSINESS DATE, OPERATION AND
000120*          ENTRY TYPE (P = POSTING, R = REVERSAL OFFSET). AMOUNTS
000130*          ARE UNSIGNED - THE SIDE SAYS WHICH WAY THEY GO. COPY
000140*          THIS MEMBER UNDER THE FD.
000150******************************************************************
000160* MODIFICATION HISTORY
000170*--------------------------------------------------------------
000180* DATE       INIT  DESCRIPTION
000190*--------------------------------------------------------------
000200* 2026-10-01  JA   ORIGINAL VERSION.
000210******************************************************************
000220 01  GL-JOURNAL-REC.
000230     05  GJ-REC-TYPE            PIC X(01).
000240         88  GJ-HEADER-REC                 VALUE "H".
000250         88  GJ-DETAIL-REC                 VALUE "D".
000260         88  GJ-TRAILER-REC                VALUE "T".
000270     05  GJ-REC-BODY            PIC X(99).
000280     05  GJ-HEADER-DATA REDEFINES GJ-REC-BODY.
000290         10  GJ-JOURNAL-DATE    PIC X(08).
000300         10  GJ-RUN-TIMESTAMP   PIC X(17).
000310         10  GJ-SOURCE          PIC X(08).
000320         10  FILLER             PIC X(66).
000330     05  GJ-DETAIL-DATA REDEFINES GJ-REC-BODY.
000340         10  GJ-ENTRY-NO        PIC 9(05).
000350         10  GJ-BUS-DATE        PIC X(08).
000360         10  GJ-DEPT            PIC X(04).
000370         10  GJ-COST-CENTER     PIC X(06).
000380         10  GJ-OP-CODE         PIC X(03).
000390         10  GJ-ENTRY-TYPE      PIC X(01).
000400             88  GJ-POSTING                VALUE "P".
000410             88  GJ-REVERSAL               VALUE "R".
000420         10  GJ-ACCOUNT         PIC X(10).
000430         10  GJ-SIDE            PIC X(01).
000440             88  GJ-DEBIT                  VALUE "D".
000450             88  GJ-CREDIT                 VALUE "C".
000460         10  GJ-AMOUNT          PIC 9(11)V99.
000470         10  GJ-ITEM-COUNT      PIC 9(07).
000480         10  GJ-DESC            PIC X(20).
000490         10  FILLER             PIC X(21).
000500     05  GJ-TRAILER-DATA REDEFINES GJ-REC-BODY.
000510         10  GJ-LINE-COUNT      PIC 9(07).
000520         10  GJ-TOTAL-DEBITS    PIC 9(13)V99.
000530         10  GJ-TOTAL-CREDITS   PIC 9(13)V99.
000540         10  GJ-PROOF-STATUS    PIC X(01).
000550             88  GJ-PROOF-PASSED           VALUE "P".
000560             88  GJ-PROOF-FAILED           VALUE "F".
000570         10  FILLER             PIC X(61).
