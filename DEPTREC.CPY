000010******************************************************************
000020* DEPTREC.CPY
000030* PURPOSE: DEPARTMENT MASTER RECORD FOR THE KEYED FILE DEPTMAST,
000040*          ONE RECORD PER DEPARTMENT CODE CARRYING THE NAME, THE
000050*          COST CENTER, THE RESPONSIBLE MANAGER AND THE ACTIVE/
000060*          CLOSED FLAG. MAINTAINED BY THE DEPTMNT PROGRAM WITH
000070*          BEFORE/AFTER LOGGING ON DEPTLOG, CHECKED BY EDITTRNS
000080*          AGAINST EVERY BATCH HEADER (AN UNKNOWN OR CLOSED
000090*          DEPARTMENT IS REFUSED WITH REASON 12), AND READ BY
000100*          MGMTRPT, BATCHINQ AND NIGHTBAL TO PRINT THE NAME
000110*          NEXT TO THE CODE. COPY THIS MEMBER UNDER THE FD.
000120******************************************************************
000130* MODIFICATION HISTORY
000140*--------------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160*--------------------------------------------------------------
000170* 2026-09-24  JA   ORIGINAL VERSION.
000180******************************************************************
000190 01  DEPT-MASTER-REC.
000200     05  DM-KEY.
000210         10  DM-DEPT            PIC X(04).
000220     05  DM-NAME                PIC X(20).
000230     05  DM-COST-CENTER         PIC X(06).
000240     05  DM-MANAGER             PIC X(20).
000250     05  DM-STATUS              PIC X(01).
000260         88  DM-ACTIVE                     VALUE "A".
000270         88  DM-CLOSED                     VALUE "C".
000280     05  FILLER                 PIC X(09).
