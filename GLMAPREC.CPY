000010******************************************************************
000020* GLMAPREC.CPY
000030* PURPOSE: GENERAL LEDGER ACCOUNT-MAPPING RECORD FOR THE KEYED
000040*          FILE GLMAP, KEYED ON DEPARTMENT PLUS OPERATION CODE.
000050*          EACH RECORD NAMES THE LEDGER ACCOUNT TO DEBIT AND THE
000060*          ACCOUNT TO CREDIT WHEN GLJRNL JOURNALS A POSTED
000070*          RESULT OF THAT OPERATION FOR THAT DEPARTMENT. THE
000080*          OPERATION IS THE RESULT JOURNALED - SUM, SUB, MUL OR
000090*          EXP, OR RTE FOR A STORED-RATE MULTIPLY - SO AN ALL
000100*          CALCULATION JOURNALS EACH OF ITS RESULTS UNDER ITS
000110*          OWN CODE. A DEPARTMENT OF **** IS THE DEFAULT USED
000120*          FOR ANY DEPARTMENT WITHOUT ITS OWN RECORD. MAINTAINED
000130*          BY THE GLMAPMNT PROGRAM WITH BEFORE/AFTER LOGGING ON
000140*          GLMAPLOG. COPY THIS MEMBER UNDER THE FD.
000150******************************************************************
000160* MODIFICATION HISTORY
000170*--------------------------------------------------------------
000180* DATE       INIT  DESCRIPTION
000190*--------------------------------------------------------------
000200* 2026-10-01  JA   ORIGINAL VERSION.
000210******************************************************************
000220 01  GL-MAP-REC.
000230     05  GM-KEY.
000240         10  GM-DEPT            PIC X(04).
000250             88  GM-DEFAULT-DEPT           VALUE "****".
000260         10  GM-OP-CODE         PIC X(03).
000270             88  GM-OP-VALID               VALUE "SUM" "SUB"
000280                 "MUL" "EXP" "RTE".
000290     05  GM-DEBIT-ACCT          PIC X(10).
000300     05  GM-CREDIT-ACCT         PIC X(10).
000310     05  GM-DESC                PIC X(20).
000320     05  FILLER                 PIC X(33).
