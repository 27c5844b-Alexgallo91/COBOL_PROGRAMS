000010******************************************************************
000020* LIMITREC.CPY
000030* PURPOSE: REASONABLENESS LIMIT RECORD FOR THE KEYED FILE LIMTBL,
000040*          KEYED ON DEPARTMENT PLUS OPERATION CODE. EACH RECORD
000050*          GIVES THE LOWEST AND HIGHEST AMOUNT EDITTRNS WILL PASS
000060*          FOR NUMERO1 AND FOR NUMERO2 ON A DETAIL OF THAT
000070*          OPERATION FROM THAT DEPARTMENT. A DETAIL OUTSIDE ITS
000080*          LIMITS IS HELD ON HOLDOUT FOR SUPERVISOR REVIEW (SEE
000090*          HOLDREC), NOT REJECTED. A MINIMUM AND MAXIMUM BOTH
000100*          ZERO MEANS THAT AMOUNT IS NOT CHECKED. A DEPARTMENT OF
000110*          **** IS THE DEFAULT USED FOR ANY DEPARTMENT WITHOUT ITS
000120*          OWN RECORD, AND NO RECORD AT ALL MEANS NO LIMIT.
000130*          MAINTAINED BY THE LIMTMNT PROGRAM WITH BEFORE/AFTER
000140*          LOGGING ON LIMTLOG. COPY THIS MEMBER UNDER THE FD.
000150******************************************************************
000160* MODIFICATION HISTORY
000170*--------------------------------------------------------------
000180* DATE       INIT  DESCRIPTION
000190*--------------------------------------------------------------
000200* 2026-10-05  JA   ORIGINAL VERSION.
000210******************************************************************
000220 01  LIMIT-TABLE-REC.
000230     05  LM-KEY.
000240         10  LM-DEPT            PIC X(04).
000250             88  LM-DEFAULT-DEPT           VALUE "****".
000260         10  LM-OP-CODE         PIC X(03).
000270     05  LM-N1-MIN              PIC S9(7)V99.
000280     05  LM-N1-MAX              PIC S9(7)V99.
000290     05  LM-N2-MIN              PIC S9(7)V99.
000300     05  LM-N2-MAX              PIC S9(7)V99.
000310     05  LM-CHANGE-DATE         PIC X(08).
000320     05  LM-CHANGE-OPER         PIC X(08).
000330     05  FILLER                 PIC X(21).
