000010******************************************************************
000020* HOLDREC.CPY
000030* PURPOSE: SHARED HELD-ITEM RECORD LAYOUT FOR THE EDITTRNS
000040*          FRONT-END EDIT (WHICH WRITES HOLDOUT) AND THE HOLDRVW
000050*          SUPERVISOR REVIEW PROGRAM (WHICH READS THE HELD ITEMS
000060*          BACK, SENDS THE CONFIRMED ONES ON TO THE CONFOUT
000070*          FOLLOW-UP DECK AND REJECTS THE REST TO SUSPENSE). ONE
000080*          173-BYTE LINE PER DETAIL THAT WAS WELL FORMED BUT
000090*          OUTSIDE ITS REASONABLENESS LIMITS (SEE LIMITREC):
000100*          RECORD NUMBER, WHICH AMOUNT BROKE ITS LIMIT, THE BATCH
000110*          IDENTIFICATION, THE EDIT RUN DATE THAT HELD IT, THE
000120*          OPERATOR WHO SUBMITTED THE DECK, THE LIMIT RECORD USED
000130*          (ITS DEPARTMENT IS **** WHEN THE DEFAULT APPLIED) WITH
000140*          THE LIMITS AS THEY STOOD, AND THE ORIGINAL 80-BYTE
000150*          RECORD IMAGE. COPY INTO WORKING-STORAGE.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200*--------------------------------------------------------------
000210* 2026-10-05  JA   ORIGINAL VERSION.
000220******************************************************************
000230 01  HOLD-DETAIL.
000240     05  HD-REC-NO              PIC 9(07).
000250     05  FILLER                 PIC X(01) VALUE SPACE.
000260     05  HD-BREACH              PIC X(01).
000270         88  HD-N1-OUTSIDE                 VALUE "1".
000280         88  HD-N2-OUTSIDE                 VALUE "2".
000290         88  HD-BOTH-OUTSIDE               VALUE "B".
000300     05  FILLER                 PIC X(01) VALUE SPACE.
000310     05  HD-BATCH-ID            PIC X(08).
000320     05  FILLER                 PIC X(01) VALUE SPACE.
000330     05  HD-DEPT                PIC X(04).
000340     05  FILLER                 PIC X(01) VALUE SPACE.
000350     05  HD-BUS-DATE            PIC X(08).
000360     05  FILLER                 PIC X(01) VALUE SPACE.
000370     05  HD-HOLD-DATE           PIC X(08).
000380     05  FILLER                 PIC X(01) VALUE SPACE.
000390     05  HD-EDIT-OPER           PIC X(08).
000400     05  FILLER                 PIC X(01) VALUE SPACE.
000410     05  HD-LIMIT-DEPT          PIC X(04).
000420     05  FILLER                 PIC X(01) VALUE SPACE.
000430     05  HD-N1-MIN              PIC S9(7)V99.
000440     05  HD-N1-MAX              PIC S9(7)V99.
000450     05  HD-N2-MIN              PIC S9(7)V99.
000460     05  HD-N2-MAX              PIC S9(7)V99.
000470     05  FILLER                 PIC X(01) VALUE SPACE.
000480     05  HD-RECORD-IMAGE        PIC X(80).
