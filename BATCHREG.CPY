000100*          INQUIRY PROGRAM READS THE FULL TRAIL BACK. EDITTRNS
000110*          ALSO USES THE EDIT STAMP TO REFUSE A BATCH ID IT HAS
000120*          ALREADY ACCEPTED, SO A DECK SUBMITTED TWICE IS
000130*          STOPPED AT THE FRONT DOOR. BETWEEN THE EDIT AND THE
000132*          CALCULATION A SUPERVISOR RELEASES OR HOLDS THE BATCH
000134*          WITH BCHRLSE - THE RELEASE STAMP CARRIES THE VERDICT,
000136*          THE RELEASING OPERATOR AND THE TIMESTAMP, AND
000138*          COMPUTEEX PASSES OVER ANY BATCH NOT RELEASED. COPY
000140*          THIS MEMBER UNDER THE FD.
000150******************************************************************
000160* MODIFICATION HISTORY
000170*--------------------------------------------------------------
000180* DATE       INIT  DESCRIPTION
000190*--------------------------------------------------------------
000200* 2026-09-02  JA   ORIGINAL VERSION.
000201* 2026-09-28  JA   ADDED THE SUBMITTING OPERATOR (STAMPED BY
000202*                  EDITTRNS) AND THE RELEASE STATUS, RELEASING
000203*                  OPERATOR AND RELEASE TIMESTAMP (STAMPED BY
000204*                  BCHRLSE). THE RECORD GROWS FROM 64 TO 98
000205*                  BYTES - BCHREG MUST BE UNLOADED AND RELOADED
000206*                  ONCE.
000210******************************************************************
000220 01  BATCH-REGISTER-REC.
000230     05  BR-KEY.
000320     05  BR-CALC-RC             PIC 9(02).
000330     05  BR-CALC-REC-COUNT      PIC 9(07).
000340     05  BR-EXTRACT-DATE        PIC X(08).
000341     05  BR-EDIT-OPER           PIC X(08).
000342     05  BR-RELEASE-STATUS      PIC X(01).
000343         88  BR-RELEASE-PENDING            VALUE SPACE.
000344         88  BR-RELEASED                   VALUE "R".
000345         88  BR-RELEASE-HELD               VALUE "H".
000346     05  BR-RELEASE-OPER        PIC X(08).
000347     05  BR-RELEASE-TS          PIC X(17).
000350     05  FILLER                 PIC X(10).
