000070*          OPERATOR, OPERATION CODE, THE INPUT PAIR AND THE
000080*          RESULT FIELDS. RESULTS NOT REQUESTED BY THE
000090*          OPERATION CODE ARE BLANK, FAILED ONES CARRY THE
000100*          N/A OR OVFL MARKER. EVERY LINE ENDS WITH ITS RUNNING
000101*          SEQUENCE NUMBER AND A CHECK VALUE CHAINED FROM THE
000102*          LINE BEFORE IT (SEE AUDCHAIN), SO A MISSING, INSERTED
000103*          OR ALTERED LINE SHOWS UP ON THE AUDVRFY VERIFICATION.
000104*          A CHN LINE (BATCH AUDCHAIN) IS THE MARKER AUDPURGE PUTS
000105*          AT THE TOP OF THE NEW LOG TO CARRY THE CHAIN ON FROM
000106*          THE LAST ARCHIVED LINE. COPY INTO WORKING-STORAGE.
000110******************************************************************
000120* MODIFICATION HISTORY
000130*--------------------------------------------------------------
000150*--------------------------------------------------------------
000160* 2026-08-22  JA   ORIGINAL VERSION - PULLED OUT OF COMPUTEEX
000170*                  FOR THE AUDIT REPORTING PROGRAM AUDITRPT.
000171* 2026-10-08  JA   ADDED THE RUNNING SEQUENCE NUMBER AND THE
000172*                  CHAINED CHECK VALUE, CARVED OUT OF THE TRAILING
000173*                  FILLER SO THE LINE STAYS 177 BYTES. LINES
000174*                  WRITTEN BEFORE THIS CHANGE CARRY SPACES THERE
000175*                  AND STAND AHEAD OF THE CHAIN.
000180******************************************************************
000190 01  AUDIT-DETAIL.
000200     05  AD-TIMESTAMP           PIC X(17).
000620     05  AD-PROMEDIO            PIC -9(7).99.
000630     05  AD-PROMEDIO-NA REDEFINES AD-PROMEDIO
000640                            PIC X(11).
000650     05  FILLER                 PIC X(01) VALUE SPACE.
000660     05  AD-SEQ-NO              PIC 9(09).
000670     05  FILLER                 PIC X(01) VALUE SPACE.
000680     05  AD-CHAIN-VALUE         PIC 9(09).
000690     05  FILLER                 PIC X(02) VALUE SPACES.
