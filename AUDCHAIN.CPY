000010******************************************************************
000020* AUDCHAIN.CPY
000030* PURPOSE: WORK AREA FOR SEALING AND PROVING AUDITLOG LINES. A
000040*          PROGRAM THAT WRITES AUDITLOG FIRST READS THE LOG TO
000050*          ITS END TO PICK UP THE LAST SEQUENCE NUMBER AND CHECK
000060*          VALUE, THEN FOR EACH LINE IT WRITES ADDS ONE TO THE
000070*          SEQUENCE AND FOLDS EVERY BYTE OF THE LINE UP TO AND
000080*          INCLUDING AD-SEQ-NO INTO THE CHECK VALUE CARRIED FROM
000090*          THE LINE BEFORE -
000100*              CHECK = (CHECK * 31 + BYTE + POSITION)
000110*                      MOD AC-MODULUS
000120*          STARTING FROM ZERO FOR SEQUENCE 1. AUDVRFY REPEATS THE
000130*          SAME ARITHMETIC TO PROVE THE LOG. THIS IS A
000140*          TAMPER-EVIDENCE CHECK, NOT A CIPHER - IT SHOWS A LINE
000150*          WAS DROPPED, ADDED OR CHANGED, IT DOES NOT STOP A
000160*          DETERMINED REWRITE OF THE WHOLE TAIL. COPY INTO
000170*          WORKING-STORAGE.
000180******************************************************************
000190* MODIFICATION HISTORY
000200*--------------------------------------------------------------
000210* DATE       INIT  DESCRIPTION
000220*--------------------------------------------------------------
000230* 2026-10-08  JA   ORIGINAL VERSION.
000240******************************************************************
000250 01  AUDIT-CHAIN-WORK.
000260     05  AC-SEQ-NO              PIC 9(09) COMP VALUE ZERO.
000270     05  AC-CHAIN-VALUE         PIC 9(09) COMP VALUE ZERO.
000280     05  AC-WORK                PIC 9(12) COMP VALUE ZERO.
000290     05  AC-QUOTIENT            PIC 9(12) COMP VALUE ZERO.
000300     05  AC-IX                  PIC 9(03) COMP VALUE ZERO.
000310     05  AC-MODULUS             PIC 9(09) COMP VALUE 999999937.
000320     05  AC-SEALED-LENGTH       PIC 9(03) COMP VALUE 165.
000330     05  AC-BYTE-PAIR.
000340         10  FILLER             PIC X(01) VALUE LOW-VALUE.
000350         10  AC-BYTE            PIC X(01) VALUE LOW-VALUE.
000360     05  AC-BYTE-NUM REDEFINES AC-BYTE-PAIR
000370                                PIC 9(04) COMP.
