000236*                  DEPARTMENT RATE FROM RATETBL IS APPLIED TO
000237*                  NUMERO1 INSTEAD OF TRUSTING THE KEYED
000238*                  NUMERO2 (SEE RATEREC).
000239* 2026-10-05  JA   A HEADER RECYCLE MARKER OF C FLAGS A FOLLOW-UP
000240*                  DECK BUILT BY HOLDRVW FROM HELD ITEMS A
000241*                  SUPERVISOR CONFIRMED. IT IS A RECYCLE DECK IN
000242*                  EVERY OTHER RESPECT, BUT ITS DETAILS ARE NOT
000243*                  HELD AGAIN FOR THEIR REASONABLENESS LIMITS.
000244******************************************************************
000245 01  TRANS-RECORD.
000250     05  TRANS-REC-TYPE         PIC X(01).
000260         88  TRANS-HEADER-REC              VALUE "H".
000270         88  TRANS-DETAIL-REC              VALUE "D".
000320         10  TRANS-DEPT         PIC X(04).
000330         10  TRANS-BUS-DATE     PIC X(08).
000332         10  TRANS-RECYCLE-MARK PIC X(01).
000334             88  TRANS-RECYCLED            VALUE "R" "C".
000336             88  TRANS-LIMITS-CONFIRMED    VALUE "C".
000340         10  FILLER             PIC X(58).
000350     05  TRANS-DETAIL-DATA REDEFINES TRANS-REC-BODY.
000360         10  TRANS-OP-CODE      PIC X(03).
