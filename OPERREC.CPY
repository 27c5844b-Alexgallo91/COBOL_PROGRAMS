000100*          TEST THE CONDITION FOR THE WORK BEING ATTEMPTED. AN
000110*          UNKNOWN OPERATOR OR AN INSUFFICIENT LEVEL ENDS THE
000120*          RUN WITH RETURN CODE 16 AND A VIO LINE ON AUDITLOG.
000121*          THE OPERMNT PROGRAM MAINTAINS THE FILE - ADD, CHANGE
000122*          AND REVOKE WITH A BEFORE/AFTER LINE ON OPERLOG - AND
000123*          PRINTS THE QUARTERLY RECERTIFICATION LISTING FROM IT.
000124*          A REVOKED OPERATOR KEEPS THE RECORD FOR THE TRAIL BUT
000125*          DROPS TO LEVEL 0, WHICH NONE OF THE LEVEL CONDITIONS
000130*          ACCEPT. COPY THIS MEMBER UNDER THE FD.
000140******************************************************************
000150* MODIFICATION HISTORY
000160*--------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180*--------------------------------------------------------------
000190* 2026-09-02  JA   ORIGINAL VERSION.
000192* 2026-09-21  JA   STATUS BYTE AND LEVEL-CHANGE DATE CARVED OUT OF
000194*                  THE FILLER FOR OPERMNT AND THE RECERTIFICATION
000196*                  LISTING. RECORD LENGTH UNCHANGED - A SPACE
000198*                  STATUS ON AN OLDER RECORD READS AS ACTIVE.
000200******************************************************************
000210 01  OPERATOR-MASTER-REC.
000220     05  OM-KEY.
000260         88  OM-LEVEL-INQUIRY              VALUE 1 2 3.
000270         88  OM-LEVEL-BATCH                VALUE 2 3.
000280         88  OM-LEVEL-MASTER               VALUE 3.
000282         88  OM-LEVEL-REVOKED              VALUE 0.
000290     05  OM-STATUS              PIC X(01).
000300         88  OM-ACTIVE                     VALUE "A" SPACE.
000310         88  OM-REVOKED                    VALUE "R".
000320     05  OM-LEVEL-DATE          PIC X(08).
000330     05  FILLER                 PIC X(02).
