000250*                  INQUIRY NEEDS LEVEL 1). AN UNKNOWN OPERATOR
000260*                  OR AN INSUFFICIENT LEVEL ENDS THE RUN WITH
000270*                  RETURN CODE 16 AND A VIO LINE ON AUDITLOG.
000271* 2026-10-08  JA   THE VIO LINE IS NOW SEALED WITH THE NEXT
000272*                  RUNNING SEQUENCE NUMBER AND A CHECK VALUE
000273*                  CHAINED FROM THE LAST LINE ON THE AUDIT LOG
000274*                  (SEE AUDCHAIN).
000275* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000276*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000277*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000278*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000279*                  RUN WITH RETURN CODE 12.
000280* 2026-10-14  JA   THE RESULTS MASTER DEFINITION NOW CARRIES THE
000281*                  DEPARTMENT AND OPERATOR ALTERNATE KEYS (SEE
000282*                  RSLTMAST).
000283******************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.    IBM-370.
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RM-KEY
000402         ALTERNATE RECORD KEY IS RM-DEPT-KEY
000404             WITH DUPLICATES
000406         ALTERNATE RECORD KEY IS RM-OPER-KEY
000408             WITH DUPLICATES
000410         FILE STATUS IS WS-RESULT-STATUS.
000420
000430     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
000490     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-STATUS.
000512
000514     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000516         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS WS-PROCDATE-STATUS.
000520******************************************************************
000530* DATA DIVISION.
000540******************************************************************
000630 FD  AUDIT-FILE
000640     RECORDING MODE IS F.
000650 01  AUDIT-RECORD                   PIC X(177).
000652
000654 FD  PROCDATE-FILE
000656     RECORDING MODE IS F.
000658     COPY PROCDREC.
000660
000670 WORKING-STORAGE SECTION.
000680******************************************************************
000870
000880 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
000890 77  WS-VIOLATION-TEXT          PIC X(11)  VALUE SPACES.
000891 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
000892     88  WS-PROCDATE-OK                    VALUE "00".
000893     88  WS-PROCDATE-EOF                   VALUE "10".
000894
000895 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
000896     88  WS-PROCDATE-FOUND                 VALUE "Y".
000897     88  WS-PROCDATE-MISSING               VALUE "N".
000898
000900 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
000910 77  WS-AUDIT-TIME              PIC X(08)  VALUE SPACES.
000920 77  WS-AUDIT-TIMESTAMP         PIC X(17)  VALUE SPACES.
001160* SECURITY VIOLATION LINE
001170******************************************************************
001180     COPY AUDITREC.
001181
001182******************************************************************
001183* AUDIT LOG SEQUENCE AND CHECK VALUE WORK AREA - SHARED COPYBOOK
001184******************************************************************
001185     COPY AUDCHAIN.
001190******************************************************************
001200* PROCEDURE DIVISION.
001210******************************************************************
001430* THE INQUIRY LOOP NEVER STARTS.
001440******************************************************************
001450 1000-INITIALIZE.
001452     PERFORM 1010-READ-PROCESSING-DATE
001454         THRU 1010-READ-PROCESSING-DATE-EXIT.
001456     IF WS-PROCDATE-MISSING
001458         GO TO 1000-INITIALIZE-EXIT
001460     END-IF.
001470     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
001480     IF WS-OPERATOR-ID = SPACES
001490         MOVE "UNKNOWN " TO WS-OPERATOR-ID
001600     END-IF.
001610 1000-INITIALIZE-EXIT.
001620     EXIT.
001621******************************************************************
001622* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
001623* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
001624* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
001625* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
001626* DOES NOTHING.
001627******************************************************************
001628 1010-READ-PROCESSING-DATE.
001629     OPEN INPUT PROCDATE-FILE.
001630     IF NOT WS-PROCDATE-OK
001631         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
001632             WS-PROCDATE-STATUS
001633         GO TO 1010-READ-PROCESSING-DATE-FAIL
001634     END-IF.
001635     READ PROCDATE-FILE
001636         AT END
001637             MOVE SPACES TO PROCESSING-DATE-REC
001638     END-READ.
001639     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
001640         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
001641             WS-PROCDATE-STATUS
001642         CLOSE PROCDATE-FILE
001643         GO TO 1010-READ-PROCESSING-DATE-FAIL
001644     END-IF.
001645     CLOSE PROCDATE-FILE.
001646     IF PD-CURRENT-DATE IS NOT NUMERIC
001647         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
001648         GO TO 1010-READ-PROCESSING-DATE-FAIL
001649     END-IF.
001650     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
001651     SET WS-PROCDATE-FOUND TO TRUE.
001652     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
001653     GO TO 1010-READ-PROCESSING-DATE-EXIT.
001654
001655 1010-READ-PROCESSING-DATE-FAIL.
001656     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
001657     IF RETURN-CODE < 12
001658         MOVE 12 TO RETURN-CODE
001659     END-IF.
001660 1010-READ-PROCESSING-DATE-EXIT.
001661     EXIT.
001662******************************************************************
001663* 1100-CHECK-OPERATOR - PROVE THE OPERATOR AGAINST THE KEYED
001664* OPERATOR MASTER. INQUIRY ACCESS NEEDS LEVEL 1. AN UNKNOWN
001665* OPERATOR, AN INSUFFICIENT LEVEL OR A MISSING OPERATOR MASTER
001670* ENDS THE RUN WITH RETURN CODE 16 - THE CHECK FAILS CLOSED -
001680* AND THE REFUSAL IS WRITTEN TO AUDITLOG AS A VIO LINE.
001690******************************************************************
002110* THE BATCH FIELD, THE OPERATOR AND THE REASON
002120******************************************************************
002130 1150-WRITE-VIOLATION.
002132     PERFORM 1160-FIND-CHAIN-TAIL
002134         THRU 1160-FIND-CHAIN-TAIL-EXIT.
002140     OPEN EXTEND AUDIT-FILE.
002150     IF WS-AUDIT-FILE-NOT-FOUND
002160         OPEN OUTPUT AUDIT-FILE
002330     MOVE WS-OPERATOR-ID     TO AD-OPERATOR-ID.
002340     MOVE "VIO"              TO AD-OP-CODE.
002350     MOVE WS-VIOLATION-TEXT  TO AD-SUMA-NA.
002352     PERFORM 1170-SEAL-AUDIT-LINE
002354         THRU 1170-SEAL-AUDIT-LINE-EXIT.
002360     MOVE AUDIT-DETAIL       TO AUDIT-RECORD.
002370     WRITE AUDIT-RECORD.
002380     CLOSE AUDIT-FILE.
002390     MOVE SPACES TO WS-AUDIT-STATUS.
002400 1150-WRITE-VIOLATION-EXIT.
002410     EXIT.
002411******************************************************************
002412* 1160-FIND-CHAIN-TAIL - READ THE AUDIT LOG THROUGH TO ITS END FOR
002413* THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST SEALED LINE,
002414* SO THE LINES THIS RUN APPENDS CARRY THE CHAIN ON. NO LOG YET,
002415* OR ONLY LINES FROM BEFORE THE CHAIN, STARTS FROM ZERO.
002416******************************************************************
002417 1160-FIND-CHAIN-TAIL.
002418     MOVE ZERO TO AC-SEQ-NO.
002419     MOVE ZERO TO AC-CHAIN-VALUE.
002420     OPEN INPUT AUDIT-FILE.
002421     IF NOT WS-AUDIT-OK
002422         MOVE SPACES TO WS-AUDIT-STATUS
002423         GO TO 1160-FIND-CHAIN-TAIL-EXIT
002424     END-IF.
002425     PERFORM 1165-READ-CHAIN-TAIL
002426         THRU 1165-READ-CHAIN-TAIL-EXIT
002427         UNTIL NOT WS-AUDIT-OK.
002428     CLOSE AUDIT-FILE.
002429     MOVE SPACES TO WS-AUDIT-STATUS.
002430     MOVE SPACES TO AUDIT-DETAIL.
002431 1160-FIND-CHAIN-TAIL-EXIT.
002432     EXIT.
002433******************************************************************
002434* 1165-READ-CHAIN-TAIL - KEEP THE SEQUENCE AND CHECK VALUE OF
002435* EVERY SEALED LINE READ, SO THE LAST ONE STANDS AT END OF FILE
002436******************************************************************
002437 1165-READ-CHAIN-TAIL.
002438     READ AUDIT-FILE INTO AUDIT-DETAIL
002439         AT END
002440             GO TO 1165-READ-CHAIN-TAIL-EXIT
002441     END-READ.
002442     IF AD-SEQ-NO IS NUMERIC
002443         AND AD-CHAIN-VALUE IS NUMERIC
002444         MOVE AD-SEQ-NO      TO AC-SEQ-NO
002445         MOVE AD-CHAIN-VALUE TO AC-CHAIN-VALUE
002446     END-IF.
002447 1165-READ-CHAIN-TAIL-EXIT.
002448     EXIT.
002449******************************************************************
002450* 1170-SEAL-AUDIT-LINE - NUMBER THE LINE BUILT IN AUDIT-DETAIL AND
002451* CHAIN ITS CHECK VALUE ON FROM THE LINE BEFORE IT (SEE AUDCHAIN)
002452******************************************************************
002453 1170-SEAL-AUDIT-LINE.
002454     ADD 1 TO AC-SEQ-NO.
002455     MOVE AC-SEQ-NO TO AD-SEQ-NO.
002456     PERFORM 1175-CHAIN-ONE-BYTE
002457         THRU 1175-CHAIN-ONE-BYTE-EXIT
002458         VARYING AC-IX FROM 1 BY 1
002459         UNTIL AC-IX > AC-SEALED-LENGTH.
002460     MOVE AC-CHAIN-VALUE TO AD-CHAIN-VALUE.
002461 1170-SEAL-AUDIT-LINE-EXIT.
002462     EXIT.
002463******************************************************************
002464* 1175-CHAIN-ONE-BYTE - FOLD ONE BYTE INTO THE CHECK VALUE
002465******************************************************************
002466 1175-CHAIN-ONE-BYTE.
002467     MOVE AUDIT-DETAIL (AC-IX:1) TO AC-BYTE.
002468     COMPUTE AC-WORK = AC-CHAIN-VALUE * 31 + AC-BYTE-NUM + AC-IX.
002469     DIVIDE AC-WORK BY AC-MODULUS
002470         GIVING AC-QUOTIENT REMAINDER AC-CHAIN-VALUE.
002471 1175-CHAIN-ONE-BYTE-EXIT.
002472     EXIT.
002473******************************************************************
002474* 2000-INQUIRY-PROCESS - RUN ONE INQUIRY AND ASK WHETHER TO
002475* CONTINUE
002476******************************************************************
002477 2000-INQUIRY-PROCESS.
002478     DISPLAY "INQUIRY BY KEY OR BY PAIR (K/P)?"
002480     ACCEPT WS-INQ-MODE-SW.
002490
002500     IF WS-INQ-BY-KEY
