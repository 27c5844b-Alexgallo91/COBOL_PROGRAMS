000210*                  DAY PLUS N/A DIVISION AND OVERFLOW COUNTS.
000220*                  NO PARAMETER FILE MEANS NO SELECTION - THE
000230*                  WHOLE LOG IS REPORTED.
000231* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000232*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000233*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000234*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000235*                  RUN WITH RETURN CODE 12.
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000410     SELECT AUDIT-REPORT-FILE ASSIGN TO AUDRPT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-REPORT-STATUS.
000432
000434     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000436         ORGANIZATION IS LINE SEQUENTIAL
000438         FILE STATUS IS WS-PROCDATE-STATUS.
000440******************************************************************
000450* DATA DIVISION.
000460******************************************************************
000570 FD  AUDIT-REPORT-FILE
000580     RECORDING MODE IS F.
000590 01  AUDIT-REPORT-RECORD            PIC X(177).
000592
000594 FD  PROCDATE-FILE
000596     RECORDING MODE IS F.
000598     COPY PROCDREC.
000600
000610 WORKING-STORAGE SECTION.
000620******************************************************************
000820 77  WS-SELECT-COUNT            PIC 9(07)  COMP VALUE ZERO.
000830 77  WS-NA-DIV-COUNT            PIC 9(07)  COMP VALUE ZERO.
000840 77  WS-OVFL-COUNT              PIC 9(07)  COMP VALUE ZERO.
000841
000842 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
000843     88  WS-PROCDATE-OK                    VALUE "00".
000844     88  WS-PROCDATE-EOF                   VALUE "10".
000845
000846 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
000847     88  WS-PROCDATE-FOUND                 VALUE "Y".
000848     88  WS-PROCDATE-MISSING               VALUE "N".
000850
000860 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
000870 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
001950* FILES
001960******************************************************************
001970 1000-INITIALIZE.
001972     PERFORM 1010-READ-PROCESSING-DATE
001974         THRU 1010-READ-PROCESSING-DATE-EXIT.
001976     IF WS-PROCDATE-MISSING
001978         GO TO 1000-INITIALIZE-EXIT
001980     END-IF.
001990     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
002000     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
002010     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
002280     END-IF.
002290 1000-INITIALIZE-EXIT.
002300     EXIT.
002301******************************************************************
002302* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
002303* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
002304* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
002305* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
002306* DOES NOTHING.
002307******************************************************************
002308 1010-READ-PROCESSING-DATE.
002309     OPEN INPUT PROCDATE-FILE.
002310     IF NOT WS-PROCDATE-OK
002311         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
002312             WS-PROCDATE-STATUS
002313         GO TO 1010-READ-PROCESSING-DATE-FAIL
002314     END-IF.
002315     READ PROCDATE-FILE
002316         AT END
002317             MOVE SPACES TO PROCESSING-DATE-REC
002318     END-READ.
002319     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
002320         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
002321             WS-PROCDATE-STATUS
002322         CLOSE PROCDATE-FILE
002323         GO TO 1010-READ-PROCESSING-DATE-FAIL
002324     END-IF.
002325     CLOSE PROCDATE-FILE.
002326     IF PD-CURRENT-DATE IS NOT NUMERIC
002327         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
002328         GO TO 1010-READ-PROCESSING-DATE-FAIL
002329     END-IF.
002330     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
002331     SET WS-PROCDATE-FOUND TO TRUE.
002332     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
002333     GO TO 1010-READ-PROCESSING-DATE-EXIT.
002334
002335 1010-READ-PROCESSING-DATE-FAIL.
002336     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
002337     IF RETURN-CODE < 12
002338         MOVE 12 TO RETURN-CODE
002339     END-IF.
002340 1010-READ-PROCESSING-DATE-EXIT.
002341     EXIT.
002342******************************************************************
002343* 1100-READ-PARAMETERS - LOAD THE SELECTION PARAMETERS FROM
002344* AUDPARM. NO PARAMETER FILE OR AN EMPTY ONE MEANS NO
002345* SELECTION - THE WHOLE LOG IS REPORTED.
002350******************************************************************
002360 1100-READ-PARAMETERS.
002370     OPEN INPUT PARM-FILE.
