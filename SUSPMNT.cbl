000280*                  FILE), AND ANY ITEM OLDER THAN THE AGEPARM
000290*                  OVERDUE LIMIT (DEFAULT 5 DAYS) IS PRINTED ON
000300*                  ITS OWN OVERDUE LISTING OVRDRPT.
000301* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000302*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000303*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000304*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000305*                  RUN WITH RETURN CODE 12.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000560     SELECT OVERDUE-REPORT-FILE ASSIGN TO OVRDRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-OVERDUE-REPORT-STATUS.
000582
000584     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000586         ORGANIZATION IS LINE SEQUENTIAL
000588         FILE STATUS IS WS-PROCDATE-STATUS.
000590******************************************************************
000600* DATA DIVISION.
000610******************************************************************
000800 FD  OVERDUE-REPORT-FILE
000810     RECORDING MODE IS F.
000820 01  OVERDUE-REPORT-RECORD          PIC X(100).
000822
000824 FD  PROCDATE-FILE
000826     RECORDING MODE IS F.
000828     COPY PROCDREC.
000830
000840 WORKING-STORAGE SECTION.
000850******************************************************************
001150 77  WS-IX                      PIC 9(03)  COMP VALUE ZERO.
001160 77  WS-BX                      PIC 9(03)  COMP VALUE ZERO.
001170 77  WS-FOUND-IX                PIC 9(03)  COMP VALUE ZERO.
001171
001172 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001173     88  WS-PROCDATE-OK                    VALUE "00".
001174     88  WS-PROCDATE-EOF                   VALUE "10".
001175
001176 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001177     88  WS-PROCDATE-FOUND                 VALUE "Y".
001178     88  WS-PROCDATE-MISSING               VALUE "N".
001180
001190 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001200 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
002720* DATE, OPEN THE FILES AND LOAD THE SUSPENSE ITEMS
002730******************************************************************
002740 1000-INITIALIZE.
002742     PERFORM 1010-READ-PROCESSING-DATE
002744         THRU 1010-READ-PROCESSING-DATE-EXIT.
002746     IF WS-PROCDATE-MISSING
002748         GO TO 1000-INITIALIZE-EXIT
002750     END-IF.
002760     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
002770     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
002780     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
003330         THRU 1300-LOAD-SUSPENSE-EXIT.
003340 1000-INITIALIZE-EXIT.
003350     EXIT.
003351******************************************************************
003352* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
003353* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
003354* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
003355* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
003356* DOES NOTHING.
003357******************************************************************
003358 1010-READ-PROCESSING-DATE.
003359     OPEN INPUT PROCDATE-FILE.
003360     IF NOT WS-PROCDATE-OK
003361         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
003362             WS-PROCDATE-STATUS
003363         GO TO 1010-READ-PROCESSING-DATE-FAIL
003364     END-IF.
003365     READ PROCDATE-FILE
003366         AT END
003367             MOVE SPACES TO PROCESSING-DATE-REC
003368     END-READ.
003369     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
003370         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
003371             WS-PROCDATE-STATUS
003372         CLOSE PROCDATE-FILE
003373         GO TO 1010-READ-PROCESSING-DATE-FAIL
003374     END-IF.
003375     CLOSE PROCDATE-FILE.
003376     IF PD-CURRENT-DATE IS NOT NUMERIC
003377         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
003378         GO TO 1010-READ-PROCESSING-DATE-FAIL
003379     END-IF.
003380     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
003381     SET WS-PROCDATE-FOUND TO TRUE.
003382     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
003383     GO TO 1010-READ-PROCESSING-DATE-EXIT.
003384
003385 1010-READ-PROCESSING-DATE-FAIL.
003386     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
003387     IF RETURN-CODE < 12
003388         MOVE 12 TO RETURN-CODE
003389     END-IF.
003390 1010-READ-PROCESSING-DATE-EXIT.
003391     EXIT.
003392******************************************************************
003393* 1100-READ-PARAMETERS - LOAD THE OVERDUE DAYS FROM AGEPARM
003394* COLUMNS 1-5. NO FILE OR A BAD VALUE LEAVES THE 5-DAY DEFAULT
003395* IN PLACE.
003400******************************************************************
003410 1100-READ-PARAMETERS.
003420     OPEN INPUT PARM-FILE.
