000210*                  OPERATOR, DEPARTMENT, THE OLD FACTOR AND DATE
000220*                  AND THE NEW ONES - SO EVERY RATE CHANGE IS
000230*                  PROVABLE AFTER THE FACT.
000231* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000232*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000233*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000234*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000235*                  RUN WITH RETURN CODE 12.
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000390     SELECT RATE-LOG-FILE ASSIGN TO RATELOG
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RATE-LOG-STATUS.
000412
000414     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000416         ORGANIZATION IS LINE SEQUENTIAL
000418         FILE STATUS IS WS-PROCDATE-STATUS.
000420******************************************************************
000430* DATA DIVISION.
000440******************************************************************
000500 FD  RATE-LOG-FILE
000510     RECORDING MODE IS F.
000520 01  RATE-LOG-RECORD                PIC X(100).
000522
000524 FD  PROCDATE-FILE
000526     RECORDING MODE IS F.
000528     COPY PROCDREC.
000530
000540 WORKING-STORAGE SECTION.
000550******************************************************************
000730     88  WS-RATE-NEW                       VALUE "N".
000740
000750 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
000751 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
000752     88  WS-PROCDATE-OK                    VALUE "00".
000753     88  WS-PROCDATE-EOF                   VALUE "10".
000754
000755 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
000756     88  WS-PROCDATE-FOUND                 VALUE "Y".
000757     88  WS-PROCDATE-MISSING               VALUE "N".
000758
000760 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
000770 77  WS-LOG-TIME                PIC X(08)  VALUE SPACES.
000780 77  WS-LOG-TIMESTAMP           PIC X(17)  VALUE SPACES.
001370* FAILURE STOPS THE SESSION.
001380******************************************************************
001390 1000-INITIALIZE.
001392     PERFORM 1010-READ-PROCESSING-DATE
001394         THRU 1010-READ-PROCESSING-DATE-EXIT.
001396     IF WS-PROCDATE-MISSING
001398         GO TO 1000-INITIALIZE-EXIT
001400     END-IF.
001410     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
001420     IF WS-OPERATOR-ID = SPACES
001430         MOVE "UNKNOWN " TO WS-OPERATOR-ID
001730     END-IF.
001740 1000-INITIALIZE-EXIT.
001750     EXIT.
001751******************************************************************
001752* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
001753* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
001754* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
001755* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
001756* DOES NOTHING.
001757******************************************************************
001758 1010-READ-PROCESSING-DATE.
001759     OPEN INPUT PROCDATE-FILE.
001760     IF NOT WS-PROCDATE-OK
001761         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
001762             WS-PROCDATE-STATUS
001763         GO TO 1010-READ-PROCESSING-DATE-FAIL
001764     END-IF.
001765     READ PROCDATE-FILE
001766         AT END
001767             MOVE SPACES TO PROCESSING-DATE-REC
001768     END-READ.
001769     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
001770         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
001771             WS-PROCDATE-STATUS
001772         CLOSE PROCDATE-FILE
001773         GO TO 1010-READ-PROCESSING-DATE-FAIL
001774     END-IF.
001775     CLOSE PROCDATE-FILE.
001776     IF PD-CURRENT-DATE IS NOT NUMERIC
001777         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
001778         GO TO 1010-READ-PROCESSING-DATE-FAIL
001779     END-IF.
001780     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
001781     SET WS-PROCDATE-FOUND TO TRUE.
001782     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
001783     GO TO 1010-READ-PROCESSING-DATE-EXIT.
001784
001785 1010-READ-PROCESSING-DATE-FAIL.
001786     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
001787     IF RETURN-CODE < 12
001788         MOVE 12 TO RETURN-CODE
001789     END-IF.
001790 1010-READ-PROCESSING-DATE-EXIT.
001791     EXIT.
001792******************************************************************
001793* 2000-MAINT-PROCESS - MAINTAIN ONE DEPARTMENT'S RATE AND ASK
001794* WHETHER TO CONTINUE
001795******************************************************************
001800 2000-MAINT-PROCESS.
001810     DISPLAY "DEPARTMENT:"
001820     ACCEPT WS-INQ-DEPT.
