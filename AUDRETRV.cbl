000250*                  POINTED AT IT - AN AUDIT QUESTION ABOUT LAST
000260*                  QUARTER IS A JOB SUBMISSION, NOT A RESTORE
000270*                  TICKET.
000271* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000272*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000273*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000274*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000275*                  RUN WITH RETURN CODE 12.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000490     SELECT WORK-FILE ASSIGN TO AUDWORK
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-WORK-STATUS.
000512
000514     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000516         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS WS-PROCDATE-STATUS.
000520******************************************************************
000530* DATA DIVISION.
000540******************************************************************
000690 FD  WORK-FILE
000700     RECORDING MODE IS F.
000710 01  WORK-RECORD                    PIC X(177).
000712
000714 FD  PROCDATE-FILE
000716     RECORDING MODE IS F.
000718     COPY PROCDREC.
000720
000730 WORKING-STORAGE SECTION.
000740******************************************************************
001000 77  WS-SELECT-COUNT            PIC 9(07)  COMP VALUE ZERO.
001010 77  WS-NA-DIV-COUNT            PIC 9(07)  COMP VALUE ZERO.
001020 77  WS-OVFL-COUNT              PIC 9(07)  COMP VALUE ZERO.
001021
001022 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001023     88  WS-PROCDATE-OK                    VALUE "00".
001024     88  WS-PROCDATE-EOF                   VALUE "10".
001025
001026 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001027     88  WS-PROCDATE-FOUND                 VALUE "Y".
001028     88  WS-PROCDATE-MISSING               VALUE "N".
001030
001040 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001050 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
001870* FILES FOR THE REQUESTED OUTPUT MODE
001880******************************************************************
001890 1000-INITIALIZE.
001892     PERFORM 1010-READ-PROCESSING-DATE
001894         THRU 1010-READ-PROCESSING-DATE-EXIT.
001896     IF WS-PROCDATE-MISSING
001898         GO TO 1000-INITIALIZE-EXIT
001900     END-IF.
001910     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
001920     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
001930     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
002390     END-IF.
002400 1000-INITIALIZE-EXIT.
002410     EXIT.
002411******************************************************************
002412* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
002413* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
002414* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
002415* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
002416* DOES NOTHING.
002417******************************************************************
002418 1010-READ-PROCESSING-DATE.
002419     OPEN INPUT PROCDATE-FILE.
002420     IF NOT WS-PROCDATE-OK
002421         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
002422             WS-PROCDATE-STATUS
002423         GO TO 1010-READ-PROCESSING-DATE-FAIL
002424     END-IF.
002425     READ PROCDATE-FILE
002426         AT END
002427             MOVE SPACES TO PROCESSING-DATE-REC
002428     END-READ.
002429     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
002430         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
002431             WS-PROCDATE-STATUS
002432         CLOSE PROCDATE-FILE
002433         GO TO 1010-READ-PROCESSING-DATE-FAIL
002434     END-IF.
002435     CLOSE PROCDATE-FILE.
002436     IF PD-CURRENT-DATE IS NOT NUMERIC
002437         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
002438         GO TO 1010-READ-PROCESSING-DATE-FAIL
002439     END-IF.
002440     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
002441     SET WS-PROCDATE-FOUND TO TRUE.
002442     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
002443     GO TO 1010-READ-PROCESSING-DATE-EXIT.
002444
002445 1010-READ-PROCESSING-DATE-FAIL.
002446     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
002447     IF RETURN-CODE < 12
002448         MOVE 12 TO RETURN-CODE
002449     END-IF.
002450 1010-READ-PROCESSING-DATE-EXIT.
002451     EXIT.
002452******************************************************************
002453* 1100-READ-PARAMETERS - LOAD THE SELECTION PARAMETERS FROM
002454* ARCPARM. NO PARAMETER FILE OR AN EMPTY ONE MEANS NO SELECTION -
002455* THE WHOLE ARCHIVE IS PRINTED.
002460******************************************************************
002470 1100-READ-PARAMETERS.
002480     OPEN INPUT PARM-FILE.
