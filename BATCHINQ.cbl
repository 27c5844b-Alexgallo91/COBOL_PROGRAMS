000200*                  COUNT, AND WHEN THE FINANCE EXTRACT WAS
000210*                  PRODUCED - SO NOBODY HAS TO HUNT THROUGH
000220*                  EDTRPT, RPTOUT AND EXTROUT BY HAND.
000222* 2026-09-24  JA   THE DEPARTMENT NAME FROM THE DEPTMAST
000224*                  DEPARTMENT MASTER (SEE DEPTREC) NOW SHOWS NEXT
000226*                  TO THE CODE ON THE TRAIL.
000227* 2026-09-28  JA   THE TRAIL NOW SHOWS WHO SUBMITTED THE BATCH AND
000228*                  THE SUPERVISOR RELEASE STAGE STAMPED BY
000229*                  BCHRLSE.
000230******************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS BR-KEY
000360         FILE STATUS IS WS-REGISTER-STATUS.
000361
000362     SELECT DEPT-FILE ASSIGN TO DEPTMAST
000363         ORGANIZATION IS INDEXED
000364         ACCESS MODE IS RANDOM
000365         RECORD KEY IS DM-KEY
000366         FILE STATUS IS WS-DEPT-STATUS.
000370******************************************************************
000380* DATA DIVISION.
000390******************************************************************
000410 FILE SECTION.
000420 FD  REGISTER-FILE.
000430     COPY BATCHREG.
000432
000434 FD  DEPT-FILE.
000436     COPY DEPTREC.
000440
000450 WORKING-STORAGE SECTION.
000460******************************************************************
000500     88  WS-REGISTER-OK                    VALUE "00".
000510     88  WS-REGISTER-NOT-FOUND             VALUE "23".
000520
000522 77  WS-DEPT-STATUS             PIC X(02)  VALUE SPACES.
000524     88  WS-DEPT-OK                        VALUE "00".
000526     88  WS-DEPT-NOT-FOUND                 VALUE "23".
000528
000530 77  WS-ANOTHER-SW              PIC X(01)  VALUE "Y".
000540     88  WS-ANOTHER-YES                     VALUE "Y" "y".
000550     88  WS-ANOTHER-NO                       VALUE "N" "n".
000560
000570 77  WS-INQ-BATCH-ID            PIC X(08)  VALUE SPACES.
000575 77  WS-DEPT-NAME               PIC X(20)  VALUE SPACES.
000580******************************************************************
000590* PROCEDURE DIVISION.
000600******************************************************************
000770
000780     STOP RUN.
000790******************************************************************
000800* 1000-INITIALIZE - OPEN THE BATCH REGISTER AND THE DEPARTMENT
000803* MASTER. WITHOUT THE MASTER THE TRAIL STILL SHOWS, LESS THE
000806* DEPARTMENT NAME.
000810******************************************************************
000820 1000-INITIALIZE.
000830     OPEN INPUT REGISTER-FILE.
000840     IF NOT WS-REGISTER-OK
000850         DISPLAY "UNABLE TO OPEN BATCH REGISTER, STATUS = "
000860             WS-REGISTER-STATUS
000861     END-IF.
000862
000863     OPEN INPUT DEPT-FILE.
000864     IF NOT WS-DEPT-OK
000865         DISPLAY "NO DEPARTMENT MASTER - NAMES WILL NOT SHOW"
000870     END-IF.
000880 1000-INITIALIZE-EXIT.
000890     EXIT.
001160* REGISTERED BATCH, SPELLING OUT THE STAGES NOT YET REACHED
001170******************************************************************
001180 5000-DISPLAY-TRAIL.
001182     PERFORM 5100-GET-DEPT-NAME
001184         THRU 5100-GET-DEPT-NAME-EXIT.
001190     DISPLAY "BATCH " BR-BATCH-ID
001200         " DEPT " BR-DEPT " " WS-DEPT-NAME
001210         " BUS DATE " BR-BUS-DATE.
001220     IF BR-EDIT-DATE = SPACES
001230         DISPLAY "  EDIT       - NOT YET EDITED"
001240     ELSE
001250         IF BR-EDIT-PASSED
001260             DISPLAY "  EDIT       - PASSED ON " BR-EDIT-DATE
001265                 " BY " BR-EDIT-OPER
001270         ELSE
001280             DISPLAY "  EDIT       - FAILED ON " BR-EDIT-DATE
001290                 " (OUT OF BALANCE)"
001291         END-IF
001292     END-IF.
001293     IF BR-RELEASED
001294         DISPLAY "  RELEASE    - RELEASED BY " BR-RELEASE-OPER
001295             " AT " BR-RELEASE-TS
001296     ELSE
001297         IF BR-RELEASE-HELD
001298             DISPLAY "  RELEASE    - HELD BY " BR-RELEASE-OPER
001299                 " AT " BR-RELEASE-TS
001300         ELSE
001301             DISPLAY "  RELEASE    - NOT YET REVIEWED"
001302         END-IF
001310     END-IF.
001320     IF BR-CALC-DATE = SPACES
001330         DISPLAY "  CALCULATE  - NOT YET CALCULATED"
001430     END-IF.
001440 5000-DISPLAY-TRAIL-EXIT.
001450     EXIT.
001451******************************************************************
001452* 5100-GET-DEPT-NAME - LOOK UP THE DEPARTMENT NAME FOR THE TRAIL
001453******************************************************************
001454 5100-GET-DEPT-NAME.
001455     MOVE SPACES TO WS-DEPT-NAME.
001456     IF NOT WS-DEPT-OK
001457         GO TO 5100-GET-DEPT-NAME-EXIT
001458     END-IF.
001459     MOVE BR-DEPT TO DM-DEPT.
001460     READ DEPT-FILE
001461         INVALID KEY
001462             MOVE "UNKNOWN DEPARTMENT" TO WS-DEPT-NAME
001463         NOT INVALID KEY
001464             MOVE DM-NAME TO WS-DEPT-NAME
001465     END-READ.
001466     MOVE "00" TO WS-DEPT-STATUS.
001467 5100-GET-DEPT-NAME-EXIT.
001468     EXIT.
001469******************************************************************
001470* 9000-TERMINATE - END OF JOB HOUSEKEEPING
001480******************************************************************
001490 9000-TERMINATE.
001500     IF WS-REGISTER-OK
001510         CLOSE REGISTER-FILE
001520     END-IF.
001522     IF WS-DEPT-OK
001524         CLOSE DEPT-FILE
001526     END-IF.
001530 9000-TERMINATE-EXIT.
001540     EXIT.
001550 END PROGRAM BATCHINQ.
