000304*                  ARE PASSED OVER ON THE AUDIT LEG - A
000306*                  REVERSAL IS NOT A CALCULATION AND HAS NO
000308*                  COUNTERPART ON THE OTHER THREE LEGS.
000309* 2026-09-24  JA   THE VERDICT LINE NOW CARRIES THE BATCH
000310*                  DEPARTMENT AND ITS NAME FROM THE DEPTMAST
000311*                  DEPARTMENT MASTER (SEE DEPTREC).
000312* 2026-10-08  JA   THE CHN CHAIN-CARRY LINE AUDPURGE PUTS AT THE
000313*                  HEAD OF THE AUDIT LOG IS PASSED OVER LIKE THE
000314*                  REV AND VIO LINES.
000315* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000316*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000317*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000318*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000319*                  RUN WITH RETURN CODE 12.
000320* 2026-10-14  JA   THE RESULTS MASTER LEG IS NOW READ BY THE
000321*                  DEPARTMENT ALTERNATE KEY (SEE RSLTMAST) INSTEAD
000322*                  OF FROM THE TOP. EACH DEPARTMENT STARTS AT THE
000323*                  BALANCE DATE AND SKIPS TO THE NEXT DEPARTMENT
000324*                  PAST IT, SO ONLY THE NIGHT BEING PROVED IS
000325*                  READ.
000326* 2026-10-15  JA   A READ ALONG THE DEPARTMENT KEY THAT RETURNS
000327*                  STATUS 02 (MORE RESULTS FOR THE SAME DEPARTMENT
000328*                  AND RUN DATE) IS NOW TAKEN AS GOOD, SO THE
000329*                  PROOF SHEET NO LONGER STOPS AT THE FIRST OF
000330*                  THEM.
000331******************************************************************
000332 ENVIRONMENT DIVISION.
000333 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
000350 OBJECT-COMPUTER.    IBM-370.
000360 SPECIAL-NAMES.
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS RM-KEY
000552         ALTERNATE RECORD KEY IS RM-DEPT-KEY
000554             WITH DUPLICATES
000556         ALTERNATE RECORD KEY IS RM-OPER-KEY
000558             WITH DUPLICATES
000560         FILE STATUS IS WS-RESULT-STATUS.
000570
000580     SELECT PARM-FILE ASSIGN TO BALPARM
000620     SELECT BALANCE-REPORT-FILE ASSIGN TO BALRPT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-BALANCE-REPORT-STATUS.
000641
000642     SELECT DEPT-FILE ASSIGN TO DEPTMAST
000643         ORGANIZATION IS INDEXED
000644         ACCESS MODE IS RANDOM
000645         RECORD KEY IS DM-KEY
000646         FILE STATUS IS WS-DEPT-STATUS.
000647
000648     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000649         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PROCDATE-STATUS.
000651******************************************************************
000660* DATA DIVISION.
000670******************************************************************
000680 DATA DIVISION.
000900     RECORDING MODE IS F.
000910 01  BALANCE-REPORT-RECORD          PIC X(100).
000920
000921 FD  DEPT-FILE.
000922     COPY DEPTREC.
000923
000924 FD  PROCDATE-FILE
000925     RECORDING MODE IS F.
000926     COPY PROCDREC.
000927
000930 WORKING-STORAGE SECTION.
000940******************************************************************
000950* SWITCHES AND COUNTERS
001120     88  WS-AUDIT-EOF                      VALUE "10".
001130
001140 77  WS-RESULT-STATUS           PIC X(02)  VALUE SPACES.
001143*    02 - THE DEPARTMENT OR OPERATOR KEY IS SHARED WITH ANOTHER
001146*    RESULT, THE NORMAL CASE FOR A SECOND POSTING ON A RUN DATE
001150     88  WS-RESULT-OK                      VALUE "00" "02".
001160     88  WS-RESULT-EOF                     VALUE "10".
001170
001180 77  WS-PARM-STATUS             PIC X(02)  VALUE SPACES.
001220 77  WS-BALANCE-REPORT-STATUS   PIC X(02)  VALUE SPACES.
001230     88  WS-BALANCE-REPORT-OK              VALUE "00".
001240
001242 77  WS-DEPT-STATUS             PIC X(02)  VALUE SPACES.
001244     88  WS-DEPT-OK                        VALUE "00".
001246     88  WS-DEPT-NOT-FOUND                 VALUE "23".
001248
001250 77  WS-RUN-ABORT-SW            PIC X(01)  VALUE "N".
001260     88  WS-RUN-ABORTED                    VALUE "Y".
001270     88  WS-RUN-USABLE                     VALUE "N".
001290 77  WS-BATCH-BREAK-SW          PIC X(01)  VALUE "N".
001300     88  WS-BATCH-BREAKS                   VALUE "Y".
001310     88  WS-BATCH-AGREES                   VALUE "N".
001311
001312 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001313     88  WS-PROCDATE-OK                    VALUE "00".
001314     88  WS-PROCDATE-EOF                   VALUE "10".
001315
001316 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001317     88  WS-PROCDATE-FOUND                 VALUE "Y".
001318     88  WS-PROCDATE-MISSING               VALUE "N".
001320
001330 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001340 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
001810 01  WS-BAL-TABLE.
001820     05  WS-BAL-ENTRY OCCURS 50 TIMES.
001830         10  WS-BAL-BATCH-ID    PIC X(08).
001835         10  WS-BAL-DEPT        PIC X(04).
001840         10  WS-BAL-RPT-COUNT   PIC 9(07) COMP.
001850         10  WS-BAL-EXT-COUNT   PIC 9(07) COMP.
001860         10  WS-BAL-AUD-COUNT   PIC 9(07) COMP.
002220 01  WS-PROOF-VERDICT-LINE.
002230     05  FILLER                 PIC X(09) VALUE "** BATCH ".
002240     05  PV-BATCH-ID            PIC X(08).
002242     05  FILLER                 PIC X(06) VALUE " DEPT ".
002244     05  PV-DEPT                PIC X(04).
002246     05  FILLER                 PIC X(01) VALUE SPACE.
002248     05  PV-DEPT-NAME           PIC X(20).
002250     05  FILLER                 PIC X(01) VALUE SPACE.
002260     05  PV-VERDICT             PIC X(40).
002270     05  FILLER                 PIC X(11) VALUE SPACES.
002280
002290 01  WS-PROOF-NOTE-LINE.
002300     05  FILLER                 PIC X(47) VALUE
002770* RESULTS MASTER - A MISSING EXTRACT ONLY SKIPS THAT LEG.
002780******************************************************************
002790 1000-INITIALIZE.
002792     PERFORM 1010-READ-PROCESSING-DATE
002794         THRU 1010-READ-PROCESSING-DATE-EXIT.
002796     IF WS-PROCDATE-MISSING
002798         SET WS-RUN-ABORTED TO TRUE
002800         GO TO 1000-INITIALIZE-EXIT
002802     END-IF.
002810     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
002820     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
002830     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
003160         DISPLAY "NO EXTRACT FILE - EXTRACT LEG NOT PROVED"
003170     END-IF.
003180
003181*    THE DEPARTMENT MASTER ONLY NAMES THE DEPARTMENTS ON THE
003182*    SHEET - WITHOUT IT THE PROOF STILL RUNS
003183     OPEN INPUT DEPT-FILE.
003184     IF NOT WS-DEPT-OK
003185         DISPLAY "NO DEPARTMENT MASTER - NAMES WILL NOT PRINT"
003186     END-IF.
003187
003190     OPEN OUTPUT BALANCE-REPORT-FILE.
003200     IF NOT WS-BALANCE-REPORT-OK
003210         DISPLAY "UNABLE TO OPEN PROOF SHEET, STATUS = "
003380     END-IF.
003390 1000-INITIALIZE-EXIT.
003400     EXIT.
003401******************************************************************
003402* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
003403* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
003404* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
003405* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
003406* DOES NOTHING.
003407******************************************************************
003408 1010-READ-PROCESSING-DATE.
003409     OPEN INPUT PROCDATE-FILE.
003410     IF NOT WS-PROCDATE-OK
003411         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
003412             WS-PROCDATE-STATUS
003413         GO TO 1010-READ-PROCESSING-DATE-FAIL
003414     END-IF.
003415     READ PROCDATE-FILE
003416         AT END
003417             MOVE SPACES TO PROCESSING-DATE-REC
003418     END-READ.
003419     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
003420         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
003421             WS-PROCDATE-STATUS
003422         CLOSE PROCDATE-FILE
003423         GO TO 1010-READ-PROCESSING-DATE-FAIL
003424     END-IF.
003425     CLOSE PROCDATE-FILE.
003426     IF PD-CURRENT-DATE IS NOT NUMERIC
003427         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
003428         GO TO 1010-READ-PROCESSING-DATE-FAIL
003429     END-IF.
003430     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
003431     SET WS-PROCDATE-FOUND TO TRUE.
003432     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
003433     GO TO 1010-READ-PROCESSING-DATE-EXIT.
003434
003435 1010-READ-PROCESSING-DATE-FAIL.
003436     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
003437     IF RETURN-CODE < 12
003438         MOVE 12 TO RETURN-CODE
003439     END-IF.
003440 1010-READ-PROCESSING-DATE-EXIT.
003441     EXIT.
003442******************************************************************
003443* 1100-READ-PARAMETERS - LOAD THE BALANCE DATE FROM BALPARM
003444* COLUMNS 1-8. NO FILE OR SPACES BALANCES TONIGHT'S RUN DATE.
003445******************************************************************
003450 1100-READ-PARAMETERS.
003460     OPEN INPUT PARM-FILE.
003470     IF NOT WS-PARM-OK
003630******************************************************************
003640* 2100-SCAN-REPORT - RECOUNT AND RETOTAL THE REPORT LEG. THE
003650* CURRENT BATCH IS TRACKED FROM THE "** BATCH ... DEPT" BREAK
003655* LINES (WHICH ALSO GIVE THE BATCH DEPARTMENT) AND EVERY DETAIL
003660* LINE UNDER IT IS COUNTED, WITH SUMA STRIPPED BACK OUT OF ITS
003665* PRINT PICTURE.
003680******************************************************************
003690 2100-SCAN-REPORT.
003700     MOVE ZERO TO WS-CUR-IX.
003900         PERFORM 5000-FIND-BATCH
003910             THRU 5000-FIND-BATCH-EXIT
003920         MOVE WS-FOUND-IX TO WS-CUR-IX
003922         IF WS-CUR-IX > ZERO
003924             MOVE REPORT-RECORD(25:4) TO WS-BAL-DEPT (WS-CUR-IX)
003926         END-IF
003930         GO TO 2150-SCAN-ONE-REPORT-EXIT
003940     END-IF.
003950     IF REPORT-RECORD(3:9) NOT = "NUMERO1 ="
004840     IF AD-DATE NOT = WS-BAL-DATE
004850         GO TO 2350-SCAN-ONE-AUDIT-EXIT
004860     END-IF.
004862*    A REV LINE MARKS A REVERSAL, A VIO LINE A SECURITY
004863*    REFUSAL AND A CHN LINE THE PURGE'S CHAIN CARRY - NONE IS
004864*    A CALCULATION, NONE HAS A COUNTERPART ON THE REPORT,
004865*    EXTRACT OR MASTER LEGS
004866     IF AD-OP-CODE = "REV" OR AD-OP-CODE = "VIO"
004867         OR AD-OP-CODE = "CHN"
004868         GO TO 2350-SCAN-ONE-AUDIT-EXIT
004869     END-IF.
004870     MOVE AD-BATCH-ID TO WS-WORK-BATCH-ID.
005020* 2400-SCAN-MASTER - RECOUNT AND RETOTAL THE RESULTS MASTER LEG
005030* FROM THE KEYED RECORDS CARRYING THE BALANCE RUN DATE. ONLY A
005040* SUMA THE OPERATION CODE REQUESTED AND THAT CALCULATED CLEAN
005050* (FLAG SPACE) JOINS THE RETOTAL, MATCHING THE PRINT LEGS. THE
005053* MASTER IS READ BY THE DEPARTMENT KEY. EACH DEPARTMENT IS
005056* STARTED AT THE BALANCE DATE AND SKIPPED ONCE PAST IT.
005060******************************************************************
005070 2400-SCAN-MASTER.
005071     MOVE LOW-VALUES  TO RM-DKEY-DEPT.
005072     MOVE WS-BAL-DATE TO RM-DKEY-RUN-DATE.
005073     START RESULT-FILE KEY NOT < RM-DEPT-KEY
005074         INVALID KEY
005075             SET WS-RESULT-EOF TO TRUE
005076     END-START.
005080     PERFORM 2450-SCAN-ONE-MASTER
005090         THRU 2450-SCAN-ONE-MASTER-EXIT
005100         UNTIL WS-RESULT-EOF
005120 2400-SCAN-MASTER-EXIT.
005130     EXIT.
005140******************************************************************
005150* 2450-SCAN-ONE-MASTER - EXAMINE ONE RESULTS MASTER RECORD. ONE
005152* DATED BEFORE THE BALANCE DATE MOVES ON TO ITS DEPARTMENT'S
005154* BALANCE DATE; ONE DATED AFTER IT MOVES ON TO THE NEXT
005156* DEPARTMENT.
005160******************************************************************
005170 2450-SCAN-ONE-MASTER.
005180     READ RESULT-FILE NEXT RECORD
005200             SET WS-RESULT-EOF TO TRUE
005210     END-READ.
005220     IF WS-RESULT-EOF OR NOT WS-RESULT-OK
005221         GO TO 2450-SCAN-ONE-MASTER-EXIT
005222     END-IF.
005223     IF RM-DKEY-RUN-DATE < WS-BAL-DATE
005224         MOVE WS-BAL-DATE TO RM-DKEY-RUN-DATE
005225         START RESULT-FILE KEY NOT < RM-DEPT-KEY
005226             INVALID KEY
005227                 SET WS-RESULT-EOF TO TRUE
005228         END-START
005229         GO TO 2450-SCAN-ONE-MASTER-EXIT
005230     END-IF.
005231     IF RM-DKEY-RUN-DATE > WS-BAL-DATE
005232         MOVE HIGH-VALUES TO RM-DKEY-RUN-DATE
005233         START RESULT-FILE KEY > RM-DEPT-KEY
005234             INVALID KEY
005235                 SET WS-RESULT-EOF TO TRUE
005236         END-START
005237         GO TO 2450-SCAN-ONE-MASTER-EXIT
005240     END-IF.
005250     IF RM-RUN-DATE NOT = WS-BAL-DATE
005260         GO TO 2450-SCAN-ONE-MASTER-EXIT
005320         GO TO 2450-SCAN-ONE-MASTER-EXIT
005330     END-IF.
005340     ADD 1 TO WS-BAL-MST-COUNT (WS-FOUND-IX).
005342     IF WS-BAL-DEPT (WS-FOUND-IX) = SPACES
005344         MOVE RM-DEPT TO WS-BAL-DEPT (WS-FOUND-IX)
005346     END-IF.
005350     IF RM-SUMA-FLAG = SPACE
005360         ADD RM-SUMA TO WS-BAL-MST-SUMA (WS-FOUND-IX)
005370     END-IF.
005580     END-IF.
005590     ADD 1 TO WS-BAL-COUNT.
005600     MOVE WS-WORK-BATCH-ID TO WS-BAL-BATCH-ID (WS-BAL-COUNT).
005605     MOVE SPACES TO WS-BAL-DEPT (WS-BAL-COUNT).
005610     MOVE ZERO TO WS-BAL-RPT-COUNT (WS-BAL-COUNT).
005620     MOVE ZERO TO WS-BAL-EXT-COUNT (WS-BAL-COUNT).
005630     MOVE ZERO TO WS-BAL-AUD-COUNT (WS-BAL-COUNT).
006510     END-IF.
006520
006530     MOVE WS-BAL-BATCH-ID (WS-IX) TO PV-BATCH-ID.
006532     MOVE WS-BAL-DEPT (WS-IX)     TO PV-DEPT.
006534     PERFORM 6200-GET-DEPT-NAME
006536         THRU 6200-GET-DEPT-NAME-EXIT.
006540     IF WS-BATCH-BREAKS
006550         ADD 1 TO WS-BREAK-COUNT
006560         MOVE "LEGS DISAGREE - HOLD THE TRANSMIT STEP"
006780     WRITE BALANCE-REPORT-RECORD.
006790 6150-WRITE-LEG-LINE-EXIT.
006800     EXIT.
006801******************************************************************
006802* 6200-GET-DEPT-NAME - LOOK UP THE DEPARTMENT NAME FOR THE VERDICT
006803******************************************************************
006804 6200-GET-DEPT-NAME.
006805     MOVE SPACES TO PV-DEPT-NAME.
006806     IF NOT WS-DEPT-OK
006807         OR WS-BAL-DEPT (WS-IX) = SPACES
006808         GO TO 6200-GET-DEPT-NAME-EXIT
006809     END-IF.
006810     MOVE WS-BAL-DEPT (WS-IX) TO DM-DEPT.
006811     READ DEPT-FILE
006812         INVALID KEY
006813             MOVE "UNKNOWN DEPARTMENT" TO PV-DEPT-NAME
006814         NOT INVALID KEY
006815             MOVE DM-NAME TO PV-DEPT-NAME
006816     END-READ.
006817     MOVE "00" TO WS-DEPT-STATUS.
006818 6200-GET-DEPT-NAME-EXIT.
006819     EXIT.
006820******************************************************************
006821* 9000-TERMINATE - END OF JOB HOUSEKEEPING
006830******************************************************************
006840 9000-TERMINATE.
006850     IF WS-REPORT-OK OR WS-REPORT-EOF
006970     IF WS-BALANCE-REPORT-OK
006980         CLOSE BALANCE-REPORT-FILE
006990     END-IF.
006992     IF WS-DEPT-OK
006994         CLOSE DEPT-FILE
006996     END-IF.
007000 9000-TERMINATE-EXIT.
007010     EXIT.
007020 END PROGRAM NIGHTBAL.
