000240*                  VISIBLE. THE REPORT MONTH COMES FROM MGMPARM
000250*                  COLUMNS 1-6 (YYYYMM, DEFAULT THE RUN DATE'S
000260*                  MONTH) AND THE PRIOR MONTH IS DERIVED FROM IT.
000261* 2026-09-24  JA   THE DEPARTMENT LINES NOW CARRY THE DEPARTMENT
000262*                  NAME FROM THE DEPTMAST DEPARTMENT MASTER (SEE
000263*                  DEPTREC) NEXT TO THE CODE. THE REPORT IS
000264*                  WIDENED TO 132 COLUMNS TO HOLD IT.
000265* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000266*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000267*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000268*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000269*                  RUN WITH RETURN CODE 12.
000270* 2026-10-14  JA   THE RESULTS MASTER IS NOW READ BY THE
000271*                  DEPARTMENT ALTERNATE KEY (SEE RSLTMAST) INSTEAD
000272*                  OF FROM THE TOP. EACH DEPARTMENT STARTS AT THE
000273*                  FIRST DAY OF THE PRIOR MONTH AND SKIPS TO THE
000274*                  NEXT DEPARTMENT PAST THE END OF THE REPORT
000275*                  MONTH, SO ONLY THE TWO MONTHS REPORTED ARE
000276*                  READ. THE VOLUME LINES NOW COME OUT IN
000277*                  DEPARTMENT AND DATE ORDER.
000278* 2026-10-15  JA   A READ ALONG THE DEPARTMENT KEY THAT RETURNS
000279*                  STATUS 02 (MORE RESULTS FOR THE SAME DEPARTMENT
000280*                  AND RUN DATE) IS NOW TAKEN AS GOOD, SO THE
000281*                  MONTH SCAN NO LONGER ENDS AT THE FIRST OF THEM.
000282******************************************************************
000283 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.    IBM-370.
000310 OBJECT-COMPUTER.    IBM-370.
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS RM-KEY
000392         ALTERNATE RECORD KEY IS RM-DEPT-KEY
000394             WITH DUPLICATES
000396         ALTERNATE RECORD KEY IS RM-OPER-KEY
000398             WITH DUPLICATES
000400         FILE STATUS IS WS-RESULT-STATUS.
000410
000420     SELECT PARM-FILE ASSIGN TO MGMPARM
000460     SELECT MGMT-REPORT-FILE ASSIGN TO MGMTOUT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-MGMT-REPORT-STATUS.
000481
000482     SELECT DEPT-FILE ASSIGN TO DEPTMAST
000483         ORGANIZATION IS INDEXED
000484         ACCESS MODE IS RANDOM
000485         RECORD KEY IS DM-KEY
000486         FILE STATUS IS WS-DEPT-STATUS.
000487
000488     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000489         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PROCDATE-STATUS.
000491******************************************************************
000500* DATA DIVISION.
000510******************************************************************
000520 DATA DIVISION.
000600
000610 FD  MGMT-REPORT-FILE
000620     RECORDING MODE IS F.
000630 01  MGMT-REPORT-RECORD             PIC X(132).
000631
000632 FD  DEPT-FILE.
000633     COPY DEPTREC.
000634
000635 FD  PROCDATE-FILE
000636     RECORDING MODE IS F.
000637     COPY PROCDREC.
000640
000650 WORKING-STORAGE SECTION.
000660******************************************************************
000670* SWITCHES AND COUNTERS
000680******************************************************************
000690 77  WS-RESULT-STATUS           PIC X(02)  VALUE SPACES.
000693*    02 - THE DEPARTMENT OR OPERATOR KEY IS SHARED WITH ANOTHER
000696*    RESULT, THE NORMAL CASE FOR A SECOND POSTING ON A RUN DATE
000700     88  WS-RESULT-OK                      VALUE "00" "02".
000710     88  WS-RESULT-EOF                     VALUE "10".
000720
000730 77  WS-PARM-STATUS             PIC X(02)  VALUE SPACES.
000760
000770 77  WS-MGMT-REPORT-STATUS      PIC X(02)  VALUE SPACES.
000780     88  WS-MGMT-REPORT-OK                 VALUE "00".
000782
000784 77  WS-DEPT-STATUS             PIC X(02)  VALUE SPACES.
000786     88  WS-DEPT-OK                        VALUE "00".
000788     88  WS-DEPT-NOT-FOUND                 VALUE "23".
000790
000800 77  WS-MONTH-BUCKET-SW         PIC X(01)  VALUE SPACES.
000810     88  WS-CURRENT-MONTH                  VALUE "C".
000940 77  WS-FOUND-IX                PIC 9(03)  COMP VALUE ZERO.
000950 77  WS-RATE                    PIC 9(03)V99 COMP VALUE ZERO.
000960
000961 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
000962     88  WS-PROCDATE-OK                    VALUE "00".
000963     88  WS-PROCDATE-EOF                   VALUE "10".
000964
000965 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
000966     88  WS-PROCDATE-FOUND                 VALUE "Y".
000967     88  WS-PROCDATE-MISSING               VALUE "N".
000968
000970 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
000980 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
000990
001030******************************************************************
001040 77  WS-REPORT-MONTH            PIC X(06)  VALUE SPACES.
001050 77  WS-PRIOR-MONTH-X           PIC X(06)  VALUE SPACES.
001052 77  WS-SCAN-FROM-DATE          PIC X(08)  VALUE SPACES.
001054 77  WS-SCAN-TO-DATE            PIC X(08)  VALUE SPACES.
001060
001070 01  WS-MONTH-WORK.
001080     05  WS-MW-YYYYMM.
001550     05  FILLER                 PIC X(11) VALUE
001560             "  RUN DATE ".
001570     05  MH-RUN-DATE            PIC X(10).
001580     05  FILLER                 PIC X(87) VALUE SPACES.
001590
001600 01  WS-MGMT-MONTH-LINE.
001610     05  FILLER                 PIC X(16) VALUE
001630     05  MM-REPORT-MONTH        PIC X(06).
001640     05  FILLER                 PIC X(14) VALUE "  PRIOR MONTH ".
001650     05  MM-PRIOR-MONTH         PIC X(06).
001660     05  FILLER                 PIC X(90) VALUE SPACES.
001670
001680 01  WS-MGMT-VOL-LINE.
001690     05  FILLER                 PIC X(09) VALUE "** BATCH ".
001720     05  MV-RUN-DATE            PIC X(08).
001730     05  FILLER                 PIC X(15) VALUE "  CALCULATIONS=".
001740     05  MV-TALLY               PIC Z,ZZZ,ZZ9.
001750     05  FILLER                 PIC X(73) VALUE SPACES.
001760
001770 01  WS-MGMT-OP-LINE.
001780     05  FILLER                 PIC X(06) VALUE "** OP ".
001810     05  MO-CUR-TALLY           PIC Z,ZZZ,ZZ9.
001820     05  FILLER                 PIC X(08) VALUE "  PRIOR=".
001830     05  MO-PRI-TALLY           PIC Z,ZZZ,ZZ9.
001840     05  FILLER                 PIC X(88) VALUE SPACES.
001850
001860 01  WS-MGMT-DEPT-LINE.
001870     05  FILLER                 PIC X(08) VALUE "** DEPT ".
001880     05  MD-DEPT-ID             PIC X(04).
001882     05  FILLER                 PIC X(01) VALUE SPACE.
001884     05  MD-DEPT-NAME           PIC X(20).
001890     05  FILLER                 PIC X(07) VALUE " MONTH=".
001900     05  MD-CUR-TALLY           PIC Z,ZZZ,ZZ9.
001910     05  FILLER                 PIC X(05) VALUE " EXC=".
002000     05  FILLER                 PIC X(06) VALUE " RATE=".
002010     05  MD-PRI-RATE            PIC ZZ9.99.
002020     05  FILLER                 PIC X(01) VALUE "%".
002030     05  FILLER                 PIC X(14) VALUE SPACES.
002040
002050 01  WS-MGMT-TOTALS.
002060     05  FILLER                 PIC X(15) VALUE
002100     05  FILLER                 PIC X(07) VALUE "  PRIOR".
002110     05  FILLER                 PIC X(01) VALUE "=".
002120     05  MT-PRI-COUNT           PIC Z,ZZZ,ZZ9.
002130     05  FILLER                 PIC X(85) VALUE SPACES.
002140******************************************************************
002150* PROCEDURE DIVISION.
002160******************************************************************
002360* OPEN THE FILES
002370******************************************************************
002380 1000-INITIALIZE.
002382     PERFORM 1010-READ-PROCESSING-DATE
002384         THRU 1010-READ-PROCESSING-DATE-EXIT.
002386     IF WS-PROCDATE-MISSING
002388         GO TO 1000-INITIALIZE-EXIT
002390     END-IF.
002400     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
002410     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
002420     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
002480         THRU 1100-READ-PARAMETERS-EXIT.
002490     PERFORM 1200-DERIVE-PRIOR-MONTH
002500         THRU 1200-DERIVE-PRIOR-MONTH-EXIT.
002502     MOVE WS-PRIOR-MONTH-X TO WS-SCAN-FROM-DATE(1:6).
002504     MOVE "01"             TO WS-SCAN-FROM-DATE(7:2).
002506     MOVE WS-REPORT-MONTH  TO WS-SCAN-TO-DATE(1:6).
002508     MOVE "31"             TO WS-SCAN-TO-DATE(7:2).
002510
002520     OPEN INPUT RESULT-FILE.
002530     IF NOT WS-RESULT-OK
002750         MOVE WS-MGMT-MONTH-LINE TO MGMT-REPORT-RECORD
002760         WRITE MGMT-REPORT-RECORD
002770     END-IF.
002771
002772*    WITHOUT THE DEPARTMENT MASTER THE REPORT STILL RUNS, LESS
002773*    THE DEPARTMENT NAMES
002774     OPEN INPUT DEPT-FILE.
002775     IF NOT WS-DEPT-OK
002776         DISPLAY "NO DEPARTMENT MASTER - NAMES WILL NOT PRINT"
002777     END-IF.
002780 1000-INITIALIZE-EXIT.
002790     EXIT.
002791******************************************************************
002792* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
002793* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
002794* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
002795* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
002796* DOES NOTHING.
002797******************************************************************
002798 1010-READ-PROCESSING-DATE.
002799     OPEN INPUT PROCDATE-FILE.
002800     IF NOT WS-PROCDATE-OK
002801         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
002802             WS-PROCDATE-STATUS
002803         GO TO 1010-READ-PROCESSING-DATE-FAIL
002804     END-IF.
002805     READ PROCDATE-FILE
002806         AT END
002807             MOVE SPACES TO PROCESSING-DATE-REC
002808     END-READ.
002809     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
002810         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
002811             WS-PROCDATE-STATUS
002812         CLOSE PROCDATE-FILE
002813         GO TO 1010-READ-PROCESSING-DATE-FAIL
002814     END-IF.
002815     CLOSE PROCDATE-FILE.
002816     IF PD-CURRENT-DATE IS NOT NUMERIC
002817         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
002818         GO TO 1010-READ-PROCESSING-DATE-FAIL
002819     END-IF.
002820     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
002821     SET WS-PROCDATE-FOUND TO TRUE.
002822     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
002823     GO TO 1010-READ-PROCESSING-DATE-EXIT.
002824
002825 1010-READ-PROCESSING-DATE-FAIL.
002826     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
002827     IF RETURN-CODE < 12
002828         MOVE 12 TO RETURN-CODE
002829     END-IF.
002830 1010-READ-PROCESSING-DATE-EXIT.
002831     EXIT.
002832******************************************************************
002833* 1100-READ-PARAMETERS - LOAD THE REPORT MONTH FROM MGMPARM
002834* COLUMNS 1-6. NO FILE OR SPACES REPORTS THE RUN DATE'S MONTH.
002835******************************************************************
002840 1100-READ-PARAMETERS.
002850     OPEN INPUT PARM-FILE.
002860     IF NOT WS-PARM-OK
003150 1200-DERIVE-PRIOR-MONTH-EXIT.
003160     EXIT.
003170******************************************************************
003180* 2000-SUMMARY-PROCESS - READ THE RESULTS MASTER BY DEPARTMENT,
003190* TALLY THE REPORT AND PRIOR MONTH RECORDS, AND WRITE THE SUMMARY
003200******************************************************************
003210 2000-SUMMARY-PROCESS.
003212     PERFORM 2050-START-MASTER
003214         THRU 2050-START-MASTER-EXIT.
003220     PERFORM 2100-READ-MASTER
003230         THRU 2100-READ-MASTER-EXIT.
003240
003310         THRU 6000-WRITE-SUMMARY-EXIT.
003320 2000-SUMMARY-PROCESS-EXIT.
003330     EXIT.
003331******************************************************************
003332* 2050-START-MASTER - POSITION ON THE DEPARTMENT KEY AT THE FIRST
003333* DEPARTMENT'S FIRST DAY OF THE PRIOR MONTH. AN EMPTY MASTER, OR
003334* ONE WITH NOTHING FROM THE PRIOR MONTH ON, IS AT END AT ONCE.
003335******************************************************************
003336 2050-START-MASTER.
003337     MOVE LOW-VALUES        TO RM-DKEY-DEPT.
003338     MOVE WS-SCAN-FROM-DATE TO RM-DKEY-RUN-DATE.
003339     START RESULT-FILE KEY NOT < RM-DEPT-KEY
003340         INVALID KEY
003341             SET WS-RESULT-EOF TO TRUE
003342     END-START.
003343 2050-START-MASTER-EXIT.
003344     EXIT.
003345******************************************************************
003350* 2100-READ-MASTER - READ THE NEXT RESULTS MASTER RECORD
003360******************************************************************
003370 2100-READ-MASTER.
003372     IF WS-RESULT-EOF
003374         GO TO 2100-READ-MASTER-EXIT
003376     END-IF.
003380     READ RESULT-FILE NEXT RECORD
003390         AT END
003400             SET WS-RESULT-EOF TO TRUE
003470     EXIT.
003480******************************************************************
003490* 2150-PROCESS-ONE - BUCKET ONE RECORD BY ITS RUN-DATE MONTH,
003500* TALLY IT, AND READ THE NEXT ONE. A RECORD OUTSIDE THE TWO
003505* MONTHS REPOSITIONS THE MASTER FIRST.
003510******************************************************************
003520 2150-PROCESS-ONE.
003530     IF RM-RUN-DATE(1:6) = WS-REPORT-MONTH
003630     IF NOT WS-OTHER-MONTH
003640         PERFORM 4000-TALLY-RECORD
003650             THRU 4000-TALLY-RECORD-EXIT
003652     ELSE
003654         PERFORM 2160-SKIP-TO-MONTHS
003656             THRU 2160-SKIP-TO-MONTHS-EXIT
003660     END-IF.
003670
003680     PERFORM 2100-READ-MASTER
003690         THRU 2100-READ-MASTER-EXIT.
003700 2150-PROCESS-ONE-EXIT.
003710     EXIT.
003711******************************************************************
003712* 2160-SKIP-TO-MONTHS - A RECORD DATED BEFORE THE PRIOR MONTH
003713* MOVES ON TO ITS DEPARTMENT'S FIRST DAY OF THE PRIOR MONTH. ONE
003714* DATED AFTER THE REPORT MONTH MOVES ON TO THE NEXT DEPARTMENT.
003715******************************************************************
003716 2160-SKIP-TO-MONTHS.
003717     IF RM-DKEY-RUN-DATE < WS-SCAN-FROM-DATE
003718         MOVE WS-SCAN-FROM-DATE TO RM-DKEY-RUN-DATE
003719         START RESULT-FILE KEY NOT < RM-DEPT-KEY
003720             INVALID KEY
003721                 SET WS-RESULT-EOF TO TRUE
003722         END-START
003723         GO TO 2160-SKIP-TO-MONTHS-EXIT
003724     END-IF.
003725     IF RM-DKEY-RUN-DATE > WS-SCAN-TO-DATE
003726         MOVE HIGH-VALUES TO RM-DKEY-RUN-DATE
003727         START RESULT-FILE KEY > RM-DEPT-KEY
003728             INVALID KEY
003729                 SET WS-RESULT-EOF TO TRUE
003730         END-START
003731     END-IF.
003732 2160-SKIP-TO-MONTHS-EXIT.
003733     EXIT.
003734******************************************************************
003735* 4000-TALLY-RECORD - ROLL ONE IN-SCOPE RECORD INTO THE VOLUME,
003740* OPERATION MIX AND DEPARTMENT TABLES. AN N (ZERO DIVISOR) OR O
003750* (OVERFLOW) ANYWHERE IN THE CONDITION FLAGS MAKES THE RECORD AN
003760* EXCEPTION FOR ITS DEPARTMENT.
005790******************************************************************
005800 6300-WRITE-DEPT-LINE.
005810     MOVE WS-DEPT-ID (WS-IX)        TO MD-DEPT-ID.
005812     PERFORM 6350-GET-DEPT-NAME
005814         THRU 6350-GET-DEPT-NAME-EXIT.
005820     MOVE WS-DEPT-CUR-TALLY (WS-IX) TO MD-CUR-TALLY.
005830     MOVE WS-DEPT-CUR-EXC (WS-IX)   TO MD-CUR-EXC.
005840     IF WS-DEPT-CUR-TALLY (WS-IX) > ZERO
006030     WRITE MGMT-REPORT-RECORD.
006040 6300-WRITE-DEPT-LINE-EXIT.
006050     EXIT.
006051******************************************************************
006052* 6350-GET-DEPT-NAME - LOOK UP THE DEPARTMENT NAME FOR THE LINE. A
006053* CODE NOT ON THE MASTER IS FLAGGED SO A PHANTOM DEPARTMENT STANDS
006054* OUT.
006055******************************************************************
006056 6350-GET-DEPT-NAME.
006057     MOVE SPACES TO MD-DEPT-NAME.
006058     IF NOT WS-DEPT-OK
006059         GO TO 6350-GET-DEPT-NAME-EXIT
006060     END-IF.
006061     MOVE WS-DEPT-ID (WS-IX) TO DM-DEPT.
006062     READ DEPT-FILE
006063         INVALID KEY
006064             MOVE "UNKNOWN DEPARTMENT" TO MD-DEPT-NAME
006065         NOT INVALID KEY
006066             MOVE DM-NAME TO MD-DEPT-NAME
006067     END-READ.
006068     MOVE "00" TO WS-DEPT-STATUS.
006069 6350-GET-DEPT-NAME-EXIT.
006070     EXIT.
006071******************************************************************
006072* 9000-TERMINATE - END OF JOB HOUSEKEEPING
006080******************************************************************
006090 9000-TERMINATE.
006100     IF WS-RESULT-OK OR WS-RESULT-EOF
006130     IF WS-MGMT-REPORT-OK
006140         CLOSE MGMT-REPORT-FILE
006150     END-IF.
006152     IF WS-DEPT-OK
006154         CLOSE DEPT-FILE
006156     END-IF.
006160 9000-TERMINATE-EXIT.
006170     EXIT.
006180 END PROGRAM MGMTRPT.
