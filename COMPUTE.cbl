001460*                  UNKNOWN OPERATOR OR AN INSUFFICIENT LEVEL
001470*                  ENDS THE RUN WITH RETURN CODE 16 AND A VIO
001480*                  LINE ON AUDITLOG SO AUDIT SEES THE ATTEMPT.
001481* 2026-09-28  JA   A BATCH RUN NOW POSTS ONLY BATCHES A
001482*                  SUPERVISOR HAS RELEASED ON BCHREG WITH THE
001483*                  BCHRLSE PROGRAM. AN UNRELEASED OR HELD BATCH
001484*                  (OR ONE NOT ON THE REGISTER) IS PASSED OVER
001485*                  WHOLE - NOTHING IS CALCULATED, POSTED, AUDITED
001486*                  OR STAMPED - WITH A LINE ON THE REPORT, A COUNT
001487*                  ON THE RECAP AND THE WARNING RETURN CODE 4.
001488* 2026-10-01  JA   A REVERSAL NOW STAMPS THE RUN DATE ON THE
001489*                  BACKED-OUT RSLTMAST RECORD (RM-REV-DATE) FOR
001490*                  THE GLJRNL LEDGER JOURNAL.
001491* 2026-10-08  JA   EVERY AUDIT LINE, VIOLATIONS INCLUDED, IS NOW
001492*                  SEALED WITH THE NEXT RUNNING SEQUENCE NUMBER
001493*                  AND A CHECK VALUE CHAINED FROM THE LAST LINE ON
001494*                  THE LOG (SEE AUDCHAIN), FOR THE AUDVRFY
001495*                  VERIFICATION.
001496* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
001497*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
001498*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
001499*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
001500*                  RUN WITH RETURN CODE 12.
001501* 2026-10-14  JA   THE RESULTS MASTER RECORD NOW CARRIES THE
001502*                  DEPARTMENT AND OPERATOR ALTERNATE KEYS (SEE
001503*                  RSLTMAST), SET WHEN THE RECORD IS WRITTEN.
001504* 2026-10-15  JA   A WRITE OR REWRITE OF RSLTMAST THAT SHARES A
001505*                  DEPARTMENT OR OPERATOR KEY RETURNS STATUS 02
001506*                  AND IS NOW TAKEN AS GOOD, SO LATER POSTINGS AND
001507*                  REVERSALS ARE NO LONGER REFUSED.
001508******************************************************************
001509 ENVIRONMENT DIVISION.
001510 CONFIGURATION SECTION.
001520 SOURCE-COMPUTER.    IBM-370.
001530 OBJECT-COMPUTER.    IBM-370.
001910         ORGANIZATION IS INDEXED
001920         ACCESS MODE IS RANDOM
001930         RECORD KEY IS RM-KEY
001932         ALTERNATE RECORD KEY IS RM-DEPT-KEY
001934             WITH DUPLICATES
001936         ALTERNATE RECORD KEY IS RM-OPER-KEY
001938             WITH DUPLICATES
001940         FILE STATUS IS WS-RESULT-STATUS.
001950
001960     SELECT REGISTER-FILE ASSIGN TO BCHREG
002100         ACCESS MODE IS RANDOM
002110         RECORD KEY IS OM-KEY
002120         FILE STATUS IS WS-OPERATOR-STATUS.
002122
002124     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
002126         ORGANIZATION IS LINE SEQUENTIAL
002128         FILE STATUS IS WS-PROCDATE-STATUS.
002130******************************************************************
002140* DATA DIVISION.
002150******************************************************************
002590 FD  OPERATOR-FILE.
002600     COPY OPERREC.
002610
002612 FD  PROCDATE-FILE
002614     RECORDING MODE IS F.
002616     COPY PROCDREC.
002618
002620 WORKING-STORAGE SECTION.
002630******************************************************************
002640* SWITCHES AND COUNTERS
003070     88  WS-CMP-RECORD-MATCHES             VALUE "N".
003080
003090 77  WS-RESULT-STATUS           PIC X(02)  VALUE SPACES.
003093*    02 - THE DEPARTMENT OR OPERATOR KEY IS SHARED WITH ANOTHER
003096*    RESULT, THE NORMAL CASE FOR A SECOND POSTING ON A RUN DATE
003100     88  WS-RESULT-OK                      VALUE "00" "02".
003110     88  WS-RESULT-DUP-KEY                 VALUE "22".
003120     88  WS-RESULT-FILE-NOT-FOUND          VALUE "35".
003130
003750     88  WS-PCT-OVFLW                       VALUE "Y".
003760     88  WS-PCT-OVFLW-NONE                  VALUE "N".
003770 77  WS-PAGE-NO                 PIC 9(04)  COMP VALUE 1.
003771 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
003772     88  WS-PROCDATE-OK                    VALUE "00".
003773     88  WS-PROCDATE-EOF                   VALUE "10".
003774
003775 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
003776     88  WS-PROCDATE-FOUND                 VALUE "Y".
003777     88  WS-PROCDATE-MISSING               VALUE "N".
003778
003780 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
003790 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
003800
005250 77  WS-BATCHES-READ            PIC 9(05)  COMP VALUE ZERO.
005260 77  WS-BATCHES-IN-BAL          PIC 9(05)  COMP VALUE ZERO.
005270 77  WS-BATCHES-OUT-BAL         PIC 9(05)  COMP VALUE ZERO.
005275 77  WS-BATCHES-HELD            PIC 9(05)  COMP VALUE ZERO.
005280
005290 77  WS-TRAILER-SEEN-SW         PIC X(01)  VALUE "N".
005300     88  WS-TRAILER-SEEN                   VALUE "Y".
005330 77  WS-BALANCE-SW              PIC X(01)  VALUE "Y".
005340     88  WS-IN-BALANCE                     VALUE "Y".
005350     88  WS-OUT-OF-BALANCE                 VALUE "N".
005352
005354 77  WS-RELEASE-SW              PIC X(01)  VALUE "N".
005356     88  WS-BATCH-HELD                     VALUE "Y".
005358     88  WS-BATCH-NOT-HELD                 VALUE "N".
005360
005370******************************************************************
005380* REVERSAL WORK FIELDS - THE TARGET LOOKUP SWITCH AND THE
006550     05  RN-ACT-COUNT           PIC Z,ZZZ,ZZ9.
006560     05  FILLER                 PIC X(105) VALUE SPACES.
006570
006571 01  WS-REPORT-HELD-LINE.
006572     05  FILLER                 PIC X(09) VALUE "** BATCH ".
006573     05  RH-BATCH-ID            PIC X(08).
006574     05  FILLER                 PIC X(01) VALUE SPACE.
006575     05  RH-REASON              PIC X(40).
006576     05  FILLER                 PIC X(116) VALUE SPACES.
006577
006580 01  WS-REPORT-HASH-LINE.
006590     05  FILLER                 PIC X(09) VALUE "**  HASH ".
006600     05  HL-LABEL               PIC X(08).
006750     05  FILLER                 PIC X(13) VALUE "  OUT/MISSING".
006760     05  FILLER                 PIC X(01) VALUE "=".
006770     05  RC-BATCHES-OUT-BAL     PIC Z,ZZ9.
006780     05  FILLER                 PIC X(06) VALUE "  HELD".
006782     05  FILLER                 PIC X(01) VALUE "=".
006784     05  RC-BATCHES-HELD        PIC Z,ZZ9.
006786     05  FILLER                 PIC X(101) VALUE SPACES.
006790
006800******************************************************************
006810* EXCEPTION REPORT LAYOUTS - ONE LINE PER FAILED OPERATION SO
007250     COPY AUDITREC REPLACING ==AUDIT-DETAIL== BY ==PRIOR-DETAIL==
007260         LEADING ==AD-== BY ==PD-==.
007270
007271******************************************************************
007272* AUDIT LOG SEQUENCE AND CHECK VALUE WORK AREA - SHARED COPYBOOK
007273******************************************************************
007274     COPY AUDCHAIN.
007275
007280******************************************************************
007290* COMPARE REPORT LAYOUTS - ONLY THE DIFFERENCES AND A FINAL
007300* VERDICT LINE, SO A CLEAN COMPARE IS PROVABLE FROM ONE LINE
008460         ACCEPT WS-MODE-SW
008470     END-IF.
008480
008482     PERFORM 1010-READ-PROCESSING-DATE
008484         THRU 1010-READ-PROCESSING-DATE-EXIT.
008486     IF WS-PROCDATE-MISSING
008488         SET WS-RUN-ABORTED TO TRUE
008490         GO TO 1000-INITIALIZE-EXIT
008492     END-IF.
008500     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
008510     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
008520     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
009010* TO IT, SO THE EXTEND OPEN IS FOR THE CALCULATING MODES ONLY
009020******************************************************************
009030     IF NOT WS-COMPARE-MODE
009032         PERFORM 7020-FIND-CHAIN-TAIL
009034             THRU 7020-FIND-CHAIN-TAIL-EXIT
009040         OPEN EXTEND AUDIT-FILE
009050         IF WS-AUDIT-FILE-NOT-FOUND
009060             OPEN OUTPUT AUDIT-FILE
010150     END-IF.
010160 1000-INITIALIZE-EXIT.
010170     EXIT.
010171******************************************************************
010172* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
010173* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
010174* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
010175* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
010176* DOES NOTHING.
010177******************************************************************
010178 1010-READ-PROCESSING-DATE.
010179     OPEN INPUT PROCDATE-FILE.
010180     IF NOT WS-PROCDATE-OK
010181         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
010182             WS-PROCDATE-STATUS
010183         GO TO 1010-READ-PROCESSING-DATE-FAIL
010184     END-IF.
010185     READ PROCDATE-FILE
010186         AT END
010187             MOVE SPACES TO PROCESSING-DATE-REC
010188     END-READ.
010189     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
010190         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
010191             WS-PROCDATE-STATUS
010192         CLOSE PROCDATE-FILE
010193         GO TO 1010-READ-PROCESSING-DATE-FAIL
010194     END-IF.
010195     CLOSE PROCDATE-FILE.
010196     IF PD-CURRENT-DATE IS NOT NUMERIC
010197         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
010198         GO TO 1010-READ-PROCESSING-DATE-FAIL
010199     END-IF.
010200     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
010201     SET WS-PROCDATE-FOUND TO TRUE.
010202     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
010203     GO TO 1010-READ-PROCESSING-DATE-EXIT.
010204
010205 1010-READ-PROCESSING-DATE-FAIL.
010206     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
010207     IF RETURN-CODE < 12
010208         MOVE 12 TO RETURN-CODE
010209     END-IF.
010210 1010-READ-PROCESSING-DATE-EXIT.
010211     EXIT.
010212******************************************************************
010213* 1100-READ-RUN-PARAMETERS - LOAD THE RUN CONTROLS FROM THE
010214* RUNPARM PARAMETER FILE. NO FILE OR AN EMPTY ONE LEAVES THE
010215* CONSOLE PROMPTS IN CHARGE.
010220******************************************************************
010230 1100-READ-RUN-PARAMETERS.
010240     OPEN INPUT RUN-PARM-FILE.
011350* OPEN AND CLOSE SO END-OF-JOB HOUSEKEEPING IS UNDISTURBED
011360******************************************************************
011370 1250-WRITE-VIOLATION.
011372     PERFORM 7020-FIND-CHAIN-TAIL
011374         THRU 7020-FIND-CHAIN-TAIL-EXIT.
011380     OPEN EXTEND AUDIT-FILE.
011390     IF WS-AUDIT-FILE-NOT-FOUND
011400         OPEN OUTPUT AUDIT-FILE
011570     MOVE WS-OPERATOR-ID     TO AD-OPERATOR-ID.
011580     MOVE "VIO"              TO AD-OP-CODE.
011590     MOVE WS-VIOLATION-TEXT  TO AD-SUMA-NA.
011592     PERFORM 7040-SEAL-AUDIT-LINE
011594         THRU 7040-SEAL-AUDIT-LINE-EXIT.
011600     MOVE AUDIT-DETAIL       TO AUDIT-RECORD.
011610     WRITE AUDIT-RECORD.
011620     CLOSE AUDIT-FILE.
011980*    A DECK ENDING WITHOUT A TRAILER LEAVES ITS LAST BATCH OPEN
011990*    - FINALIZE IT SO THE MISSING TRAILER IS PROVED AND REPORTED
012000     IF WS-HEADER-SEEN
012002         IF WS-BATCH-HELD
012010             PERFORM 2380-RESET-BATCH
012020                 THRU 2380-RESET-BATCH-EXIT
012022         ELSE
012024             PERFORM 2350-FINALIZE-BATCH
012026                 THRU 2350-FINALIZE-BATCH-EXIT
012028         END-IF
012030     END-IF.
012040     IF WS-BATCHES-READ = ZERO
012045         AND WS-BATCHES-HELD = ZERO
012050         DISPLAY "NO BATCH HEADER IN TRANSACTION FILE - "
012060             "RUN FAILED"
012070         IF RETURN-CODE < 8
013150* THE HEADER RECORD AND CARRY IT ONTO THE REPORT. A HEADER
013160* ARRIVING WHILE A BATCH IS STILL OPEN CLOSES THAT BATCH FIRST
013170* - ITS MISSING TRAILER IS PROVED AND REPORTED BY THE FINALIZE.
013172* IN A BATCH RUN A BATCH NOT RELEASED ON THE REGISTER IS MARKED
013174* HELD HERE AND THE WHOLE ENVELOPE IS PASSED OVER.
013180******************************************************************
013190 2110-PROCESS-HEADER.
013200     IF WS-HEADER-SEEN AND WS-NOT-IN-SKIP-PHASE
013202         IF WS-BATCH-HELD
013210             PERFORM 2380-RESET-BATCH
013220                 THRU 2380-RESET-BATCH-EXIT
013222         ELSE
013224             PERFORM 2350-FINALIZE-BATCH
013226                 THRU 2350-FINALIZE-BATCH-EXIT
013228         END-IF
013230     END-IF.
013240     SET WS-HEADER-SEEN TO TRUE.
013250     MOVE TRANS-BATCH-ID TO WS-BATCH-ID.
013260     MOVE TRANS-DEPT     TO WS-BATCH-DEPT.
013270     MOVE TRANS-BUS-DATE TO WS-BATCH-BUS-DATE.
013271     SET WS-BATCH-NOT-HELD TO TRUE.
013272     IF WS-BATCH-MODE
013273         PERFORM 2112-CHECK-RELEASE
013274             THRU 2112-CHECK-RELEASE-EXIT
013275         IF WS-BATCH-HELD
013276             GO TO 2110-PROCESS-HEADER-EXIT
013277         END-IF
013278     END-IF.
013280*    A RECYCLE DECK CORRECTS A BATCH THAT ALREADY POSTED - ITS
013290*    RECORDS MUST TAKE FRESH MASTER KEYS AFTER THE ORIGINALS,
013300*    NEVER REWRITE THEM. ANY OTHER HEADER STARTS AT A ZERO
013530     END-IF.
013540 2110-PROCESS-HEADER-EXIT.
013550     EXIT.
013551******************************************************************
013552* 2112-CHECK-RELEASE - MAKER-CHECKER. ONLY A BATCH A SUPERVISOR
013553* RELEASED ON THE REGISTER IS POSTED. A BATCH HELD, NOT YET
013554* REVIEWED, NOT ON THE REGISTER, OR A REGISTER THAT DID NOT OPEN
013555* MARKS THE BATCH HELD AND RAISES THE WARNING RETURN CODE. ON A
013556* CHECKPOINT RESTART THE INTERRUPTED RUN ALREADY REPORTED AND
013557* COUNTED A HELD BATCH THE SKIP PHASE PASSES AGAIN.
013558******************************************************************
013559 2112-CHECK-RELEASE.
013560     MOVE SPACES TO RH-REASON.
013561     IF NOT WS-REGISTER-OK
013562         MOVE "REGISTER NOT AVAILABLE - PASSED OVER"
013563             TO RH-REASON
013564         GO TO 2112-CHECK-RELEASE-HOLD
013565     END-IF.
013566     MOVE WS-BATCH-ID TO BR-BATCH-ID.
013567     READ REGISTER-FILE
013568         INVALID KEY
013569             MOVE "NOT ON REGISTER - PASSED OVER" TO RH-REASON
013570         NOT INVALID KEY
013571             IF BR-RELEASE-HELD
013572                 MOVE "HELD BY SUPERVISOR - PASSED OVER"
013573                     TO RH-REASON
013574             ELSE
013575                 IF NOT BR-RELEASED
013576                     MOVE "NOT RELEASED - PASSED OVER"
013577                         TO RH-REASON
013578                 END-IF
013579             END-IF
013580     END-READ.
013581     MOVE "00" TO WS-REGISTER-STATUS.
013582     IF RH-REASON = SPACES
013583         GO TO 2112-CHECK-RELEASE-EXIT
013584     END-IF.
013585
013586 2112-CHECK-RELEASE-HOLD.
013587     SET WS-BATCH-HELD TO TRUE.
013588     SET WS-WARNING-RAISED TO TRUE.
013589     IF WS-IN-SKIP-PHASE
013590         GO TO 2112-CHECK-RELEASE-EXIT
013591     END-IF.
013592     ADD 1 TO WS-BATCHES-HELD.
013593     DISPLAY "BATCH " WS-BATCH-ID " " RH-REASON.
013594     IF WS-REPORT-OK
013595         MOVE WS-BATCH-ID         TO RH-BATCH-ID
013596         MOVE WS-REPORT-HELD-LINE TO REPORT-RECORD
013597         WRITE REPORT-RECORD
013598     END-IF.
013599 2112-CHECK-RELEASE-EXIT.
013600     EXIT.
013601******************************************************************
013602* 2115-SEED-RECYCLE-BASE - CONTINUE THE ORIGINAL BATCH SEQUENCE
013603* FOR A RECYCLE DECK. THE HIGHEST SEQUENCE ALREADY POSTED IS
013604* THE BCHREG CALCULATION COUNT, SO THE RECYCLED RECORDS WRITE
013605* UNDER BASE + POSITION AND THE ORIGINAL RSLTMAST RECORDS AND
013610* AUDIT LINES STAY UNTOUCHED. NO REGISTER ENTRY MEANS THE
013620* BATCH NEVER CALCULATED - A ZERO BASE COLLIDES WITH NOTHING.
013630******************************************************************
013960         SET WS-TRAILER-NOT-SEEN TO TRUE
013970         GO TO 2120-PROCESS-TRAILER-EXIT
013980     END-IF.
013981     IF WS-BATCH-HELD
013982         PERFORM 2380-RESET-BATCH
013983             THRU 2380-RESET-BATCH-EXIT
013984         GO TO 2120-PROCESS-TRAILER-EXIT
013985     END-IF.
013990     SET WS-TRAILER-SEEN TO TRUE.
014000     MOVE TRANS-EXP-REC-COUNT TO WS-EXP-REC-COUNT.
014010     MOVE TRANS-HASH-NUMERO1  TO WS-EXP-HASH-NUMERO1.
014060     EXIT.
014070******************************************************************
014080* 2150-BATCH-PROCESS-ONE - ROUTE ONE TRANSACTION RECORD BY ITS
014090* RECORD TYPE, THEN READ THE NEXT ONE. THE DETAILS AND REVERSALS
014093* OF A HELD BATCH ARE PASSED OVER BUT STILL COUNT TOWARD THE DECK
014096* POSITION, SO A CHECKPOINT RESTART SKIPS TO THE RIGHT RECORD.
014100******************************************************************
014110 2150-BATCH-PROCESS-ONE.
014111     IF WS-BATCH-HELD
014112         AND NOT TRANS-HEADER-REC
014113         AND NOT TRANS-TRAILER-REC
014114         ADD 1 TO WS-DECK-REC-COUNT
014115         GO TO 2150-BATCH-PROCESS-ONE-READ
014116     END-IF.
014120     IF TRANS-HEADER-REC
014130         PERFORM 2110-PROCESS-HEADER
014140             THRU 2110-PROCESS-HEADER-EXIT
014260             END-IF
014270         END-IF
014280     END-IF.
014282
014284 2150-BATCH-PROCESS-ONE-READ.
014290     PERFORM 2100-BATCH-READ-TRANS
014300         THRU 2100-BATCH-READ-TRANS-EXIT.
014310 2150-BATCH-PROCESS-ONE-EXIT.
015960     END-IF.
015970
015980     SET RM-REVERSED TO TRUE.
015985     MOVE WS-RUN-DATE TO RM-REV-DATE.
015990     REWRITE RESULT-MASTER-REC
016000         INVALID KEY
016010             DISPLAY "REVERSAL REWRITE FAILED, STATUS = "
017910     SET WS-HEADER-NOT-SEEN  TO TRUE.
017920     SET WS-TRAILER-NOT-SEEN TO TRUE.
017930     SET WS-IN-BALANCE       TO TRUE.
017935     SET WS-BATCH-NOT-HELD   TO TRUE.
017940     MOVE ZERO   TO WS-REC-COUNT.
017950     MOVE ZERO   TO WS-REC-SEQ-BASE.
017960     MOVE ZERO   TO WS-REC-SEQ-NO.
023500     MOVE WS-BATCHES-READ    TO RC-BATCHES-READ.
023510     MOVE WS-BATCHES-IN-BAL  TO RC-BATCHES-IN-BAL.
023520     MOVE WS-BATCHES-OUT-BAL TO RC-BATCHES-OUT-BAL.
023525     MOVE WS-BATCHES-HELD    TO RC-BATCHES-HELD.
023530     IF WS-REPORT-OK
023540         MOVE WS-REPORT-RECAP TO REPORT-RECORD
023550         WRITE REPORT-RECORD
023570     DISPLAY "BATCHES READ           = " WS-BATCHES-READ.
023580     DISPLAY "BATCHES IN BALANCE     = " WS-BATCHES-IN-BAL.
023590     DISPLAY "BATCHES OUT OF BALANCE = " WS-BATCHES-OUT-BAL.
023595     DISPLAY "BATCHES NOT RELEASED   = " WS-BATCHES-HELD.
023600 6400-WRITE-BATCH-RECAP-EXIT.
023610     EXIT.
023620******************************************************************
023690     END-IF.
023700     PERFORM 7100-FORMAT-AUDIT-FIELDS
023710         THRU 7100-FORMAT-AUDIT-FIELDS-EXIT.
023712     PERFORM 7040-SEAL-AUDIT-LINE
023714         THRU 7040-SEAL-AUDIT-LINE-EXIT.
023720     MOVE AUDIT-DETAIL       TO AUDIT-RECORD.
023730     WRITE AUDIT-RECORD.
023740 7000-WRITE-AUDIT-RECORD-EXIT.
023750     EXIT.
023751******************************************************************
023752* 7020-FIND-CHAIN-TAIL - READ THE AUDIT LOG THROUGH TO ITS END FOR
023753* THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST SEALED LINE,
023754* SO THE LINES THIS RUN APPENDS CARRY THE CHAIN ON. NO LOG YET,
023755* OR ONLY LINES FROM BEFORE THE CHAIN, STARTS FROM ZERO.
023756******************************************************************
023757 7020-FIND-CHAIN-TAIL.
023758     MOVE ZERO TO AC-SEQ-NO.
023759     MOVE ZERO TO AC-CHAIN-VALUE.
023760     OPEN INPUT AUDIT-FILE.
023761     IF NOT WS-AUDIT-OK
023762         MOVE SPACES TO WS-AUDIT-STATUS
023763         GO TO 7020-FIND-CHAIN-TAIL-EXIT
023764     END-IF.
023765     PERFORM 7030-READ-CHAIN-TAIL
023766         THRU 7030-READ-CHAIN-TAIL-EXIT
023767         UNTIL NOT WS-AUDIT-OK.
023768     CLOSE AUDIT-FILE.
023769     MOVE SPACES TO WS-AUDIT-STATUS.
023770     MOVE SPACES TO AUDIT-DETAIL.
023771 7020-FIND-CHAIN-TAIL-EXIT.
023772     EXIT.
023773******************************************************************
023774* 7030-READ-CHAIN-TAIL - KEEP THE SEQUENCE AND CHECK VALUE OF
023775* EVERY SEALED LINE READ, SO THE LAST ONE STANDS AT END OF FILE
023776******************************************************************
023777 7030-READ-CHAIN-TAIL.
023778     READ AUDIT-FILE INTO AUDIT-DETAIL
023779         AT END
023780             GO TO 7030-READ-CHAIN-TAIL-EXIT
023781     END-READ.
023782     IF AD-SEQ-NO IS NUMERIC
023783         AND AD-CHAIN-VALUE IS NUMERIC
023784         MOVE AD-SEQ-NO      TO AC-SEQ-NO
023785         MOVE AD-CHAIN-VALUE TO AC-CHAIN-VALUE
023786     END-IF.
023787 7030-READ-CHAIN-TAIL-EXIT.
023788     EXIT.
023789******************************************************************
023790* 7040-SEAL-AUDIT-LINE - NUMBER THE LINE BUILT IN AUDIT-DETAIL AND
023791* CHAIN ITS CHECK VALUE ON FROM THE LINE BEFORE IT (SEE AUDCHAIN)
023792******************************************************************
023793 7040-SEAL-AUDIT-LINE.
023794     ADD 1 TO AC-SEQ-NO.
023795     MOVE AC-SEQ-NO TO AD-SEQ-NO.
023796     PERFORM 7050-CHAIN-ONE-BYTE
023797         THRU 7050-CHAIN-ONE-BYTE-EXIT
023798         VARYING AC-IX FROM 1 BY 1
023799         UNTIL AC-IX > AC-SEALED-LENGTH.
023800     MOVE AC-CHAIN-VALUE TO AD-CHAIN-VALUE.
023801 7040-SEAL-AUDIT-LINE-EXIT.
023802     EXIT.
023803******************************************************************
023804* 7050-CHAIN-ONE-BYTE - FOLD ONE BYTE INTO THE CHECK VALUE
023805******************************************************************
023806 7050-CHAIN-ONE-BYTE.
023807     MOVE AUDIT-DETAIL (AC-IX:1) TO AC-BYTE.
023808     COMPUTE AC-WORK = AC-CHAIN-VALUE * 31 + AC-BYTE-NUM + AC-IX.
023809     DIVIDE AC-WORK BY AC-MODULUS
023810         GIVING AC-QUOTIENT REMAINDER AC-CHAIN-VALUE.
023811 7050-CHAIN-ONE-BYTE-EXIT.
023812     EXIT.
023813******************************************************************
023814* 7100-FORMAT-AUDIT-FIELDS - BUILD THE AUDIT LINE FOR THE
023815* CALCULATION JUST COMPLETED. COMPARE MODE USES THE SAME
023816* FORMATTING TO MATCH A RERUN AGAINST THE PRIOR AUDIT LINES.
023817******************************************************************
023818 7100-FORMAT-AUDIT-FIELDS.
023820     ACCEPT WS-AUDIT-TIME FROM TIME.
023830     STRING WS-RUN-DATE    DELIMITED BY SIZE
023840            "-"            DELIMITED BY SIZE
024770     MOVE WS-RUN-DATE     TO RM-RUN-DATE.
024780     MOVE WS-OPERATOR-ID  TO RM-OPERATOR-ID.
024790     MOVE WS-BATCH-DEPT   TO RM-DEPT.
024792     MOVE RM-DEPT         TO RM-DKEY-DEPT.
024794     MOVE RM-RUN-DATE     TO RM-DKEY-RUN-DATE.
024796     MOVE RM-OPERATOR-ID  TO RM-OKEY-OPERATOR-ID.
024798     MOVE RM-RUN-DATE     TO RM-OKEY-RUN-DATE.
024800     MOVE WS-OP-CODE      TO RM-OP-CODE.
024810     MOVE NUMERO1         TO RM-NUMERO1.
024820     MOVE NUMERO2         TO RM-NUMERO2.
025860             MOVE SPACES            TO BR-EDIT-DATE
025870             MOVE SPACE             TO BR-EDIT-STATUS
025880             MOVE SPACES            TO BR-EXTRACT-DATE
025882             MOVE SPACES            TO BR-EDIT-OPER
025884             MOVE SPACE             TO BR-RELEASE-STATUS
025886             MOVE SPACES            TO BR-RELEASE-OPER
025888             MOVE SPACES            TO BR-RELEASE-TS
025890             PERFORM 7650-SET-CALC-STAMP
025900                 THRU 7650-SET-CALC-STAMP-EXIT
025910             WRITE BATCH-REGISTER-REC
026880         THRU 7950-FORMAT-REV-FIELD-EXIT.
026890     MOVE WS-REV-FIELD-ED    TO AD-PROMEDIO-NA.
026900
026902     PERFORM 7040-SEAL-AUDIT-LINE
026904         THRU 7040-SEAL-AUDIT-LINE-EXIT.
026910     MOVE AUDIT-DETAIL       TO AUDIT-RECORD.
026920     WRITE AUDIT-RECORD.
026930 7900-WRITE-REVERSAL-AUDIT-EXIT.
