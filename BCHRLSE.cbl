000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     BCHRLSE.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-09-28.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-09-28  JA   ORIGINAL VERSION - SUPERVISOR RELEASE OF AN
000160*                  EDITED BATCH BEFORE COMPUTEEX CALCULATES IT
000170*                  (MAKER-CHECKER). A LEVEL 3 OPERATOR WHO DID
000180*                  NOT SUBMIT THE BATCH CALLS IT UP BY BATCH ID,
000190*                  REVIEWS THE HEADER, THE RECORD COUNT, THE HASH
000200*                  TOTALS AND THE NUMBER OF REVERSALS AND RTE
000210*                  LINES FROM THE VALIDATED DECK VALIDTRN, AND
000220*                  RELEASES OR HOLDS IT. THE VERDICT, THE
000230*                  RELEASING OPERATOR AND THE TIMESTAMP ARE
000240*                  STAMPED ON THE BATCH REGISTER BCHREG (SEE
000250*                  BATCHREG). COMPUTEEX PASSES OVER ANY BATCH NOT
000260*                  RELEASED. AN UNKNOWN OR UNDER-LEVEL OPERATOR,
000270*                  OR A SUBMITTER TRYING TO RELEASE THEIR OWN
000280*                  BATCH, IS REFUSED WITH RETURN CODE 16 AND A
000290*                  VIO LINE ON AUDITLOG.
000291* 2026-10-05  JA   A BATCH ALREADY CALCULATED CAN BE RELEASED
000292*                  AGAIN WHEN THE DECK NOW ON VALIDTRN IS A
000293*                  RECYCLE - THE SUSPMNT CORRECTIONS OR THE
000294*                  HOLDRVW FOLLOW-UP DECK OF CONFIRMED ITEMS -
000295*                  SINCE THOSE ONLY EVER ADD TO A POSTED BATCH.
000296* 2026-10-08  JA   THE VIO LINE IS NOW SEALED WITH THE NEXT
000297*                  RUNNING SEQUENCE NUMBER AND A CHECK VALUE
000298*                  CHAINED FROM THE LAST LINE ON THE AUDIT LOG
000299*                  (SEE AUDCHAIN).
000300* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000301*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000302*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000303*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000304*                  RUN WITH RETURN CODE 12.
000305******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.    IBM-370.
000340 OBJECT-COMPUTER.    IBM-370.
000350 SPECIAL-NAMES.
000360     CONSOLE IS CONSOLE.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT REGISTER-FILE ASSIGN TO BCHREG
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS BR-KEY
000430         FILE STATUS IS WS-REGISTER-STATUS.
000440
000450     SELECT TRANS-FILE ASSIGN TO VALIDTRN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-TRANS-STATUS.
000480
000490     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS OM-KEY
000530         FILE STATUS IS WS-OPERATOR-STATUS.
000540
000550     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUDIT-STATUS.
000572
000574     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000576         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS WS-PROCDATE-STATUS.
000580******************************************************************
000590* DATA DIVISION.
000600******************************************************************
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  REGISTER-FILE.
000640     COPY BATCHREG.
000650
000660 FD  TRANS-FILE
000670     RECORDING MODE IS F.
000680     COPY TRANSREC.
000690
000700 FD  OPERATOR-FILE.
000710     COPY OPERREC.
000720
000730 FD  AUDIT-FILE
000740     RECORDING MODE IS F.
000750 01  AUDIT-RECORD                   PIC X(177).
000752
000754 FD  PROCDATE-FILE
000756     RECORDING MODE IS F.
000758     COPY PROCDREC.
000760
000770 WORKING-STORAGE SECTION.
000780******************************************************************
000790* SWITCHES AND COUNTERS
000800******************************************************************
000810 77  WS-REGISTER-STATUS         PIC X(02)  VALUE SPACES.
000820     88  WS-REGISTER-OK                    VALUE "00".
000830     88  WS-REGISTER-NOT-FOUND             VALUE "23".
000840
000850 77  WS-TRANS-STATUS            PIC X(02)  VALUE SPACES.
000860     88  WS-TRANS-OK                       VALUE "00".
000870     88  WS-TRANS-EOF                      VALUE "10".
000880
000890 77  WS-OPERATOR-STATUS         PIC X(02)  VALUE SPACES.
000900     88  WS-OPERATOR-OK                    VALUE "00".
000910
000920 77  WS-AUDIT-STATUS            PIC X(02)  VALUE SPACES.
000930     88  WS-AUDIT-OK                       VALUE "00".
000940     88  WS-AUDIT-FILE-NOT-FOUND           VALUE "35".
000950
000960 77  WS-AUTH-SW                 PIC X(01)  VALUE "N".
000970     88  WS-OPERATOR-AUTHORIZED            VALUE "Y".
000980     88  WS-OPERATOR-REFUSED               VALUE "N".
000990
001000 77  WS-MORE-SW                 PIC X(01)  VALUE "Y".
001010     88  WS-MORE-BATCHES                   VALUE "Y" "y".
001020     88  WS-NO-MORE-BATCHES                VALUE "N" "n".
001030
001040 77  WS-FOUND-SW                PIC X(01)  VALUE "N".
001050     88  WS-BATCH-ON-DECK                  VALUE "Y".
001060     88  WS-BATCH-NOT-ON-DECK              VALUE "N".
001070
001080 77  WS-IN-BATCH-SW             PIC X(01)  VALUE "N".
001090     88  WS-IN-BATCH                       VALUE "Y".
001100     88  WS-NOT-IN-BATCH                   VALUE "N".
001110
001120 77  WS-TRAILER-SW              PIC X(01)  VALUE "N".
001130     88  WS-TRAILER-SEEN                   VALUE "Y".
001140     88  WS-TRAILER-NOT-SEEN               VALUE "N".
001150
001160 77  WS-DECISION-SW             PIC X(01)  VALUE SPACES.
001170     88  WS-DECISION-RELEASE               VALUE "R" "r".
001180     88  WS-DECISION-HOLD                  VALUE "H" "h".
001190     88  WS-DECISION-SKIP                  VALUE "S" "s".
001200
001210 77  WS-DETAIL-COUNT            PIC 9(07)  COMP VALUE ZERO.
001220 77  WS-REVERSAL-COUNT          PIC 9(07)  COMP VALUE ZERO.
001230 77  WS-RTE-COUNT               PIC 9(07)  COMP VALUE ZERO.
001240 77  WS-RELEASED-COUNT          PIC 9(05)  COMP VALUE ZERO.
001250 77  WS-HELD-COUNT              PIC 9(05)  COMP VALUE ZERO.
001260
001270 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
001280 77  WS-VIOLATION-TEXT          PIC X(11)  VALUE SPACES.
001290 77  WS-INQ-BATCH-ID            PIC X(08)  VALUE SPACES.
001291 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001292     88  WS-PROCDATE-OK                    VALUE "00".
001293     88  WS-PROCDATE-EOF                   VALUE "10".
001294
001295 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001296     88  WS-PROCDATE-FOUND                 VALUE "Y".
001297     88  WS-PROCDATE-MISSING               VALUE "N".
001298
001300 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001310 77  WS-LOG-TIME                PIC X(08)  VALUE SPACES.
001320 77  WS-LOG-TIMESTAMP           PIC X(17)  VALUE SPACES.
001330
001340******************************************************************
001350* THE BATCH AS IT STANDS ON VALIDTRN - HEADER AND TRAILER KEPT
001360* FOR THE REVIEW DISPLAY
001370******************************************************************
001380 01  WS-REVIEW-BATCH.
001390     05  WS-RV-DEPT             PIC X(04).
001400     05  WS-RV-BUS-DATE         PIC X(08).
001410     05  WS-RV-RECYCLE-MARK     PIC X(01).
001415         88  WS-RV-RECYCLED                VALUE "R" "C".
001420     05  WS-RV-EXP-COUNT        PIC 9(07).
001430     05  WS-RV-HASH-NUMERO1     PIC S9(9)V99.
001440     05  WS-RV-HASH-NUMERO2     PIC S9(9)V99.
001450
001460 77  WS-COUNT-ED                PIC Z,ZZZ,ZZ9.
001470 77  WS-HASH-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
001480
001490******************************************************************
001500* AUDIT LOG RECORD - SHARED COPYBOOK, USED HERE ONLY FOR THE
001510* SECURITY VIOLATION LINE
001520******************************************************************
001530     COPY AUDITREC.
001531
001532******************************************************************
001533* AUDIT LOG SEQUENCE AND CHECK VALUE WORK AREA - SHARED COPYBOOK
001534******************************************************************
001535     COPY AUDCHAIN.
001540******************************************************************
001550* PROCEDURE DIVISION.
001560******************************************************************
001570 PROCEDURE DIVISION.
001580******************************************************************
001590* 0000-MAINLINE - PROGRAM ENTRY POINT
001600******************************************************************
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE
001630         THRU 1000-INITIALIZE-EXIT.
001640
001650     IF WS-OPERATOR-AUTHORIZED AND WS-REGISTER-OK
001660         PERFORM 2000-RELEASE-PROCESS
001670             THRU 2000-RELEASE-PROCESS-EXIT
001680             UNTIL WS-NO-MORE-BATCHES
001690     END-IF.
001700
001710     PERFORM 9000-TERMINATE
001720         THRU 9000-TERMINATE-EXIT.
001730
001740     STOP RUN.
001750******************************************************************
001760* 1000-INITIALIZE - PROVE THE OPERATOR, THEN OPEN THE BATCH
001770* REGISTER FOR UPDATE
001780******************************************************************
001790 1000-INITIALIZE.
001792     PERFORM 1010-READ-PROCESSING-DATE
001794         THRU 1010-READ-PROCESSING-DATE-EXIT.
001796     IF WS-PROCDATE-MISSING
001798         GO TO 1000-INITIALIZE-EXIT
001800     END-IF.
001810     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
001820     IF WS-OPERATOR-ID = SPACES
001830         MOVE "UNKNOWN " TO WS-OPERATOR-ID
001840     END-IF.
001850
001860     PERFORM 1100-CHECK-OPERATOR
001870         THRU 1100-CHECK-OPERATOR-EXIT.
001880     IF WS-OPERATOR-REFUSED
001890         GO TO 1000-INITIALIZE-EXIT
001900     END-IF.
001910
001920     OPEN I-O REGISTER-FILE.
001930     IF NOT WS-REGISTER-OK
001940         DISPLAY "UNABLE TO OPEN BATCH REGISTER, STATUS = "
001950             WS-REGISTER-STATUS
001960         IF RETURN-CODE < 12
001970             MOVE 12 TO RETURN-CODE
001980         END-IF
001990     END-IF.
002000 1000-INITIALIZE-EXIT.
002010     EXIT.
002011******************************************************************
002012* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
002013* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
002014* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
002015* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
002016* DOES NOTHING.
002017******************************************************************
002018 1010-READ-PROCESSING-DATE.
002019     OPEN INPUT PROCDATE-FILE.
002020     IF NOT WS-PROCDATE-OK
002021         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
002022             WS-PROCDATE-STATUS
002023         GO TO 1010-READ-PROCESSING-DATE-FAIL
002024     END-IF.
002025     READ PROCDATE-FILE
002026         AT END
002027             MOVE SPACES TO PROCESSING-DATE-REC
002028     END-READ.
002029     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
002030         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
002031             WS-PROCDATE-STATUS
002032         CLOSE PROCDATE-FILE
002033         GO TO 1010-READ-PROCESSING-DATE-FAIL
002034     END-IF.
002035     CLOSE PROCDATE-FILE.
002036     IF PD-CURRENT-DATE IS NOT NUMERIC
002037         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
002038         GO TO 1010-READ-PROCESSING-DATE-FAIL
002039     END-IF.
002040     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
002041     SET WS-PROCDATE-FOUND TO TRUE.
002042     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
002043     GO TO 1010-READ-PROCESSING-DATE-EXIT.
002044
002045 1010-READ-PROCESSING-DATE-FAIL.
002046     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
002047     IF RETURN-CODE < 12
002048         MOVE 12 TO RETURN-CODE
002049     END-IF.
002050 1010-READ-PROCESSING-DATE-EXIT.
002051     EXIT.
002052******************************************************************
002053* 1100-CHECK-OPERATOR - PROVE THE OPERATOR AGAINST THE OPERATOR
002054* MASTER. RELEASING A BATCH FOR CALCULATION NEEDS THE TOP
002055* AUTHORITY LEVEL. A REFUSAL ENDS THE RUN WITH RETURN CODE 16
002060* AND IS WRITTEN TO AUDITLOG AS A VIO LINE.
002070******************************************************************
002080 1100-CHECK-OPERATOR.
002090     SET WS-OPERATOR-REFUSED TO TRUE.
002100     OPEN INPUT OPERATOR-FILE.
002110     IF NOT WS-OPERATOR-OK
002120         DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS = "
002130             WS-OPERATOR-STATUS
002140         MOVE "NO MASTER  " TO WS-VIOLATION-TEXT
002150         GO TO 1100-CHECK-OPERATOR-REFUSE
002160     END-IF.
002170     MOVE WS-OPERATOR-ID TO OM-OPER-ID.
002180     READ OPERATOR-FILE
002190         INVALID KEY
002200             MOVE "UNKNOWN ID " TO WS-VIOLATION-TEXT
002210         NOT INVALID KEY
002220             IF OM-LEVEL-MASTER
002230                 SET WS-OPERATOR-AUTHORIZED TO TRUE
002240             ELSE
002250                 MOVE "LEVEL LOW  " TO WS-VIOLATION-TEXT
002260             END-IF
002270     END-READ.
002280     CLOSE OPERATOR-FILE.
002290     IF WS-OPERATOR-AUTHORIZED
002300         GO TO 1100-CHECK-OPERATOR-EXIT
002310     END-IF.
002320
002330 1100-CHECK-OPERATOR-REFUSE.
002340     DISPLAY "OPERATOR " WS-OPERATOR-ID
002350         " REFUSED - " WS-VIOLATION-TEXT.
002360     DISPLAY "RUN ABANDONED - NO BATCH RELEASED".
002370     PERFORM 1150-WRITE-VIOLATION
002380         THRU 1150-WRITE-VIOLATION-EXIT.
002390     IF RETURN-CODE < 16
002400         MOVE 16 TO RETURN-CODE
002410     END-IF.
002420 1100-CHECK-OPERATOR-EXIT.
002430     EXIT.
002440******************************************************************
002450* 1150-WRITE-VIOLATION - APPEND THE REFUSED ATTEMPT TO THE
002460* AUDIT LOG AS A VIO LINE - TIMESTAMP, THE SECURITY MARKER IN
002470* THE BATCH FIELD, THE OPERATOR AND THE REASON
002480******************************************************************
002490 1150-WRITE-VIOLATION.
002492     PERFORM 1160-FIND-CHAIN-TAIL
002494         THRU 1160-FIND-CHAIN-TAIL-EXIT.
002500     OPEN EXTEND AUDIT-FILE.
002510     IF WS-AUDIT-FILE-NOT-FOUND
002520         OPEN OUTPUT AUDIT-FILE
002530     END-IF.
002540     IF NOT WS-AUDIT-OK
002550         DISPLAY "UNABLE TO LOG VIOLATION, STATUS = "
002560             WS-AUDIT-STATUS
002570         MOVE SPACES TO WS-AUDIT-STATUS
002580         GO TO 1150-WRITE-VIOLATION-EXIT
002590     END-IF.
002600     PERFORM 7000-SET-TIMESTAMP
002610         THRU 7000-SET-TIMESTAMP-EXIT.
002620     MOVE SPACES             TO AUDIT-DETAIL.
002630     MOVE WS-LOG-TIMESTAMP   TO AD-TIMESTAMP.
002640     MOVE "SECURITY"         TO AD-BATCH-ID.
002650     MOVE ZERO               TO AD-REC-NO.
002660     MOVE WS-OPERATOR-ID     TO AD-OPERATOR-ID.
002670     MOVE "VIO"              TO AD-OP-CODE.
002680     MOVE WS-VIOLATION-TEXT  TO AD-SUMA-NA.
002682     PERFORM 1170-SEAL-AUDIT-LINE
002684         THRU 1170-SEAL-AUDIT-LINE-EXIT.
002690     MOVE AUDIT-DETAIL       TO AUDIT-RECORD.
002700     WRITE AUDIT-RECORD.
002710     CLOSE AUDIT-FILE.
002720     MOVE SPACES TO WS-AUDIT-STATUS.
002730 1150-WRITE-VIOLATION-EXIT.
002740     EXIT.
002741******************************************************************
002742* 1160-FIND-CHAIN-TAIL - READ THE AUDIT LOG THROUGH TO ITS END FOR
002743* THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST SEALED LINE,
002744* SO THE LINES THIS RUN APPENDS CARRY THE CHAIN ON. NO LOG YET,
002745* OR ONLY LINES FROM BEFORE THE CHAIN, STARTS FROM ZERO.
002746******************************************************************
002747 1160-FIND-CHAIN-TAIL.
002748     MOVE ZERO TO AC-SEQ-NO.
002749     MOVE ZERO TO AC-CHAIN-VALUE.
002750     OPEN INPUT AUDIT-FILE.
002751     IF NOT WS-AUDIT-OK
002752         MOVE SPACES TO WS-AUDIT-STATUS
002753         GO TO 1160-FIND-CHAIN-TAIL-EXIT
002754     END-IF.
002755     PERFORM 1165-READ-CHAIN-TAIL
002756         THRU 1165-READ-CHAIN-TAIL-EXIT
002757         UNTIL NOT WS-AUDIT-OK.
002758     CLOSE AUDIT-FILE.
002759     MOVE SPACES TO WS-AUDIT-STATUS.
002760     MOVE SPACES TO AUDIT-DETAIL.
002761 1160-FIND-CHAIN-TAIL-EXIT.
002762     EXIT.
002763******************************************************************
002764* 1165-READ-CHAIN-TAIL - KEEP THE SEQUENCE AND CHECK VALUE OF
002765* EVERY SEALED LINE READ, SO THE LAST ONE STANDS AT END OF FILE
002766******************************************************************
002767 1165-READ-CHAIN-TAIL.
002768     READ AUDIT-FILE INTO AUDIT-DETAIL
002769         AT END
002770             GO TO 1165-READ-CHAIN-TAIL-EXIT
002771     END-READ.
002772     IF AD-SEQ-NO IS NUMERIC
002773         AND AD-CHAIN-VALUE IS NUMERIC
002774         MOVE AD-SEQ-NO      TO AC-SEQ-NO
002775         MOVE AD-CHAIN-VALUE TO AC-CHAIN-VALUE
002776     END-IF.
002777 1165-READ-CHAIN-TAIL-EXIT.
002778     EXIT.
002779******************************************************************
002780* 1170-SEAL-AUDIT-LINE - NUMBER THE LINE BUILT IN AUDIT-DETAIL AND
002781* CHAIN ITS CHECK VALUE ON FROM THE LINE BEFORE IT (SEE AUDCHAIN)
002782******************************************************************
002783 1170-SEAL-AUDIT-LINE.
002784     ADD 1 TO AC-SEQ-NO.
002785     MOVE AC-SEQ-NO TO AD-SEQ-NO.
002786     PERFORM 1175-CHAIN-ONE-BYTE
002787         THRU 1175-CHAIN-ONE-BYTE-EXIT
002788         VARYING AC-IX FROM 1 BY 1
002789         UNTIL AC-IX > AC-SEALED-LENGTH.
002790     MOVE AC-CHAIN-VALUE TO AD-CHAIN-VALUE.
002791 1170-SEAL-AUDIT-LINE-EXIT.
002792     EXIT.
002793******************************************************************
002794* 1175-CHAIN-ONE-BYTE - FOLD ONE BYTE INTO THE CHECK VALUE
002795******************************************************************
002796 1175-CHAIN-ONE-BYTE.
002797     MOVE AUDIT-DETAIL (AC-IX:1) TO AC-BYTE.
002798     COMPUTE AC-WORK = AC-CHAIN-VALUE * 31 + AC-BYTE-NUM + AC-IX.
002799     DIVIDE AC-WORK BY AC-MODULUS
002800         GIVING AC-QUOTIENT REMAINDER AC-CHAIN-VALUE.
002801 1175-CHAIN-ONE-BYTE-EXIT.
002802     EXIT.
002803******************************************************************
002804* 2000-RELEASE-PROCESS - REVIEW ONE BATCH. ONLY A BATCH THAT
002805* PASSED THE EDIT CAN BE RELEASED, AND NEVER BY THE OPERATOR
002806* WHO SUBMITTED IT.
002807******************************************************************
002808 2000-RELEASE-PROCESS.
002810     DISPLAY "BATCH ID (SPACES TO END):"
002820     ACCEPT WS-INQ-BATCH-ID.
002830     IF WS-INQ-BATCH-ID = SPACES
002840         SET WS-NO-MORE-BATCHES TO TRUE
002850         GO TO 2000-RELEASE-PROCESS-EXIT
002860     END-IF.
002870
002880     MOVE WS-INQ-BATCH-ID TO BR-BATCH-ID.
002890     READ REGISTER-FILE
002900         INVALID KEY
002910             DISPLAY "BATCH " WS-INQ-BATCH-ID
002920                 " IS NOT ON THE REGISTER"
002930             MOVE "00" TO WS-REGISTER-STATUS
002940             GO TO 2000-RELEASE-PROCESS-NEXT
002950     END-READ.
002960     IF NOT BR-EDIT-PASSED
002970         DISPLAY "BATCH " WS-INQ-BATCH-ID
002980             " HAS NOT PASSED THE EDIT - CANNOT BE RELEASED"
002990         GO TO 2000-RELEASE-PROCESS-NEXT
003000     END-IF.
003060*    MAKER-CHECKER - THE SUBMITTER NEVER RELEASES THEIR OWN WORK
003070     IF BR-EDIT-OPER = WS-OPERATOR-ID
003080         DISPLAY "BATCH " WS-INQ-BATCH-ID
003090             " WAS SUBMITTED BY YOU - ANOTHER SUPERVISOR"
003100             " MUST RELEASE IT"
003110         MOVE "OWN BATCH  " TO WS-VIOLATION-TEXT
003120         PERFORM 1150-WRITE-VIOLATION
003130             THRU 1150-WRITE-VIOLATION-EXIT
003140         IF RETURN-CODE < 16
003150             MOVE 16 TO RETURN-CODE
003160         END-IF
003170         GO TO 2000-RELEASE-PROCESS-NEXT
003180     END-IF.
003190
003200     PERFORM 3000-SCAN-DECK
003210         THRU 3000-SCAN-DECK-EXIT.
003220     IF WS-BATCH-NOT-ON-DECK
003230         DISPLAY "BATCH " WS-INQ-BATCH-ID
003240             " IS NOT ON THE VALIDATED DECK - NOTHING TO REVIEW"
003241         GO TO 2000-RELEASE-PROCESS-NEXT
003242     END-IF.
003243*    A POSTED BATCH COMES BACK ONLY AS A RECYCLE DECK, WHICH ADDS
003244*    RECORDS UNDER FRESH KEYS - ANYTHING ELSE WOULD POST TWICE
003245     IF BR-CALC-DATE NOT = SPACES
003246         AND NOT WS-RV-RECYCLED
003247         DISPLAY "BATCH " WS-INQ-BATCH-ID
003248             " WAS ALREADY CALCULATED ON " BR-CALC-DATE
003250         GO TO 2000-RELEASE-PROCESS-NEXT
003260     END-IF.
003270
003280     PERFORM 4000-SHOW-BATCH
003290         THRU 4000-SHOW-BATCH-EXIT.
003300     PERFORM 5000-RECORD-DECISION
003310         THRU 5000-RECORD-DECISION-EXIT.
003320
003330 2000-RELEASE-PROCESS-NEXT.
003340     DISPLAY "ANOTHER BATCH? (Y/N)"
003350     ACCEPT WS-MORE-SW.
003360 2000-RELEASE-PROCESS-EXIT.
003370     EXIT.
003380******************************************************************
003390* 3000-SCAN-DECK - READ VALIDTRN FROM THE TOP FOR THE BATCH
003400* ENVELOPE AND COUNT ITS DETAILS, REVERSALS AND RTE LINES. THE
003410* TRAILER IS THE ONE EDITTRNS RECOMPUTED OVER ACCEPTED DETAILS.
003420******************************************************************
003430 3000-SCAN-DECK.
003440     SET WS-BATCH-NOT-ON-DECK TO TRUE.
003450     SET WS-NOT-IN-BATCH      TO TRUE.
003460     SET WS-TRAILER-NOT-SEEN  TO TRUE.
003470     MOVE ZERO   TO WS-DETAIL-COUNT.
003480     MOVE ZERO   TO WS-REVERSAL-COUNT.
003490     MOVE ZERO   TO WS-RTE-COUNT.
003500     MOVE SPACES TO WS-REVIEW-BATCH.
003510     MOVE ZERO   TO WS-RV-EXP-COUNT.
003520     MOVE ZERO   TO WS-RV-HASH-NUMERO1.
003530     MOVE ZERO   TO WS-RV-HASH-NUMERO2.
003540
003550     OPEN INPUT TRANS-FILE.
003560     IF NOT WS-TRANS-OK
003570         DISPLAY "UNABLE TO OPEN VALIDATED FILE, STATUS = "
003580             WS-TRANS-STATUS
003590         GO TO 3000-SCAN-DECK-EXIT
003600     END-IF.
003610     READ TRANS-FILE
003620         AT END
003630             CONTINUE
003640     END-READ.
003650     PERFORM 3100-SCAN-ONE
003660         THRU 3100-SCAN-ONE-EXIT
003670         UNTIL NOT WS-TRANS-OK
003680             OR WS-TRAILER-SEEN.
003690     CLOSE TRANS-FILE.
003700 3000-SCAN-DECK-EXIT.
003710     EXIT.
003720******************************************************************
003730* 3100-SCAN-ONE - TAKE ONE VALIDTRN RECORD. A HEADER FOR THE
003740* BATCH OPENS THE ENVELOPE, ANY OTHER HEADER CLOSES IT.
003750******************************************************************
003760 3100-SCAN-ONE.
003770     IF TRANS-HEADER-REC
003780         IF TRANS-BATCH-ID = WS-INQ-BATCH-ID
003790             SET WS-IN-BATCH       TO TRUE
003800             SET WS-BATCH-ON-DECK  TO TRUE
003810             MOVE TRANS-DEPT         TO WS-RV-DEPT
003820             MOVE TRANS-BUS-DATE     TO WS-RV-BUS-DATE
003830             MOVE TRANS-RECYCLE-MARK TO WS-RV-RECYCLE-MARK
003840         ELSE
003850             IF WS-IN-BATCH
003860                 SET WS-TRAILER-SEEN TO TRUE
003870             END-IF
003880         END-IF
003890         GO TO 3100-SCAN-ONE-READ
003900     END-IF.
003910     IF WS-NOT-IN-BATCH
003920         GO TO 3100-SCAN-ONE-READ
003930     END-IF.
003940     IF TRANS-TRAILER-REC
003950         MOVE TRANS-EXP-REC-COUNT TO WS-RV-EXP-COUNT
003960         MOVE TRANS-HASH-NUMERO1  TO WS-RV-HASH-NUMERO1
003970         MOVE TRANS-HASH-NUMERO2  TO WS-RV-HASH-NUMERO2
003980         SET WS-TRAILER-SEEN TO TRUE
003990         GO TO 3100-SCAN-ONE-EXIT
004000     END-IF.
004010     IF TRANS-REVERSAL-REC
004020         ADD 1 TO WS-REVERSAL-COUNT
004030     ELSE
004040         ADD 1 TO WS-DETAIL-COUNT
004050         IF TRANS-OP-RTE
004060             ADD 1 TO WS-RTE-COUNT
004070         END-IF
004080     END-IF.
004090
004100 3100-SCAN-ONE-READ.
004110     READ TRANS-FILE
004120         AT END
004130             CONTINUE
004140     END-READ.
004150 3100-SCAN-ONE-EXIT.
004160     EXIT.
004170******************************************************************
004180* 4000-SHOW-BATCH - THE REVIEW SCREEN - HEADER, COUNTS, TRAILER
004190* TOTALS AND WHERE THE BATCH STANDS ON THE REGISTER
004200******************************************************************
004210 4000-SHOW-BATCH.
004220     DISPLAY "BATCH " WS-INQ-BATCH-ID
004230         " DEPT " WS-RV-DEPT
004240         " BUS DATE " WS-RV-BUS-DATE
004250         " RECYCLE " WS-RV-RECYCLE-MARK.
004260     DISPLAY "  SUBMITTED BY " BR-EDIT-OPER
004270         " EDITED " BR-EDIT-DATE.
004280     MOVE WS-DETAIL-COUNT TO WS-COUNT-ED.
004290     DISPLAY "  DETAILS      = " WS-COUNT-ED.
004300     MOVE WS-REVERSAL-COUNT TO WS-COUNT-ED.
004310     DISPLAY "  REVERSALS    = " WS-COUNT-ED.
004320     MOVE WS-RTE-COUNT TO WS-COUNT-ED.
004330     DISPLAY "  RTE LINES    = " WS-COUNT-ED.
004340     IF WS-TRAILER-NOT-SEEN
004350         DISPLAY "  ** NO TRAILER ON VALIDTRN FOR THIS BATCH **"
004360     ELSE
004370         MOVE WS-RV-EXP-COUNT TO WS-COUNT-ED
004380         DISPLAY "  TRAILER COUNT= " WS-COUNT-ED
004390         MOVE WS-RV-HASH-NUMERO1 TO WS-HASH-ED
004400         DISPLAY "  HASH NUMERO1 = " WS-HASH-ED
004410         MOVE WS-RV-HASH-NUMERO2 TO WS-HASH-ED
004420         DISPLAY "  HASH NUMERO2 = " WS-HASH-ED
004430     END-IF.
004440     IF BR-RELEASED
004450         DISPLAY "  NOW RELEASED BY " BR-RELEASE-OPER
004460             " AT " BR-RELEASE-TS
004470     ELSE
004480         IF BR-RELEASE-HELD
004490             DISPLAY "  NOW HELD BY " BR-RELEASE-OPER
004500                 " AT " BR-RELEASE-TS
004510         ELSE
004520             DISPLAY "  NOT YET REVIEWED"
004530         END-IF
004540     END-IF.
004550 4000-SHOW-BATCH-EXIT.
004560     EXIT.
004570******************************************************************
004580* 5000-RECORD-DECISION - RELEASE OR HOLD THE BATCH AND STAMP THE
004590* VERDICT, THE SUPERVISOR AND THE TIME ON THE REGISTER. SKIP
004600* LEAVES THE REGISTER AS IT IS.
004610******************************************************************
004620 5000-RECORD-DECISION.
004630     DISPLAY "RELEASE, HOLD OR SKIP (R/H/S)?"
004640     ACCEPT WS-DECISION-SW.
004650     IF WS-DECISION-SKIP
004660         DISPLAY "BATCH " WS-INQ-BATCH-ID " LEFT AS IT WAS"
004670         GO TO 5000-RECORD-DECISION-EXIT
004680     END-IF.
004690     IF NOT WS-DECISION-RELEASE
004700         AND NOT WS-DECISION-HOLD
004710         DISPLAY "ENTER R, H OR S - BATCH LEFT AS IT WAS"
004720         GO TO 5000-RECORD-DECISION-EXIT
004730     END-IF.
004740
004750     PERFORM 7000-SET-TIMESTAMP
004760         THRU 7000-SET-TIMESTAMP-EXIT.
004770     IF WS-DECISION-RELEASE
004780         SET BR-RELEASED TO TRUE
004790     ELSE
004800         SET BR-RELEASE-HELD TO TRUE
004810     END-IF.
004820     MOVE WS-OPERATOR-ID   TO BR-RELEASE-OPER.
004830     MOVE WS-LOG-TIMESTAMP TO BR-RELEASE-TS.
004840     REWRITE BATCH-REGISTER-REC
004850         INVALID KEY
004860             DISPLAY "REGISTER REWRITE FAILED, STATUS = "
004870                 WS-REGISTER-STATUS
004880             MOVE "00" TO WS-REGISTER-STATUS
004890             IF RETURN-CODE < 12
004900                 MOVE 12 TO RETURN-CODE
004910             END-IF
004920             GO TO 5000-RECORD-DECISION-EXIT
004930     END-REWRITE.
004940     IF BR-RELEASED
004950         ADD 1 TO WS-RELEASED-COUNT
004960         DISPLAY "BATCH " WS-INQ-BATCH-ID " RELEASED"
004970     ELSE
004980         ADD 1 TO WS-HELD-COUNT
004990         DISPLAY "BATCH " WS-INQ-BATCH-ID " HELD"
005000     END-IF.
005010 5000-RECORD-DECISION-EXIT.
005020     EXIT.
005030******************************************************************
005040* 7000-SET-TIMESTAMP - RUN DATE AND TIME OF DAY FOR THE RELEASE
005050* STAMP AND THE AUDIT LINE
005060******************************************************************
005070 7000-SET-TIMESTAMP.
005080     ACCEPT WS-LOG-TIME FROM TIME.
005090     MOVE SPACES TO WS-LOG-TIMESTAMP.
005100     STRING WS-RUN-DATE    DELIMITED BY SIZE
005110            "-"            DELIMITED BY SIZE
005120            WS-LOG-TIME    DELIMITED BY SIZE
005130         INTO WS-LOG-TIMESTAMP.
005140 7000-SET-TIMESTAMP-EXIT.
005150     EXIT.
005160******************************************************************
005170* 9000-TERMINATE - SESSION TOTALS AND CLOSE THE REGISTER
005180******************************************************************
005190 9000-TERMINATE.
005200     IF WS-OPERATOR-AUTHORIZED AND WS-REGISTER-OK
005210         DISPLAY "BATCHES RELEASED = " WS-RELEASED-COUNT
005220         DISPLAY "BATCHES HELD     = " WS-HELD-COUNT
005230         CLOSE REGISTER-FILE
005240     END-IF.
005250 9000-TERMINATE-EXIT.
005260     EXIT.
005270 END PROGRAM BCHRLSE.
