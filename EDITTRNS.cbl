000820*                  OPERATIONS-APPROVED LATE-POSTING OVERRIDE -
000830*                  IT WAIVES THE CALENDAR AND AGE CHECKS BUT
000840*                  NEVER A FUTURE DATE.
000841* 2026-09-24  JA   THE HEADER DEPARTMENT IS NOW PROVED AGAINST
000842*                  THE DEPTMAST DEPARTMENT MASTER (SEE DEPTREC) -
000843*                  AN UNKNOWN OR CLOSED DEPARTMENT REFUSES THE
000844*                  ENVELOPE TO SUSPENSE WITH REASON CODE 12.
000845* 2026-09-28  JA   THE REGISTER EDIT STAMP NOW CARRIES THE
000846*                  SUBMITTING OPERATOR, AND A FRESH EDIT CLEARS
000847*                  ANY EARLIER RELEASE STAMP SO THE DECK GOES BACK
000848*                  THROUGH SUPERVISOR RELEASE (BCHRLSE) BEFORE
000849*                  COMPUTEEX WILL POST IT.
000850* 2026-10-05  JA   EVERY WELL-FORMED DETAIL IS NOW PROVED AGAINST
000851*                  THE REASONABLENESS LIMITS ON LIMTBL (SEE
000852*                  LIMITREC) FOR THE HEADER DEPARTMENT AND ITS
000853*                  OPERATION. A DETAIL OUTSIDE ITS LIMITS IS NOT
000854*                  BAD DATA - IT IS HELD ON THE HOLDOUT REVIEW
000855*                  QUEUE (SEE HOLDREC) FOR HOLDRVW, AND STILL
000856*                  COUNTS TOWARD THE INPUT PROOF SO ITS BATCH
000857*                  BALANCES. A FOLLOW-UP DECK OF CONFIRMED ITEMS
000858*                  (HEADER MARK C) IS NOT HELD AGAIN. REASON CODE
000859*                  13 IS KEPT FOR A HELD ITEM THE SUPERVISOR
000860*                  REJECTS TO SUSPENSE.
000861* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000862*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000863*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000864*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000865*                  RUN WITH RETURN CODE 12.
000866* 2026-10-15  JA   A RECYCLE DECK THAT NOW PASSES THE EDIT HAS ITS
000867*                  CALCULATION STAMP CLEARED ON THE BATCH
000868*                  REGISTER, SO THE BATCH SHOWS AS AWAITING
000869*                  CALCULATION AGAIN.
000870* 2026-10-15  JA   A FAILED WRITE TO THE HOLD FILE NOW ENDS THE
000871*                  RUN WITH RETURN CODE 12 AND THE DETAIL IS NO
000872*                  LONGER COUNTED IN THE HELD TOTALS.
000873******************************************************************
000874 ENVIRONMENT DIVISION.
000875 CONFIGURATION SECTION.
000880 SOURCE-COMPUTER.    IBM-370.
000890 OBJECT-COMPUTER.    IBM-370.
000900 SPECIAL-NAMES.
001260     SELECT PARM-FILE ASSIGN TO EDTPARM
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-PARM-STATUS.
001281
001282     SELECT DEPT-FILE ASSIGN TO DEPTMAST
001283         ORGANIZATION IS INDEXED
001284         ACCESS MODE IS RANDOM
001285         RECORD KEY IS DM-KEY
001286         FILE STATUS IS WS-DEPT-STATUS.
001287
001288     SELECT LIMIT-FILE ASSIGN TO LIMTBL
001289         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS RANDOM
001291         RECORD KEY IS LM-KEY
001292         FILE STATUS IS WS-LIMIT-STATUS.
001293
001294     SELECT HOLD-FILE ASSIGN TO HOLDOUT
001295         ORGANIZATION IS LINE SEQUENTIAL
001296         FILE STATUS IS WS-HOLD-STATUS.
001297
001298     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
001299         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-PROCDATE-STATUS.
001301******************************************************************
001302* DATA DIVISION.
001310******************************************************************
001320 DATA DIVISION.
001330 FILE SECTION.
001600 FD  PARM-FILE
001610     RECORDING MODE IS F.
001620 01  PARM-RECORD                    PIC X(80).
001621
001622 FD  DEPT-FILE.
001623     COPY DEPTREC.
001624
001625 FD  LIMIT-FILE.
001626     COPY LIMITREC.
001627
001628 FD  HOLD-FILE
001629     RECORDING MODE IS F.
001630 01  HOLD-RECORD                    PIC X(173).
001631
001632 FD  PROCDATE-FILE
001633     RECORDING MODE IS F.
001634     COPY PROCDREC.
001635
001640 WORKING-STORAGE SECTION.
001650******************************************************************
001660* SWITCHES AND COUNTERS
002000     88  WS-PARM-OK                        VALUE "00".
002010     88  WS-PARM-EOF                       VALUE "10".
002020
002021 77  WS-DEPT-STATUS             PIC X(02)  VALUE SPACES.
002022     88  WS-DEPT-OK                        VALUE "00".
002023     88  WS-DEPT-NOT-FOUND                 VALUE "23".
002024
002025 77  WS-LIMIT-STATUS            PIC X(02)  VALUE SPACES.
002026     88  WS-LIMIT-OK                       VALUE "00".
002027     88  WS-LIMIT-NOT-FOUND                VALUE "23".
002028
002029 77  WS-HOLD-STATUS             PIC X(02)  VALUE SPACES.
002030     88  WS-HOLD-OK                        VALUE "00".
002031     88  WS-HOLD-FILE-NOT-FOUND            VALUE "35".
002032
002033 77  WS-DATE-OVERRIDE-SW        PIC X(01)  VALUE "N".
002040     88  WS-DATE-OVERRIDE                  VALUE "Y" "y".
002050
002060 77  WS-REASON-CODE             PIC X(02)  VALUE SPACES.
002160     88  WS-REASON-REV-BAD                 VALUE "09".
002170     88  WS-REASON-NO-RATE                 VALUE "10".
002180     88  WS-REASON-BUS-DATE                VALUE "11".
002185     88  WS-REASON-DEPT-BAD                VALUE "12".
002187     88  WS-REASON-LIMITS                  VALUE "13".
002190
002200 77  WS-HEADER-SEEN-SW          PIC X(01)  VALUE "N".
002210     88  WS-HEADER-SEEN                    VALUE "Y".
002330     88  WS-BATCH-REFUSED                  VALUE "Y".
002340     88  WS-BATCH-NOT-REFUSED              VALUE "N".
002350
002351 77  WS-CONFIRMED-SW            PIC X(01)  VALUE "N".
002352     88  WS-BATCH-CONFIRMED                VALUE "Y".
002353     88  WS-BATCH-NOT-CONFIRMED            VALUE "N".
002354
002355 77  WS-BREACH-SW               PIC X(01)  VALUE SPACE.
002356     88  WS-WITHIN-LIMITS                  VALUE SPACE.
002357     88  WS-N1-OUTSIDE                     VALUE "1".
002358     88  WS-N2-OUTSIDE                     VALUE "2".
002359     88  WS-BOTH-OUTSIDE                   VALUE "B".
002360
002361 77  WS-READ-COUNT              PIC 9(07)  COMP VALUE ZERO.
002370 77  WS-DETAIL-COUNT            PIC 9(07)  COMP VALUE ZERO.
002380 77  WS-ACCEPT-COUNT            PIC 9(07)  COMP VALUE ZERO.
002390 77  WS-BATCH-ACCEPT-COUNT      PIC 9(07)  COMP VALUE ZERO.
002400 77  WS-REJECT-COUNT            PIC 9(07)  COMP VALUE ZERO.
002402 77  WS-HOLD-COUNT              PIC 9(07)  COMP VALUE ZERO.
002404 77  WS-BATCH-HOLD-COUNT        PIC 9(07)  COMP VALUE ZERO.
002410
002420 77  WS-BATCHES-READ            PIC 9(05)  COMP VALUE ZERO.
002430 77  WS-BATCHES-IN-BAL          PIC 9(05)  COMP VALUE ZERO.
002440 77  WS-BATCHES-OUT-BAL         PIC 9(05)  COMP VALUE ZERO.
002450 77  WS-BATCHES-REFUSED         PIC 9(05)  COMP VALUE ZERO.
002460
002461 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
002462     88  WS-PROCDATE-OK                    VALUE "00".
002463     88  WS-PROCDATE-EOF                   VALUE "10".
002464
002465 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
002466     88  WS-PROCDATE-FOUND                 VALUE "Y".
002467     88  WS-PROCDATE-MISSING               VALUE "N".
002468
002470 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
002480 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
002485 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
002490
002500******************************************************************
002510* BUSINESS CALENDAR CONTROLS - THE PROCESSING DAYS AND HOLIDAYS
002850 77  WS-EXP-HASH-NUMERO2        PIC S9(09)V99  VALUE ZERO.
002860 77  WS-ACC-HASH-NUMERO1        PIC S9(09)V99  VALUE ZERO.
002870 77  WS-ACC-HASH-NUMERO2        PIC S9(09)V99  VALUE ZERO.
002872 77  WS-HELD-HASH-NUMERO1       PIC S9(09)V99  VALUE ZERO.
002874 77  WS-HELD-HASH-NUMERO2       PIC S9(09)V99  VALUE ZERO.
002876 77  WS-PROOF-HASH-NUMERO1      PIC S9(09)V99  VALUE ZERO.
002878 77  WS-PROOF-HASH-NUMERO2      PIC S9(09)V99  VALUE ZERO.
002880
002890******************************************************************
002900* RECOMPUTED TRAILER WRITTEN ON VALIDTRN - ACCEPTED DETAILS
003040******************************************************************
003050     COPY SUSPREC.
003060
003061******************************************************************
003062* HELD-ITEM RECORD - SHARED COPYBOOK. THE ORIGINAL IMAGE PLUS THE
003063* BATCH IDENTIFICATION, THE SUBMITTER AND THE LIMITS IT BROKE SO
003064* HOLDRVW CAN PUT THE ITEM IN FRONT OF A SUPERVISOR
003065******************************************************************
003066     COPY HOLDREC.
003067
003070******************************************************************
003080* EDIT REPORT LAYOUTS
003090******************************************************************
003570     05  ET-REJECT-COUNT        PIC Z,ZZZ,ZZ9.
003580     05  FILLER                 PIC X(11) VALUE SPACES.
003590
003591 01  WS-EDIT-HELD-TOTALS.
003592     05  FILLER                 PIC X(14) VALUE
003593             "** HELD TOTALS".
003594     05  FILLER                 PIC X(19) VALUE
003595             " HELD FOR REVIEW = ".
003596     05  EZ-HOLD-COUNT          PIC Z,ZZZ,ZZ9.
003597     05  FILLER                 PIC X(38) VALUE SPACES.
003598
003600 01  WS-EDIT-BADDATE-LINE.
003610     05  FILLER                 PIC X(09) VALUE "** BATCH ".
003620     05  ED-BATCH-ID            PIC X(08).
003650     05  FILLER                 PIC X(12) VALUE " REJECTED - ".
003660     05  ED-REASON-TEXT         PIC X(20).
003670     05  FILLER                 PIC X(13) VALUE SPACES.
003671
003672 01  WS-EDIT-BADDEPT-LINE.
003673     05  FILLER                 PIC X(09) VALUE "** BATCH ".
003674     05  EX-BATCH-ID            PIC X(08).
003675     05  FILLER                 PIC X(06) VALUE " DEPT ".
003676     05  EX-DEPT                PIC X(04).
003677     05  FILLER                 PIC X(12) VALUE " REJECTED - ".
003678     05  EX-REASON-TEXT         PIC X(20).
003679     05  FILLER                 PIC X(21) VALUE SPACES.
003680
003681 01  WS-EDIT-HELD-LINE.
003682     05  FILLER                 PIC X(16) VALUE
003683             "**  HELD RECORD ".
003684     05  EK-REC-NO              PIC 9(07).
003685     05  FILLER                 PIC X(04) VALUE " OP ".
003686     05  EK-OP-CODE             PIC X(03).
003687     05  FILLER                 PIC X(16) VALUE
003688             " OUTSIDE LIMITS ".
003689     05  EK-BREACH-TEXT         PIC X(16).
003690     05  FILLER                 PIC X(18) VALUE SPACES.
003691
003692 01  WS-EDIT-HELD-COUNT-LINE.
003693     05  FILLER                 PIC X(09) VALUE "**  HELD ".
003694     05  EW-HOLD-COUNT          PIC Z,ZZZ,ZZ9.
003695     05  FILLER                 PIC X(38) VALUE
003696             " DETAILS FOR LIMIT REVIEW - ON HOLDOUT".
003697     05  FILLER                 PIC X(24) VALUE SPACES.
003698
003699 01  WS-EDIT-REFUSED-LINE.
003700     05  FILLER                 PIC X(09) VALUE "** BATCH ".
003710     05  EF-BATCH-ID            PIC X(08).
003720     05  FILLER                 PIC X(21) VALUE
004050*    OPENED - A HALF-OPEN RUN WOULD REPORT RECORDS ACCEPTED
004060*    THAT WERE NEVER WRITTEN ANYWHERE
004070     IF WS-TRANS-OK AND WS-VALID-OK AND WS-SUSPENSE-OK
004075         AND WS-HOLD-OK
004080         PERFORM 2000-EDIT-PROCESS
004090             THRU 2000-EDIT-PROCESS-EXIT
004100     END-IF.
004170* 1000-INITIALIZE - OPEN THE FILES AND WRITE THE REPORT HEADER
004180******************************************************************
004190 1000-INITIALIZE.
004192     PERFORM 1010-READ-PROCESSING-DATE
004194         THRU 1010-READ-PROCESSING-DATE-EXIT.
004196     IF WS-PROCDATE-MISSING
004198         GO TO 1000-INITIALIZE-EXIT
004200     END-IF.
004210     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
004220     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
004230     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
004240     MOVE "/"                TO WS-RUN-DATE-ED(6:1)
004250     MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-ED(7:4).
004252     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
004254     IF WS-OPERATOR-ID = SPACES
004256         MOVE "UNKNOWN " TO WS-OPERATOR-ID
004258     END-IF.
004260
004270     OPEN INPUT TRANS-FILE.
004280     IF NOT WS-TRANS-OK
004530     IF NOT WS-SUSPENSE-OK
004540         DISPLAY "UNABLE TO OPEN SUSPENSE FILE, STATUS = "
004550             WS-SUSPENSE-STATUS
004551         IF RETURN-CODE < 12
004552             MOVE 12 TO RETURN-CODE
004553         END-IF
004554     END-IF.
004555
004556*    THE HOLD FILE IS THE HOLDRVW REVIEW QUEUE - NEW HELD ITEMS
004557*    ARE APPENDED THE SAME WAY AS SUSPENSE ITEMS
004558     OPEN EXTEND HOLD-FILE.
004559     IF WS-HOLD-FILE-NOT-FOUND
004560         OPEN OUTPUT HOLD-FILE
004561     END-IF.
004562     IF NOT WS-HOLD-OK
004563         DISPLAY "UNABLE TO OPEN HOLD FILE, STATUS = "
004564             WS-HOLD-STATUS
004565         IF RETURN-CODE < 12
004570             MOVE 12 TO RETURN-CODE
004580         END-IF
004590     END-IF.
004940         DISPLAY "NO RATE TABLE - RTE DETAILS WILL BE REJECTED"
004950     END-IF.
004960
004961*    WITHOUT THE DEPARTMENT MASTER NO HEADER CAN BE PROVED - THE
004962*    EDIT STILL RUNS AND REFUSES EVERY BATCH TO SUSPENSE
004963     OPEN INPUT DEPT-FILE.
004964     IF NOT WS-DEPT-OK
004965         DISPLAY "NO DEPARTMENT MASTER - EVERY BATCH WILL BE "
004966             "REFUSED"
004967     END-IF.
004968
004969*    WITHOUT THE LIMITS TABLE THERE IS NOTHING TO HOLD AGAINST -
004970*    THE EDIT RUNS WITH THE REASONABLENESS CHECK WAIVED
004971     OPEN INPUT LIMIT-FILE.
004972     IF NOT WS-LIMIT-OK
004973         DISPLAY "NO LIMITS TABLE - REASONABLENESS CHECK WAIVED"
004974     END-IF.
004975
004976     PERFORM 1100-READ-PARAMETERS
004980         THRU 1100-READ-PARAMETERS-EXIT.
004990     PERFORM 1200-COMPUTE-DATE-CUTOFF
005000         THRU 1200-COMPUTE-DATE-CUTOFF-EXIT.
005020         THRU 1300-LOAD-CALENDAR-EXIT.
005030 1000-INITIALIZE-EXIT.
005040     EXIT.
005041******************************************************************
005042* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
005043* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
005044* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
005045* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
005046* DOES NOTHING.
005047******************************************************************
005048 1010-READ-PROCESSING-DATE.
005049     OPEN INPUT PROCDATE-FILE.
005050     IF NOT WS-PROCDATE-OK
005051         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
005052             WS-PROCDATE-STATUS
005053         GO TO 1010-READ-PROCESSING-DATE-FAIL
005054     END-IF.
005055     READ PROCDATE-FILE
005056         AT END
005057             MOVE SPACES TO PROCESSING-DATE-REC
005058     END-READ.
005059     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
005060         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
005061             WS-PROCDATE-STATUS
005062         CLOSE PROCDATE-FILE
005063         GO TO 1010-READ-PROCESSING-DATE-FAIL
005064     END-IF.
005065     CLOSE PROCDATE-FILE.
005066     IF PD-CURRENT-DATE IS NOT NUMERIC
005067         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
005068         GO TO 1010-READ-PROCESSING-DATE-FAIL
005069     END-IF.
005070     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
005071     SET WS-PROCDATE-FOUND TO TRUE.
005072     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
005073     GO TO 1010-READ-PROCESSING-DATE-EXIT.
005074
005075 1010-READ-PROCESSING-DATE-FAIL.
005076     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
005077     IF RETURN-CODE < 12
005078         MOVE 12 TO RETURN-CODE
005079     END-IF.
005080 1010-READ-PROCESSING-DATE-EXIT.
005081     EXIT.
005082******************************************************************
005083* 1100-READ-PARAMETERS - LOAD THE EDIT CONTROLS FROM EDTPARM -
005084* COLUMN 1 THE OPERATIONS-APPROVED LATE-POSTING OVERRIDE (Y),
005085* COLUMNS 2-6 THE MAXIMUM AGE OF A BUSINESS DATE IN DAYS. NO
005090* FILE OR AN EMPTY ONE LEAVES THE DEFAULTS IN PLACE.
005100******************************************************************
005110 1100-READ-PARAMETERS.
007000     MOVE TRANS-BATCH-ID TO WS-BATCH-ID.
007010     MOVE TRANS-DEPT     TO WS-BATCH-DEPT.
007020     MOVE TRANS-BUS-DATE TO WS-BATCH-BUS-DATE.
007022     IF TRANS-LIMITS-CONFIRMED
007024         SET WS-BATCH-CONFIRMED TO TRUE
007026     END-IF.
007030     PERFORM 2250-CHECK-REGISTER
007040         THRU 2250-CHECK-REGISTER-EXIT.
007041     IF WS-BATCH-REFUSED
007042         GO TO 2200-EDIT-HEADER-EXIT
007043     END-IF.
007044     PERFORM 2260-CHECK-DEPARTMENT
007045         THRU 2260-CHECK-DEPARTMENT-EXIT.
007050     IF WS-BATCH-REFUSED
007060         GO TO 2200-EDIT-HEADER-EXIT
007070     END-IF.
007630     END-IF.
007640 2250-CHECK-REGISTER-EXIT.
007650     EXIT.
007651******************************************************************
007652* 2260-CHECK-DEPARTMENT - PROVE THE HEADER DEPARTMENT AGAINST THE
007653* DEPARTMENT MASTER. AN UNKNOWN OR CLOSED DEPARTMENT SENDS THE
007654* HEADER TO SUSPENSE WITH REASON 12 AND THE REST OF THE ENVELOPE
007655* IS SKIPPED, SO A MISTYPED CODE NEVER REACHES RSLTMAST. A
007656* RECYCLE DECK IS CHECKED THE SAME WAY - ITS CORRECTIONS MUST
007657* STILL POST TO A LIVE DEPARTMENT.
007658******************************************************************
007659 2260-CHECK-DEPARTMENT.
007660     MOVE SPACES TO EX-REASON-TEXT.
007661     IF NOT WS-DEPT-OK
007662         MOVE "NO DEPARTMENT MASTER" TO EX-REASON-TEXT
007663         GO TO 2260-CHECK-DEPARTMENT-FAIL
007664     END-IF.
007665     MOVE WS-BATCH-DEPT TO DM-DEPT.
007666     READ DEPT-FILE
007667         INVALID KEY
007668             MOVE "UNKNOWN DEPARTMENT  " TO EX-REASON-TEXT
007669         NOT INVALID KEY
007670             IF NOT DM-ACTIVE
007671                 MOVE "DEPARTMENT CLOSED   " TO EX-REASON-TEXT
007672             END-IF
007673     END-READ.
007674     MOVE "00" TO WS-DEPT-STATUS.
007675     IF EX-REASON-TEXT = SPACES
007676         GO TO 2260-CHECK-DEPARTMENT-EXIT
007677     END-IF.
007678
007679 2260-CHECK-DEPARTMENT-FAIL.
007680     SET WS-BATCH-REFUSED TO TRUE.
007681     ADD 1 TO WS-BATCHES-REFUSED.
007682     SET WS-REASON-DEPT-BAD TO TRUE.
007683     PERFORM 6200-WRITE-SUSPENSE-RECORD
007684         THRU 6200-WRITE-SUSPENSE-RECORD-EXIT.
007685     DISPLAY "BATCH " WS-BATCH-ID
007686         " DEPT " WS-BATCH-DEPT
007687         " REJECTED - " EX-REASON-TEXT.
007688     IF RETURN-CODE < 8
007689         MOVE 8 TO RETURN-CODE
007690     END-IF.
007691     IF WS-EDIT-REPORT-OK
007692         MOVE WS-BATCH-ID   TO EX-BATCH-ID
007693         MOVE WS-BATCH-DEPT TO EX-DEPT
007694         MOVE WS-EDIT-BADDEPT-LINE TO EDIT-REPORT-RECORD
007695         WRITE EDIT-REPORT-RECORD
007696     END-IF.
007697 2260-CHECK-DEPARTMENT-EXIT.
007698     EXIT.
007699******************************************************************
007700* 2270-CHECK-BUS-DATE - PROVE THE HEADER BUSINESS DATE AGAINST
007701* THE BUSINESS CALENDAR AND THE LATE-POSTING LIMIT. A BAD DATE
007702* SENDS THE HEADER TO SUSPENSE WITH REASON 11 AND THE REST OF
007703* THE ENVELOPE IS SKIPPED. THE EDTPARM OVERRIDE WAIVES THE
007710* CALENDAR AND AGE CHECKS FOR AN APPROVED LATE POSTING, AND A
007720* RECYCLE DECK IS WAIVED THE SAME WAY - IT CARRIES THE ORIGINAL
007730* BATCH BUSINESS DATE, WHICH IS OLD BY DEFINITION BY THE TIME
009190         PERFORM 2420-CHECK-RATE
009200             THRU 2420-CHECK-RATE-EXIT
009210     END-IF.
009211*    A WELL-FORMED DETAIL OUTSIDE ITS LIMITS IS HELD FOR REVIEW,
009212*    NOT REJECTED - A SUPERVISOR DECIDES WHETHER IT STANDS. ITEMS
009213*    A SUPERVISOR ALREADY CONFIRMED ARE NOT HELD A SECOND TIME.
009214     SET WS-WITHIN-LIMITS TO TRUE.
009215     IF WS-REASON-NONE AND WS-LIMIT-OK AND WS-BATCH-NOT-CONFIRMED
009216         PERFORM 2430-CHECK-LIMITS
009217             THRU 2430-CHECK-LIMITS-EXIT
009218     END-IF.
009219     IF WS-REASON-NONE AND NOT WS-WITHIN-LIMITS
009220         PERFORM 6250-WRITE-HOLD-RECORD
009221             THRU 6250-WRITE-HOLD-RECORD-EXIT
009222         GO TO 2400-EDIT-DETAIL-EXIT
009223     END-IF.
009224
009230     IF WS-REASON-NONE
009240         PERFORM 6100-WRITE-VALID-RECORD
009250             THRU 6100-WRITE-VALID-RECORD-EXIT
009670     END-IF.
009680 2420-CHECK-RATE-EXIT.
009690     EXIT.
009691******************************************************************
009692* 2430-CHECK-LIMITS - PROVE BOTH AMOUNTS AGAINST THE LIMITS FOR
009693* THE HEADER DEPARTMENT AND THE OPERATION, FALLING BACK TO THE
009694* **** DEFAULT. NO LIMIT RECORD MEANS NO LIMIT, AND A MINIMUM AND
009695* MAXIMUM BOTH ZERO LEAVE THAT AMOUNT UNCHECKED. THE BREACH IS
009696* LEFT IN WS-BREACH-SW WITH THE LIMIT RECORD STILL IN THE BUFFER.
009697******************************************************************
009698 2430-CHECK-LIMITS.
009699     MOVE WS-BATCH-DEPT TO LM-DEPT.
009700     MOVE TRANS-OP-CODE TO LM-OP-CODE.
009701     READ LIMIT-FILE
009702         INVALID KEY
009703             CONTINUE
009704     END-READ.
009705     IF WS-LIMIT-NOT-FOUND
009706         MOVE "****"        TO LM-DEPT
009707         MOVE TRANS-OP-CODE TO LM-OP-CODE
009708         READ LIMIT-FILE
009709             INVALID KEY
009710                 CONTINUE
009711         END-READ
009712     END-IF.
009713     IF NOT WS-LIMIT-OK
009714         MOVE "00" TO WS-LIMIT-STATUS
009715         GO TO 2430-CHECK-LIMITS-EXIT
009716     END-IF.
009717
009718     IF LM-N1-MIN NOT = ZERO OR LM-N1-MAX NOT = ZERO
009719         IF TRANS-NUMERO1 < LM-N1-MIN
009720             OR TRANS-NUMERO1 > LM-N1-MAX
009721             SET WS-N1-OUTSIDE TO TRUE
009722         END-IF
009723     END-IF.
009724     IF LM-N2-MIN NOT = ZERO OR LM-N2-MAX NOT = ZERO
009725         IF TRANS-NUMERO2 < LM-N2-MIN
009726             OR TRANS-NUMERO2 > LM-N2-MAX
009727             IF WS-N1-OUTSIDE
009728                 SET WS-BOTH-OUTSIDE TO TRUE
009729             ELSE
009730                 SET WS-N2-OUTSIDE TO TRUE
009731             END-IF
009732         END-IF
009733     END-IF.
009734     IF NOT WS-WITHIN-LIMITS
009735         DISPLAY "RECORD " WS-READ-COUNT
009736             " OP " TRANS-OP-CODE
009737             " OUTSIDE LIMITS - HELD FOR REVIEW"
009738     END-IF.
009739 2430-CHECK-LIMITS-EXIT.
009740     EXIT.
009741******************************************************************
009742* 2450-EDIT-REVERSAL - VALIDATE ONE REVERSAL RECORD. THE NAMED
009743* BATCH ID MUST BE PRESENT AND THE RECORD SEQUENCE NUMERIC -
009744* WHETHER THE KEY ACTUALLY EXISTS ON RSLTMAST IS PROVED BY
009745* COMPUTEEX, WHICH HOLDS THE MASTER. A REVERSAL COUNTS TOWARD
009750* THE TRAILER RECORD COUNT BUT CARRIES NO AMOUNTS, SO IT ADDS
009760* NOTHING TO THE HASH TOTALS.
009770******************************************************************
010330     SET WS-TRAILER-NOT-SEEN  TO TRUE.
010340     SET WS-IN-BALANCE        TO TRUE.
010350     SET WS-BATCH-NOT-REFUSED TO TRUE.
010355     SET WS-BATCH-NOT-CONFIRMED TO TRUE.
010360     MOVE ZERO   TO WS-DETAIL-COUNT.
010362     MOVE ZERO   TO WS-BATCH-HOLD-COUNT.
010364     MOVE ZERO   TO WS-HELD-HASH-NUMERO1.
010366     MOVE ZERO   TO WS-HELD-HASH-NUMERO2.
010370     MOVE ZERO   TO WS-BATCH-ACCEPT-COUNT.
010380     MOVE ZERO   TO WS-EXP-REC-COUNT.
010390     MOVE ZERO   TO WS-EXP-HASH-NUMERO1.
010510* THE HASH TOTALS OF THE ACCEPTED DETAILS TO THE TRAILER HASH
010520* TOTALS. A MISSING TRAILER, A SHORT BATCH OR A HASH MISMATCH
010530* ALL FLAG THE BATCH OUT OF BALANCE AND RAISE RETURN CODE 8 -
010540* THE REST OF THE DECK STILL RUNS. DETAILS HELD FOR LIMIT REVIEW
010543* ARE ACCOUNTED FOR, NOT MISSING, SO THEIR AMOUNTS COUNT TOWARD
010546* THE PROOF - THE VALIDTRN TRAILER STILL COVERS ACCEPTED ONLY.
010550******************************************************************
010560 5000-RECONCILE-INPUT.
010562     COMPUTE WS-PROOF-HASH-NUMERO1 =
010564         WS-ACC-HASH-NUMERO1 + WS-HELD-HASH-NUMERO1.
010566     COMPUTE WS-PROOF-HASH-NUMERO2 =
010568         WS-ACC-HASH-NUMERO2 + WS-HELD-HASH-NUMERO2.
010570     IF WS-TRAILER-NOT-SEEN
010580         SET WS-OUT-OF-BALANCE TO TRUE
010590         DISPLAY "BATCH " WS-BATCH-ID " TRAILER MISSING"
010600     ELSE
010610         IF WS-DETAIL-COUNT NOT = WS-EXP-REC-COUNT
010620             OR WS-PROOF-HASH-NUMERO1 NOT = WS-EXP-HASH-NUMERO1
010630             OR WS-PROOF-HASH-NUMERO2 NOT = WS-EXP-HASH-NUMERO2
010640             SET WS-OUT-OF-BALANCE TO TRUE
010650         END-IF
010660     END-IF.
010860
010870     MOVE "NUMERO1 "          TO EL-LABEL.
010880     MOVE WS-EXP-HASH-NUMERO1 TO EL-EXPECTED.
010890     MOVE WS-PROOF-HASH-NUMERO1 TO EL-ACTUAL.
010900     MOVE WS-EDIT-HASH-LINE   TO EDIT-REPORT-RECORD.
010910     WRITE EDIT-REPORT-RECORD.
010920
010930     MOVE "NUMERO2 "          TO EL-LABEL.
010940     MOVE WS-EXP-HASH-NUMERO2 TO EL-EXPECTED.
010950     MOVE WS-PROOF-HASH-NUMERO2 TO EL-ACTUAL.
010960     MOVE WS-EDIT-HASH-LINE   TO EDIT-REPORT-RECORD.
010970     WRITE EDIT-REPORT-RECORD.
010971
010972     IF WS-BATCH-HOLD-COUNT > ZERO
010973         MOVE WS-BATCH-HOLD-COUNT     TO EW-HOLD-COUNT
010974         MOVE WS-EDIT-HELD-COUNT-LINE TO EDIT-REPORT-RECORD
010975         WRITE EDIT-REPORT-RECORD
010976     END-IF.
010980 5000-RECONCILE-INPUT-EXIT.
010990     EXIT.
011000******************************************************************
011050     MOVE WS-READ-COUNT   TO ET-READ-COUNT.
011060     MOVE WS-ACCEPT-COUNT TO ET-ACCEPT-COUNT.
011070     MOVE WS-REJECT-COUNT TO ET-REJECT-COUNT.
011075     MOVE WS-HOLD-COUNT   TO EZ-HOLD-COUNT.
011080     IF WS-EDIT-REPORT-OK
011090         MOVE WS-EDIT-TOTALS TO EDIT-REPORT-RECORD
011092         WRITE EDIT-REPORT-RECORD
011094         MOVE WS-EDIT-HELD-TOTALS TO EDIT-REPORT-RECORD
011100         WRITE EDIT-REPORT-RECORD
011110     END-IF.
011120     DISPLAY "RECORDS READ     = " WS-READ-COUNT.
011130     DISPLAY "RECORDS ACCEPTED = " WS-ACCEPT-COUNT.
011140     DISPLAY "RECORDS REJECTED = " WS-REJECT-COUNT.
011145     DISPLAY "RECORDS HELD     = " WS-HOLD-COUNT.
011150 6000-WRITE-EDIT-TOTALS-EXIT.
011160     EXIT.
011170******************************************************************
011460     ADD 1 TO WS-REJECT-COUNT.
011470 6200-WRITE-SUSPENSE-RECORD-EXIT.
011480     EXIT.
011481******************************************************************
011482* 6250-WRITE-HOLD-RECORD - WRITE ONE DETAIL OUTSIDE ITS LIMITS TO
011483* THE HOLD FILE WITH THE LIMITS IT BROKE AND THE SUBMITTER, AND
011484* CARRY ITS AMOUNTS INTO THE HELD HASH TOTALS FOR THE PROOF
011485******************************************************************
011486 6250-WRITE-HOLD-RECORD.
011487     MOVE WS-READ-COUNT      TO HD-REC-NO.
011488     MOVE WS-BREACH-SW       TO HD-BREACH.
011489     MOVE WS-BATCH-ID        TO HD-BATCH-ID.
011490     MOVE WS-BATCH-DEPT      TO HD-DEPT.
011491     MOVE WS-BATCH-BUS-DATE  TO HD-BUS-DATE.
011492     MOVE WS-RUN-DATE        TO HD-HOLD-DATE.
011493     MOVE WS-OPERATOR-ID     TO HD-EDIT-OPER.
011494     MOVE LM-DEPT            TO HD-LIMIT-DEPT.
011495     MOVE LM-N1-MIN          TO HD-N1-MIN.
011496     MOVE LM-N1-MAX          TO HD-N1-MAX.
011497     MOVE LM-N2-MIN          TO HD-N2-MIN.
011498     MOVE LM-N2-MAX          TO HD-N2-MAX.
011499     MOVE TRANS-RECORD       TO HD-RECORD-IMAGE.
011500     MOVE HOLD-DETAIL        TO HOLD-RECORD.
011501     WRITE HOLD-RECORD.
011502*    A DETAIL THAT NEVER REACHED THE HOLD FILE IS NOT POSTED, NOT
011503*    IN SUSPENSE AND NOT HELD - LEAVE IT OUT OF THE HELD TOTALS SO
011504*    THE PROOF CANNOT BALANCE OVER IT, AND FAIL THE RUN
011505     IF NOT WS-HOLD-OK
011506         DISPLAY "HOLD FILE WRITE FAILED, STATUS = "
011507             WS-HOLD-STATUS
011508         IF RETURN-CODE < 12
011509             MOVE 12 TO RETURN-CODE
011510         END-IF
011511         GO TO 6250-WRITE-HOLD-RECORD-EXIT
011512     END-IF.
011513     ADD 1 TO WS-HOLD-COUNT.
011514     ADD 1 TO WS-BATCH-HOLD-COUNT.
011515     ADD TRANS-NUMERO1 TO WS-HELD-HASH-NUMERO1.
011516     ADD TRANS-NUMERO2 TO WS-HELD-HASH-NUMERO2.
011517     IF NOT WS-EDIT-REPORT-OK
011518         GO TO 6250-WRITE-HOLD-RECORD-EXIT
011519     END-IF.
011520     MOVE WS-READ-COUNT      TO EK-REC-NO.
011521     MOVE TRANS-OP-CODE      TO EK-OP-CODE.
011522     IF WS-N1-OUTSIDE
011523         MOVE "NUMERO1         " TO EK-BREACH-TEXT
011524     ELSE
011525         IF WS-N2-OUTSIDE
011526             MOVE "NUMERO2         " TO EK-BREACH-TEXT
011527         ELSE
011528             MOVE "NUMERO1 NUMERO2 " TO EK-BREACH-TEXT
011529         END-IF
011530     END-IF.
011531     MOVE WS-EDIT-HELD-LINE  TO EDIT-REPORT-RECORD.
011532     WRITE EDIT-REPORT-RECORD.
011533 6250-WRITE-HOLD-RECORD-EXIT.
011534     EXIT.
011535******************************************************************
011536* 6300-WRITE-VALID-TRAILER - WRITE THE RECOMPUTED TRAILER OVER
011537* THE ACCEPTED DETAILS OF THE BATCH ON THE VALIDATED FILE
011538******************************************************************
011539 6300-WRITE-VALID-TRAILER.
011540     IF NOT WS-VALID-OK
011550         GO TO 6300-WRITE-VALID-TRAILER-EXIT
011560     END-IF.
011860* 6500-STAMP-REGISTER - STAMP THE EDIT DATE AND VERDICT FOR THE
011870* BATCH JUST FINALIZED ON THE LIFECYCLE REGISTER. A BATCH NOT
011880* YET ON THE REGISTER IS ADDED, A KNOWN ONE (A RECYCLE DECK)
011900* GETS THE FRESH EDIT STAMP OVER THE OLD ONE AND KEEPS ITS
011902* EXTRACT STAMP. A KNOWN BATCH THAT NOW PASSES HAS ITS
011904* CALCULATION STAMP CLEARED, SO IT IS PICKED UP AGAIN AS
011906* EDITED AND NOT YET CALCULATED.
011910******************************************************************
011920 6500-STAMP-REGISTER.
011930     IF NOT WS-REGISTER-OK
012130             MOVE WS-RUN-DATE       TO BR-EDIT-DATE
012140             PERFORM 6550-SET-EDIT-STATUS
012150                 THRU 6550-SET-EDIT-STATUS-EXIT
012151             IF BR-EDIT-PASSED
012152                 MOVE SPACES        TO BR-CALC-DATE
012153                 MOVE ZERO          TO BR-CALC-RC
012154                 MOVE ZERO          TO BR-CALC-REC-COUNT
012155             END-IF
012160             REWRITE BATCH-REGISTER-REC
012170     END-READ.
012180     IF NOT WS-REGISTER-OK
012240     EXIT.
012250******************************************************************
012260* 6550-SET-EDIT-STATUS - TRANSLATE THE BATCH BALANCE VERDICT
012270* INTO THE REGISTER EDIT STATUS AND RECORD WHO SUBMITTED IT. A
012273* FRESH EDIT CLEARS ANY EARLIER RELEASE - THE DECK NOW ON VALIDTRN
012276* IS NOT THE ONE THE SUPERVISOR REVIEWED.
012280******************************************************************
012290 6550-SET-EDIT-STATUS.
012300     IF WS-OUT-OF-BALANCE
012320     ELSE
012330         SET BR-EDIT-PASSED TO TRUE
012340     END-IF.
012342     MOVE WS-OPERATOR-ID TO BR-EDIT-OPER.
012344     SET BR-RELEASE-PENDING TO TRUE.
012346     MOVE SPACES TO BR-RELEASE-OPER.
012348     MOVE SPACES TO BR-RELEASE-TS.
012350 6550-SET-EDIT-STATUS-EXIT.
012360     EXIT.
012370******************************************************************
012560     IF WS-RATE-OK
012570         CLOSE RATE-FILE
012580     END-IF.
012581     IF WS-DEPT-OK
012582         CLOSE DEPT-FILE
012583     END-IF.
012584     IF WS-LIMIT-OK
012585         CLOSE LIMIT-FILE
012586     END-IF.
012587     IF WS-HOLD-OK
012588         CLOSE HOLD-FILE
012589     END-IF.
012590 9000-TERMINATE-EXIT.
012600     EXIT.
012610 END PROGRAM EDITTRNS.
