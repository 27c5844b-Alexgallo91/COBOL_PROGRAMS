000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     RSLTBRWS.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-10-14.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-10-14  JA   ORIGINAL VERSION - CONSOLE RANGE BROWSE OF THE
000160*                  KEYED RESULTS MASTER RSLTMAST. FOR ONE
000170*                  DEPARTMENT OR ONE OPERATOR AND A RANGE OF RUN
000180*                  DATES IT READS THE DEPARTMENT OR OPERATOR
000190*                  ALTERNATE KEY (SEE RSLTMAST) AND SHOWS THE
000200*                  RESULTS A PAGE AT A TIME, PAGING FORWARD AND
000210*                  BACK, WITH A SUBTOTAL AS EACH BATCH ENDS. THE
000220*                  OPERATOR IS CHECKED AGAINST OPERMAST THE WAY
000230*                  RSLTMINQ DOES (LEVEL 1); A REFUSAL ENDS THE RUN
000240*                  WITH RETURN CODE 16 AND A VIO LINE ON AUDITLOG.
000242* 2026-10-15  JA   A READ THAT RETURNS STATUS 02 (MORE RESULTS FOR
000244*                  THE SAME DEPARTMENT OR OPERATOR AND RUN DATE)
000246*                  IS NOW TAKEN AS GOOD, SO A PAGE NO LONGER STOPS
000248*                  AT THE FIRST OF THEM.
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.    IBM-370.
000290 OBJECT-COMPUTER.    IBM-370.
000300 SPECIAL-NAMES.
000310     CONSOLE IS CONSOLE.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RESULT-FILE ASSIGN TO RSLTMAST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RM-KEY
000380         ALTERNATE RECORD KEY IS RM-DEPT-KEY
000390             WITH DUPLICATES
000400         ALTERNATE RECORD KEY IS RM-OPER-KEY
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-RESULT-STATUS.
000430
000440     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS OM-KEY
000480         FILE STATUS IS WS-OPERATOR-STATUS.
000490
000500     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-STATUS.
000530
000540     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PROCDATE-STATUS.
000570******************************************************************
000580* DATA DIVISION.
000590******************************************************************
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  RESULT-FILE.
000630     COPY RSLTMAST.
000640
000650 FD  OPERATOR-FILE.
000660     COPY OPERREC.
000670
000680 FD  AUDIT-FILE
000690     RECORDING MODE IS F.
000700 01  AUDIT-RECORD                   PIC X(177).
000710
000720 FD  PROCDATE-FILE
000730     RECORDING MODE IS F.
000740     COPY PROCDREC.
000750
000760 WORKING-STORAGE SECTION.
000770******************************************************************
000780* SWITCHES AND COUNTERS
000790******************************************************************
000800 77  WS-RESULT-STATUS           PIC X(02)  VALUE SPACES.
000803*    02 - THE DEPARTMENT OR OPERATOR KEY IS SHARED WITH ANOTHER
000806*    RESULT, THE NORMAL CASE FOR A SECOND POSTING ON A RUN DATE
000810     88  WS-RESULT-OK                      VALUE "00" "02".
000820     88  WS-RESULT-EOF                     VALUE "10".
000830     88  WS-RESULT-NOT-FOUND               VALUE "23".
000840
000850 77  WS-OPERATOR-STATUS         PIC X(02)  VALUE SPACES.
000860     88  WS-OPERATOR-OK                    VALUE "00".
000870     88  WS-OPERATOR-NOT-FOUND             VALUE "23".
000880
000890 77  WS-AUDIT-STATUS            PIC X(02)  VALUE SPACES.
000900     88  WS-AUDIT-OK                       VALUE "00".
000910     88  WS-AUDIT-FILE-NOT-FOUND           VALUE "35".
000920
000930 77  WS-AUTH-SW                 PIC X(01)  VALUE "N".
000940     88  WS-OPERATOR-AUTHORIZED            VALUE "Y".
000950     88  WS-OPERATOR-REFUSED               VALUE "N".
000960
000970 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
000980 77  WS-VIOLATION-TEXT          PIC X(11)  VALUE SPACES.
000990 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001000     88  WS-PROCDATE-OK                    VALUE "00".
001010     88  WS-PROCDATE-EOF                   VALUE "10".
001020
001030 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001040     88  WS-PROCDATE-FOUND                 VALUE "Y".
001050     88  WS-PROCDATE-MISSING               VALUE "N".
001060
001070 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001080 77  WS-AUDIT-TIME              PIC X(08)  VALUE SPACES.
001090 77  WS-AUDIT-TIMESTAMP         PIC X(17)  VALUE SPACES.
001100
001110 77  WS-ANOTHER-SW              PIC X(01)  VALUE "Y".
001120     88  WS-ANOTHER-YES                    VALUE "Y" "y".
001130     88  WS-ANOTHER-NO                     VALUE "N" "n".
001140
001150 77  WS-FIELD-ED                PIC X(11)  VALUE SPACES.
001160 77  WS-FIELD-FLAG              PIC X(01)  VALUE SPACE.
001170 77  WS-FIELD-VALUE             PIC S9(7)V99 VALUE ZERO.
001180 77  WS-FIELD-EDIT              PIC -9(7).99.
001190
001200******************************************************************
001210* BROWSE SELECTION - DEPARTMENT OR OPERATOR AND THE RUN DATES
001220******************************************************************
001230 77  WS-BRW-MODE-SW             PIC X(01)  VALUE SPACES.
001240     88  WS-BRW-BY-DEPT                    VALUE "D" "d".
001250     88  WS-BRW-BY-OPER                    VALUE "O" "o".
001260
001270 77  WS-SELECTION-SW            PIC X(01)  VALUE "N".
001280     88  WS-SELECTION-OK                   VALUE "Y".
001290
001300 77  WS-BRW-DEPT                PIC X(04)  VALUE SPACES.
001310 77  WS-BRW-OPER                PIC X(08)  VALUE SPACES.
001320 77  WS-BRW-FROM-DATE           PIC X(08)  VALUE SPACES.
001330 77  WS-BRW-TO-DATE             PIC X(08)  VALUE SPACES.
001340
001350******************************************************************
001360* PAGING - EACH PAGE SEEN IS REMEMBERED BY THE RUN DATE IT STARTS
001370* ON AND HOW MANY RECORDS OF THAT DATE COME BEFORE IT, SO A PAGE
001380* IS FOUND AGAIN BY STARTING THE KEY AT THE DATE AND PASSING OVER
001390* THAT MANY. RECORDS SHARING A KEY STAY IN THE ORDER WRITTEN.
001400******************************************************************
001410 77  WS-PAGE-SIZE               PIC 9(03)  COMP VALUE 15.
001420 77  WS-PAGE-NO                 PIC 9(03)  COMP VALUE ZERO.
001430 77  WS-NEXT-PAGE-NO            PIC 9(03)  COMP VALUE ZERO.
001440 77  WS-LINE-COUNT              PIC 9(03)  COMP VALUE ZERO.
001450 77  WS-SKIP-LEFT               PIC 9(07)  COMP VALUE ZERO.
001460 77  WS-CUR-DATE                PIC X(08)  VALUE SPACES.
001470 77  WS-CUR-ORDINAL             PIC 9(07)  COMP VALUE ZERO.
001480 77  WS-READ-DATE               PIC X(08)  VALUE SPACES.
001490
001500 77  WS-RANGE-SW                PIC X(01)  VALUE "N".
001510     88  WS-RANGE-END                      VALUE "Y".
001520
001530 77  WS-LAST-PAGE-SW            PIC X(01)  VALUE "N".
001540     88  WS-LAST-PAGE                      VALUE "Y".
001550
001560 77  WS-PAGE-CMD                PIC X(01)  VALUE SPACE.
001570     88  WS-PAGE-FORWARD                   VALUE "F" "f".
001580     88  WS-PAGE-BACK                      VALUE "B" "b".
001590     88  WS-PAGE-QUIT                      VALUE "Q" "q".
001600
001610 01  WS-PAGE-TABLE.
001620     05  WS-PAGE-ENTRY OCCURS 200 TIMES.
001630         10  WS-PAGE-START-DATE PIC X(08).
001640         10  WS-PAGE-START-SKIP PIC 9(07)  COMP.
001650
001660******************************************************************
001670* BATCH SUBTOTAL - EVERY RECORD OF THE BATCH IN THE RANGE, THOSE
001680* ON EARLIER PAGES INCLUDED. A REVERSED RESULT IS COUNTED BUT
001690* LEFT OUT OF THE AMOUNTS, AND A SUMA IS ADDED ONLY WHERE IT
001700* CALCULATED CLEAN.
001710******************************************************************
001720 77  WS-SUB-BATCH-ID            PIC X(08)  VALUE SPACES.
001730 77  WS-SUB-COUNT               PIC 9(05)  COMP VALUE ZERO.
001740 77  WS-SUB-REV-COUNT           PIC 9(05)  COMP VALUE ZERO.
001750 77  WS-SUB-NUMERO1             PIC S9(11)V99 VALUE ZERO.
001760 77  WS-SUB-NUMERO2             PIC S9(11)V99 VALUE ZERO.
001770 77  WS-SUB-SUMA                PIC S9(11)V99 VALUE ZERO.
001780
001790******************************************************************
001800* BROWSE DISPLAY LINES
001810******************************************************************
001820 01  WS-BRW-PAGE-LINE.
001830     05  FILLER                 PIC X(05) VALUE "PAGE ".
001840     05  BP-PAGE-NO             PIC ZZ9.
001850     05  FILLER                 PIC X(02) VALUE SPACES.
001860     05  BP-SELECT-LABEL        PIC X(10).
001870     05  FILLER                 PIC X(01) VALUE SPACE.
001880     05  BP-SELECT-VALUE        PIC X(08).
001890     05  FILLER                 PIC X(07) VALUE "  FROM ".
001900     05  BP-FROM-DATE           PIC X(08).
001910     05  FILLER                 PIC X(04) VALUE " TO ".
001920     05  BP-TO-DATE             PIC X(08).
001930
001940 01  WS-BRW-HEADING-LINE.
001950     05  FILLER                 PIC X(09) VALUE "BATCH    ".
001960     05  FILLER                 PIC X(08) VALUE "RECORD  ".
001970     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001980     05  FILLER                 PIC X(05) VALUE "DEPT ".
001990     05  FILLER                 PIC X(09) VALUE "OPERATOR ".
002000     05  FILLER                 PIC X(04) VALUE "OP  ".
002010     05  FILLER                 PIC X(12) VALUE "    NUMERO1 ".
002020     05  FILLER                 PIC X(12) VALUE "    NUMERO2 ".
002030     05  FILLER                 PIC X(12) VALUE "       SUMA ".
002040     05  FILLER                 PIC X(03) VALUE "REV".
002050
002060 01  WS-BRW-DETAIL-LINE.
002070     05  BD-BATCH-ID            PIC X(08).
002080     05  FILLER                 PIC X(01) VALUE SPACE.
002090     05  BD-REC-NO              PIC 9(07).
002100     05  FILLER                 PIC X(01) VALUE SPACE.
002110     05  BD-RUN-DATE            PIC X(08).
002120     05  FILLER                 PIC X(01) VALUE SPACE.
002130     05  BD-DEPT                PIC X(04).
002140     05  FILLER                 PIC X(01) VALUE SPACE.
002150     05  BD-OPERATOR-ID         PIC X(08).
002160     05  FILLER                 PIC X(01) VALUE SPACE.
002170     05  BD-OP-CODE             PIC X(03).
002180     05  FILLER                 PIC X(01) VALUE SPACE.
002190     05  BD-NUMERO1             PIC -9(7).99.
002200     05  FILLER                 PIC X(01) VALUE SPACE.
002210     05  BD-NUMERO2             PIC -9(7).99.
002220     05  FILLER                 PIC X(01) VALUE SPACE.
002230     05  BD-SUMA                PIC X(11).
002240     05  FILLER                 PIC X(01) VALUE SPACE.
002250     05  BD-REV-MARK            PIC X(03).
002260
002270 01  WS-BRW-SUBTOTAL-LINE.
002280     05  FILLER                 PIC X(09) VALUE "** BATCH ".
002290     05  BS-BATCH-ID            PIC X(08).
002300     05  FILLER                 PIC X(06) VALUE " RECS ".
002310     05  BS-COUNT               PIC ZZZZ9.
002320     05  FILLER                 PIC X(05) VALUE " REV ".
002330     05  BS-REV-COUNT           PIC ZZZZ9.
002340     05  FILLER                 PIC X(04) VALUE SPACES.
002350     05  BS-NUMERO1             PIC -9(9).99.
002360     05  FILLER                 PIC X(01) VALUE SPACE.
002370     05  BS-NUMERO2             PIC -9(9).99.
002380     05  FILLER                 PIC X(01) VALUE SPACE.
002390     05  BS-SUMA                PIC -9(9).99.
002400
002410******************************************************************
002420* AUDIT LOG RECORD - SHARED COPYBOOK, USED HERE ONLY FOR THE
002430* SECURITY VIOLATION LINE
002440******************************************************************
002450     COPY AUDITREC.
002460
002470******************************************************************
002480* AUDIT LOG SEQUENCE AND CHECK VALUE WORK AREA - SHARED COPYBOOK
002490******************************************************************
002500     COPY AUDCHAIN.
002510******************************************************************
002520* PROCEDURE DIVISION.
002530******************************************************************
002540 PROCEDURE DIVISION.
002550******************************************************************
002560* 0000-MAINLINE - PROGRAM ENTRY POINT
002570******************************************************************
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE
002600         THRU 1000-INITIALIZE-EXIT.
002610
002620     IF WS-RESULT-OK
002630         PERFORM 2000-BROWSE-PROCESS
002640             THRU 2000-BROWSE-PROCESS-EXIT
002650             UNTIL WS-ANOTHER-NO
002660     END-IF.
002670
002680     PERFORM 9000-TERMINATE
002690         THRU 9000-TERMINATE-EXIT.
002700
002710     STOP RUN.
002720******************************************************************
002730* 1000-INITIALIZE - PROVE THE OPERATOR AND OPEN THE RESULTS
002740* MASTER. A REFUSED OPERATOR LEAVES THE MASTER UNOPENED, SO
002750* THE BROWSE LOOP NEVER STARTS.
002760******************************************************************
002770 1000-INITIALIZE.
002780     PERFORM 1010-READ-PROCESSING-DATE
002790         THRU 1010-READ-PROCESSING-DATE-EXIT.
002800     IF WS-PROCDATE-MISSING
002810         GO TO 1000-INITIALIZE-EXIT
002820     END-IF.
002830     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
002840     IF WS-OPERATOR-ID = SPACES
002850         MOVE "UNKNOWN " TO WS-OPERATOR-ID
002860     END-IF.
002870     PERFORM 1100-CHECK-OPERATOR
002880         THRU 1100-CHECK-OPERATOR-EXIT.
002890     IF WS-OPERATOR-REFUSED
002900         GO TO 1000-INITIALIZE-EXIT
002910     END-IF.
002920     OPEN INPUT RESULT-FILE.
002930     IF NOT WS-RESULT-OK
002940         DISPLAY "UNABLE TO OPEN RESULTS MASTER, STATUS = "
002950             WS-RESULT-STATUS
002960     END-IF.
002970 1000-INITIALIZE-EXIT.
002980     EXIT.
002990******************************************************************
003000* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
003010* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
003020* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
003030* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
003040* DOES NOTHING.
003050******************************************************************
003060 1010-READ-PROCESSING-DATE.
003070     OPEN INPUT PROCDATE-FILE.
003080     IF NOT WS-PROCDATE-OK
003090         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
003100             WS-PROCDATE-STATUS
003110         GO TO 1010-READ-PROCESSING-DATE-FAIL
003120     END-IF.
003130     READ PROCDATE-FILE
003140         AT END
003150             MOVE SPACES TO PROCESSING-DATE-REC
003160     END-READ.
003170     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
003180         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
003190             WS-PROCDATE-STATUS
003200         CLOSE PROCDATE-FILE
003210         GO TO 1010-READ-PROCESSING-DATE-FAIL
003220     END-IF.
003230     CLOSE PROCDATE-FILE.
003240     IF PD-CURRENT-DATE IS NOT NUMERIC
003250         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
003260         GO TO 1010-READ-PROCESSING-DATE-FAIL
003270     END-IF.
003280     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
003290     SET WS-PROCDATE-FOUND TO TRUE.
003300     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
003310     GO TO 1010-READ-PROCESSING-DATE-EXIT.
003320
003330 1010-READ-PROCESSING-DATE-FAIL.
003340     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
003350     IF RETURN-CODE < 12
003360         MOVE 12 TO RETURN-CODE
003370     END-IF.
003380 1010-READ-PROCESSING-DATE-EXIT.
003390     EXIT.
003400******************************************************************
003410* 1100-CHECK-OPERATOR - PROVE THE OPERATOR AGAINST THE KEYED
003420* OPERATOR MASTER. A BROWSE NEEDS INQUIRY LEVEL 1. AN UNKNOWN
003430* OPERATOR, AN INSUFFICIENT LEVEL OR A MISSING OPERATOR MASTER
003440* ENDS THE RUN WITH RETURN CODE 16 - THE CHECK FAILS CLOSED -
003450* AND THE REFUSAL IS WRITTEN TO AUDITLOG AS A VIO LINE.
003460******************************************************************
003470 1100-CHECK-OPERATOR.
003480     SET WS-OPERATOR-REFUSED TO TRUE.
003490     OPEN INPUT OPERATOR-FILE.
003500     IF NOT WS-OPERATOR-OK
003510         DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS = "
003520             WS-OPERATOR-STATUS
003530         DISPLAY "RUN ABANDONED - OPERATOR NOT VERIFIABLE"
003540         IF RETURN-CODE < 16
003550             MOVE 16 TO RETURN-CODE
003560         END-IF
003570         GO TO 1100-CHECK-OPERATOR-EXIT
003580     END-IF.
003590     MOVE WS-OPERATOR-ID TO OM-OPER-ID.
003600     READ OPERATOR-FILE
003610         INVALID KEY
003620             MOVE "UNKNOWN ID " TO WS-VIOLATION-TEXT
003630         NOT INVALID KEY
003640             IF OM-LEVEL-INQUIRY
003650                 SET WS-OPERATOR-AUTHORIZED TO TRUE
003660             ELSE
003670                 MOVE "LEVEL LOW  " TO WS-VIOLATION-TEXT
003680             END-IF
003690     END-READ.
003700     CLOSE OPERATOR-FILE.
003710     MOVE SPACES TO WS-OPERATOR-STATUS.
003720     IF WS-OPERATOR-AUTHORIZED
003730         GO TO 1100-CHECK-OPERATOR-EXIT
003740     END-IF.
003750     DISPLAY "OPERATOR " WS-OPERATOR-ID
003760         " REFUSED - " WS-VIOLATION-TEXT.
003770     DISPLAY "RUN ABANDONED - NOTHING PROCESSED".
003780     PERFORM 1150-WRITE-VIOLATION
003790         THRU 1150-WRITE-VIOLATION-EXIT.
003800     IF RETURN-CODE < 16
003810         MOVE 16 TO RETURN-CODE
003820     END-IF.
003830 1100-CHECK-OPERATOR-EXIT.
003840     EXIT.
003850******************************************************************
003860* 1150-WRITE-VIOLATION - APPEND THE REFUSED ATTEMPT TO THE
003870* AUDIT LOG AS A VIO LINE - TIMESTAMP, THE SECURITY MARKER IN
003880* THE BATCH FIELD, THE OPERATOR AND THE REASON
003890******************************************************************
003900 1150-WRITE-VIOLATION.
003910     PERFORM 1160-FIND-CHAIN-TAIL
003920         THRU 1160-FIND-CHAIN-TAIL-EXIT.
003930     OPEN EXTEND AUDIT-FILE.
003940     IF WS-AUDIT-FILE-NOT-FOUND
003950         OPEN OUTPUT AUDIT-FILE
003960     END-IF.
003970     IF NOT WS-AUDIT-OK
003980         DISPLAY "UNABLE TO LOG VIOLATION, STATUS = "
003990             WS-AUDIT-STATUS
004000         MOVE SPACES TO WS-AUDIT-STATUS
004010         GO TO 1150-WRITE-VIOLATION-EXIT
004020     END-IF.
004030     ACCEPT WS-AUDIT-TIME FROM TIME.
004040     STRING WS-RUN-DATE    DELIMITED BY SIZE
004050            "-"            DELIMITED BY SIZE
004060            WS-AUDIT-TIME  DELIMITED BY SIZE
004070         INTO WS-AUDIT-TIMESTAMP.
004080     MOVE SPACES             TO AUDIT-DETAIL.
004090     MOVE WS-AUDIT-TIMESTAMP TO AD-TIMESTAMP.
004100     MOVE "SECURITY"         TO AD-BATCH-ID.
004110     MOVE ZERO               TO AD-REC-NO.
004120     MOVE WS-OPERATOR-ID     TO AD-OPERATOR-ID.
004130     MOVE "VIO"              TO AD-OP-CODE.
004140     MOVE WS-VIOLATION-TEXT  TO AD-SUMA-NA.
004150     PERFORM 1170-SEAL-AUDIT-LINE
004160         THRU 1170-SEAL-AUDIT-LINE-EXIT.
004170     MOVE AUDIT-DETAIL       TO AUDIT-RECORD.
004180     WRITE AUDIT-RECORD.
004190     CLOSE AUDIT-FILE.
004200     MOVE SPACES TO WS-AUDIT-STATUS.
004210 1150-WRITE-VIOLATION-EXIT.
004220     EXIT.
004230******************************************************************
004240* 1160-FIND-CHAIN-TAIL - READ THE AUDIT LOG THROUGH TO ITS END FOR
004250* THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST SEALED LINE,
004260* SO THE LINES THIS RUN APPENDS CARRY THE CHAIN ON. NO LOG YET,
004270* OR ONLY LINES FROM BEFORE THE CHAIN, STARTS FROM ZERO.
004280******************************************************************
004290 1160-FIND-CHAIN-TAIL.
004300     MOVE ZERO TO AC-SEQ-NO.
004310     MOVE ZERO TO AC-CHAIN-VALUE.
004320     OPEN INPUT AUDIT-FILE.
004330     IF NOT WS-AUDIT-OK
004340         MOVE SPACES TO WS-AUDIT-STATUS
004350         GO TO 1160-FIND-CHAIN-TAIL-EXIT
004360     END-IF.
004370     PERFORM 1165-READ-CHAIN-TAIL
004380         THRU 1165-READ-CHAIN-TAIL-EXIT
004390         UNTIL NOT WS-AUDIT-OK.
004400     CLOSE AUDIT-FILE.
004410     MOVE SPACES TO WS-AUDIT-STATUS.
004420     MOVE SPACES TO AUDIT-DETAIL.
004430 1160-FIND-CHAIN-TAIL-EXIT.
004440     EXIT.
004450******************************************************************
004460* 1165-READ-CHAIN-TAIL - KEEP THE SEQUENCE AND CHECK VALUE OF
004470* EVERY SEALED LINE READ, SO THE LAST ONE STANDS AT END OF FILE
004480******************************************************************
004490 1165-READ-CHAIN-TAIL.
004500     READ AUDIT-FILE INTO AUDIT-DETAIL
004510         AT END
004520             GO TO 1165-READ-CHAIN-TAIL-EXIT
004530     END-READ.
004540     IF AD-SEQ-NO IS NUMERIC
004550         AND AD-CHAIN-VALUE IS NUMERIC
004560         MOVE AD-SEQ-NO      TO AC-SEQ-NO
004570         MOVE AD-CHAIN-VALUE TO AC-CHAIN-VALUE
004580     END-IF.
004590 1165-READ-CHAIN-TAIL-EXIT.
004600     EXIT.
004610******************************************************************
004620* 1170-SEAL-AUDIT-LINE - NUMBER THE LINE BUILT IN AUDIT-DETAIL AND
004630* CHAIN ITS CHECK VALUE ON FROM THE LINE BEFORE IT (SEE AUDCHAIN)
004640******************************************************************
004650 1170-SEAL-AUDIT-LINE.
004660     ADD 1 TO AC-SEQ-NO.
004670     MOVE AC-SEQ-NO TO AD-SEQ-NO.
004680     PERFORM 1175-CHAIN-ONE-BYTE
004690         THRU 1175-CHAIN-ONE-BYTE-EXIT
004700         VARYING AC-IX FROM 1 BY 1
004710         UNTIL AC-IX > AC-SEALED-LENGTH.
004720     MOVE AC-CHAIN-VALUE TO AD-CHAIN-VALUE.
004730 1170-SEAL-AUDIT-LINE-EXIT.
004740     EXIT.
004750******************************************************************
004760* 1175-CHAIN-ONE-BYTE - FOLD ONE BYTE INTO THE CHECK VALUE
004770******************************************************************
004780 1175-CHAIN-ONE-BYTE.
004790     MOVE AUDIT-DETAIL (AC-IX:1) TO AC-BYTE.
004800     COMPUTE AC-WORK = AC-CHAIN-VALUE * 31 + AC-BYTE-NUM + AC-IX.
004810     DIVIDE AC-WORK BY AC-MODULUS
004820         GIVING AC-QUOTIENT REMAINDER AC-CHAIN-VALUE.
004830 1175-CHAIN-ONE-BYTE-EXIT.
004840     EXIT.
004850******************************************************************
004860* 2000-BROWSE-PROCESS - TAKE ONE SELECTION, PAGE THROUGH IT AND
004870* ASK WHETHER TO CONTINUE
004880******************************************************************
004890 2000-BROWSE-PROCESS.
004900     PERFORM 2100-ACCEPT-SELECTION
004910         THRU 2100-ACCEPT-SELECTION-EXIT.
004920     IF WS-SELECTION-OK
004930         PERFORM 3000-BROWSE-RANGE
004940             THRU 3000-BROWSE-RANGE-EXIT
004950     END-IF.
004960
004970     DISPLAY "ANOTHER BROWSE? (Y/N):"
004980     ACCEPT WS-ANOTHER-SW.
004990 2000-BROWSE-PROCESS-EXIT.
005000     EXIT.
005010******************************************************************
005020* 2100-ACCEPT-SELECTION - DEPARTMENT OR OPERATOR, THEN THE RANGE
005030* OF RUN DATES. A BLANK FROM DATE IS THE PROCESSING DATE AND A
005040* BLANK TO DATE IS THE FROM DATE.
005050******************************************************************
005060 2100-ACCEPT-SELECTION.
005070     MOVE "N" TO WS-SELECTION-SW.
005080     DISPLAY "BROWSE BY DEPARTMENT OR BY OPERATOR (D/O)?"
005090     ACCEPT WS-BRW-MODE-SW.
005100     IF WS-BRW-BY-DEPT
005110         DISPLAY "DEPARTMENT:"
005120         ACCEPT WS-BRW-DEPT
005130         IF WS-BRW-DEPT = SPACES
005140             DISPLAY "DEPARTMENT IS REQUIRED"
005150             GO TO 2100-ACCEPT-SELECTION-EXIT
005160         END-IF
005170     ELSE
005180         IF WS-BRW-BY-OPER
005190             DISPLAY "OPERATOR ID:"
005200             ACCEPT WS-BRW-OPER
005210             IF WS-BRW-OPER = SPACES
005220                 DISPLAY "OPERATOR ID IS REQUIRED"
005230                 GO TO 2100-ACCEPT-SELECTION-EXIT
005240             END-IF
005250         ELSE
005260             DISPLAY "ENTER D OR O"
005270             GO TO 2100-ACCEPT-SELECTION-EXIT
005280         END-IF
005290     END-IF.
005300
005310     DISPLAY "FROM RUN DATE (YYYYMMDD, BLANK = " WS-RUN-DATE "):"
005320     MOVE SPACES TO WS-BRW-FROM-DATE.
005330     ACCEPT WS-BRW-FROM-DATE.
005340     IF WS-BRW-FROM-DATE = SPACES
005350         MOVE WS-RUN-DATE TO WS-BRW-FROM-DATE
005360     END-IF.
005370     IF WS-BRW-FROM-DATE IS NOT NUMERIC
005380         DISPLAY "FROM DATE NOT VALID: " WS-BRW-FROM-DATE
005390         GO TO 2100-ACCEPT-SELECTION-EXIT
005400     END-IF.
005410     DISPLAY "TO RUN DATE (YYYYMMDD, BLANK = " WS-BRW-FROM-DATE
005420         "):"
005430     MOVE SPACES TO WS-BRW-TO-DATE.
005440     ACCEPT WS-BRW-TO-DATE.
005450     IF WS-BRW-TO-DATE = SPACES
005460         MOVE WS-BRW-FROM-DATE TO WS-BRW-TO-DATE
005470     END-IF.
005480     IF WS-BRW-TO-DATE IS NOT NUMERIC
005490         DISPLAY "TO DATE NOT VALID: " WS-BRW-TO-DATE
005500         GO TO 2100-ACCEPT-SELECTION-EXIT
005510     END-IF.
005520     IF WS-BRW-TO-DATE < WS-BRW-FROM-DATE
005530         DISPLAY "TO DATE IS BEFORE FROM DATE"
005540         GO TO 2100-ACCEPT-SELECTION-EXIT
005550     END-IF.
005560     SET WS-SELECTION-OK TO TRUE.
005570 2100-ACCEPT-SELECTION-EXIT.
005580     EXIT.
005590******************************************************************
005600* 3000-BROWSE-RANGE - PAGE THROUGH THE SELECTION FROM ITS FIRST
005610* PAGE UNTIL THE OPERATOR QUITS
005620******************************************************************
005630 3000-BROWSE-RANGE.
005640     MOVE 1 TO WS-PAGE-NO.
005650     MOVE WS-BRW-FROM-DATE TO WS-PAGE-START-DATE (1).
005660     MOVE ZERO             TO WS-PAGE-START-SKIP (1).
005670     MOVE SPACE TO WS-PAGE-CMD.
005680     PERFORM 3100-SHOW-PAGE
005690         THRU 3100-SHOW-PAGE-EXIT
005700         UNTIL WS-PAGE-QUIT.
005710     MOVE "00" TO WS-RESULT-STATUS.
005720 3000-BROWSE-RANGE-EXIT.
005730     EXIT.
005740******************************************************************
005750* 3100-SHOW-PAGE - SHOW THE CURRENT PAGE, NOTE WHERE THE NEXT ONE
005760* STARTS, AND TAKE THE PAGING COMMAND
005770******************************************************************
005780 3100-SHOW-PAGE.
005790     PERFORM 4000-POSITION-PAGE
005800         THRU 4000-POSITION-PAGE-EXIT.
005810     IF WS-RANGE-END
005820         DISPLAY "NO RESULTS FOR THIS SELECTION AND DATE RANGE"
005830         SET WS-PAGE-QUIT TO TRUE
005840         GO TO 3100-SHOW-PAGE-EXIT
005850     END-IF.
005860
005870     MOVE WS-PAGE-NO TO BP-PAGE-NO.
005880     IF WS-BRW-BY-DEPT
005890         MOVE "DEPARTMENT"  TO BP-SELECT-LABEL
005900         MOVE WS-BRW-DEPT   TO BP-SELECT-VALUE
005910     ELSE
005920         MOVE "OPERATOR  "  TO BP-SELECT-LABEL
005930         MOVE WS-BRW-OPER   TO BP-SELECT-VALUE
005940     END-IF.
005950     MOVE WS-BRW-FROM-DATE TO BP-FROM-DATE.
005960     MOVE WS-BRW-TO-DATE   TO BP-TO-DATE.
005970     DISPLAY " ".
005980     DISPLAY WS-BRW-PAGE-LINE.
005990     DISPLAY WS-BRW-HEADING-LINE.
006000
006010     MOVE ZERO TO WS-LINE-COUNT.
006020     PERFORM 4200-SHOW-ONE-LINE
006030         THRU 4200-SHOW-ONE-LINE-EXIT
006040         UNTIL WS-LINE-COUNT >= WS-PAGE-SIZE
006050             OR WS-RANGE-END.
006060
006070     MOVE "N" TO WS-LAST-PAGE-SW.
006080     IF WS-RANGE-END
006090         SET WS-LAST-PAGE TO TRUE
006100         DISPLAY "*** END OF RANGE ***"
006110     ELSE
006120         IF RM-BATCH-ID = WS-SUB-BATCH-ID
006130             DISPLAY "   BATCH " WS-SUB-BATCH-ID
006140                 " CONTINUES ON THE NEXT PAGE"
006150         END-IF
006160         IF WS-PAGE-NO < 200
006170             COMPUTE WS-NEXT-PAGE-NO = WS-PAGE-NO + 1
006180             MOVE WS-CUR-DATE
006190                 TO WS-PAGE-START-DATE (WS-NEXT-PAGE-NO)
006200             COMPUTE WS-PAGE-START-SKIP (WS-NEXT-PAGE-NO)
006210                 = WS-CUR-ORDINAL - 1
006220         END-IF
006230     END-IF.
006240
006250 3100-SHOW-PAGE-ASK.
006260     DISPLAY "F=FORWARD  B=BACK  Q=QUIT:"
006270     ACCEPT WS-PAGE-CMD.
006280     IF WS-PAGE-QUIT
006290         GO TO 3100-SHOW-PAGE-EXIT
006300     END-IF.
006310     IF WS-PAGE-FORWARD
006320         IF WS-LAST-PAGE
006330             DISPLAY "ALREADY ON THE LAST PAGE"
006340             GO TO 3100-SHOW-PAGE-ASK
006350         END-IF
006360         IF WS-PAGE-NO >= 200
006370             DISPLAY "PAGE LIMIT REACHED - NARROW THE DATE RANGE"
006380             GO TO 3100-SHOW-PAGE-ASK
006390         END-IF
006400         ADD 1 TO WS-PAGE-NO
006410         GO TO 3100-SHOW-PAGE-EXIT
006420     END-IF.
006430     IF WS-PAGE-BACK
006440         IF WS-PAGE-NO = 1
006450             DISPLAY "ALREADY ON THE FIRST PAGE"
006460             GO TO 3100-SHOW-PAGE-ASK
006470         END-IF
006480         SUBTRACT 1 FROM WS-PAGE-NO
006490         GO TO 3100-SHOW-PAGE-EXIT
006500     END-IF.
006510     DISPLAY "ENTER F, B OR Q".
006520     GO TO 3100-SHOW-PAGE-ASK.
006530 3100-SHOW-PAGE-EXIT.
006540     EXIT.
006550******************************************************************
006560* 4000-POSITION-PAGE - START THE SELECTED KEY AT THE PAGE'S RUN
006570* DATE, PASS OVER THE RECORDS OF THAT DATE ON EARLIER PAGES
006580* (SUBTOTALLING THEM FOR THE BATCH IN PROGRESS) AND READ THE
006590* FIRST RECORD OF THE PAGE
006600******************************************************************
006610 4000-POSITION-PAGE.
006620     MOVE "N"    TO WS-RANGE-SW.
006630     MOVE SPACES TO WS-CUR-DATE.
006640     MOVE ZERO   TO WS-CUR-ORDINAL.
006650     MOVE SPACES TO WS-SUB-BATCH-ID.
006660     IF WS-BRW-BY-DEPT
006670         MOVE WS-BRW-DEPT TO RM-DKEY-DEPT
006680         MOVE WS-PAGE-START-DATE (WS-PAGE-NO) TO RM-DKEY-RUN-DATE
006690         START RESULT-FILE KEY NOT < RM-DEPT-KEY
006700             INVALID KEY
006710                 SET WS-RANGE-END TO TRUE
006720         END-START
006730     ELSE
006740         MOVE WS-BRW-OPER TO RM-OKEY-OPERATOR-ID
006750         MOVE WS-PAGE-START-DATE (WS-PAGE-NO) TO RM-OKEY-RUN-DATE
006760         START RESULT-FILE KEY NOT < RM-OPER-KEY
006770             INVALID KEY
006780                 SET WS-RANGE-END TO TRUE
006790         END-START
006800     END-IF.
006810     IF WS-RANGE-END
006820         GO TO 4000-POSITION-PAGE-EXIT
006830     END-IF.
006840
006850     MOVE WS-PAGE-START-SKIP (WS-PAGE-NO) TO WS-SKIP-LEFT.
006860     PERFORM 4050-PASS-ONE
006870         THRU 4050-PASS-ONE-EXIT
006880         UNTIL WS-SKIP-LEFT = ZERO
006890             OR WS-RANGE-END.
006900     IF NOT WS-RANGE-END
006910         PERFORM 4100-READ-IN-RANGE
006920             THRU 4100-READ-IN-RANGE-EXIT
006930     END-IF.
006940 4000-POSITION-PAGE-EXIT.
006950     EXIT.
006960******************************************************************
006970* 4050-PASS-ONE - PASS OVER ONE RECORD SHOWN ON AN EARLIER PAGE
006980******************************************************************
006990 4050-PASS-ONE.
007000     PERFORM 4100-READ-IN-RANGE
007010         THRU 4100-READ-IN-RANGE-EXIT.
007020     IF NOT WS-RANGE-END
007030         PERFORM 4150-ADD-TO-SUBTOTAL
007040             THRU 4150-ADD-TO-SUBTOTAL-EXIT
007050     END-IF.
007060     SUBTRACT 1 FROM WS-SKIP-LEFT.
007070 4050-PASS-ONE-EXIT.
007080     EXIT.
007090******************************************************************
007100* 4100-READ-IN-RANGE - READ THE NEXT RECORD ON THE SELECTED KEY.
007110* ANOTHER DEPARTMENT OR OPERATOR, A DATE PAST THE RANGE OR THE
007120* END OF THE MASTER ENDS THE RANGE. THE ORDINAL COUNTS THE
007130* RECORDS READ SO FAR ON THE SAME RUN DATE.
007140******************************************************************
007150 4100-READ-IN-RANGE.
007160     READ RESULT-FILE NEXT RECORD
007170         AT END
007180             SET WS-RANGE-END TO TRUE
007190             GO TO 4100-READ-IN-RANGE-EXIT
007200     END-READ.
007210     IF NOT WS-RESULT-OK
007220         DISPLAY "RESULTS MASTER READ FAILED, STATUS = "
007230             WS-RESULT-STATUS
007240         SET WS-RANGE-END TO TRUE
007250         GO TO 4100-READ-IN-RANGE-EXIT
007260     END-IF.
007270     IF WS-BRW-BY-DEPT
007280         IF RM-DKEY-DEPT NOT = WS-BRW-DEPT
007290             SET WS-RANGE-END TO TRUE
007300             GO TO 4100-READ-IN-RANGE-EXIT
007310         END-IF
007320         MOVE RM-DKEY-RUN-DATE TO WS-READ-DATE
007330     ELSE
007340         IF RM-OKEY-OPERATOR-ID NOT = WS-BRW-OPER
007350             SET WS-RANGE-END TO TRUE
007360             GO TO 4100-READ-IN-RANGE-EXIT
007370         END-IF
007380         MOVE RM-OKEY-RUN-DATE TO WS-READ-DATE
007390     END-IF.
007400     IF WS-READ-DATE > WS-BRW-TO-DATE
007410         SET WS-RANGE-END TO TRUE
007420         GO TO 4100-READ-IN-RANGE-EXIT
007430     END-IF.
007440     IF WS-READ-DATE = WS-CUR-DATE
007450         ADD 1 TO WS-CUR-ORDINAL
007460     ELSE
007470         MOVE WS-READ-DATE TO WS-CUR-DATE
007480         MOVE 1 TO WS-CUR-ORDINAL
007490     END-IF.
007500 4100-READ-IN-RANGE-EXIT.
007510     EXIT.
007520******************************************************************
007530* 4150-ADD-TO-SUBTOTAL - ADD THE RECORD IN HAND TO ITS BATCH
007540* SUBTOTAL, STARTING A FRESH ONE WHEN THE BATCH CHANGES
007550******************************************************************
007560 4150-ADD-TO-SUBTOTAL.
007570     IF RM-BATCH-ID NOT = WS-SUB-BATCH-ID
007580         MOVE RM-BATCH-ID TO WS-SUB-BATCH-ID
007590         MOVE ZERO TO WS-SUB-COUNT
007600         MOVE ZERO TO WS-SUB-REV-COUNT
007610         MOVE ZERO TO WS-SUB-NUMERO1
007620         MOVE ZERO TO WS-SUB-NUMERO2
007630         MOVE ZERO TO WS-SUB-SUMA
007640     END-IF.
007650     ADD 1 TO WS-SUB-COUNT.
007660     IF RM-REVERSED
007670         ADD 1 TO WS-SUB-REV-COUNT
007680         GO TO 4150-ADD-TO-SUBTOTAL-EXIT
007690     END-IF.
007700     ADD RM-NUMERO1 TO WS-SUB-NUMERO1.
007710     ADD RM-NUMERO2 TO WS-SUB-NUMERO2.
007720     IF RM-SUMA-FLAG = SPACE
007730         ADD RM-SUMA TO WS-SUB-SUMA
007740     END-IF.
007750 4150-ADD-TO-SUBTOTAL-EXIT.
007760     EXIT.
007770******************************************************************
007780* 4200-SHOW-ONE-LINE - SHOW THE RECORD IN HAND, READ THE NEXT ONE,
007790* AND SHOW THE BATCH SUBTOTAL IF THE BATCH HAS ENDED
007800******************************************************************
007810 4200-SHOW-ONE-LINE.
007820     PERFORM 4150-ADD-TO-SUBTOTAL
007830         THRU 4150-ADD-TO-SUBTOTAL-EXIT.
007840     MOVE RM-BATCH-ID    TO BD-BATCH-ID.
007850     MOVE RM-REC-NO      TO BD-REC-NO.
007860     MOVE RM-RUN-DATE    TO BD-RUN-DATE.
007870     MOVE RM-DEPT        TO BD-DEPT.
007880     MOVE RM-OPERATOR-ID TO BD-OPERATOR-ID.
007890     MOVE RM-OP-CODE     TO BD-OP-CODE.
007900     MOVE RM-NUMERO1     TO BD-NUMERO1.
007910     MOVE RM-NUMERO2     TO BD-NUMERO2.
007920     MOVE RM-SUMA        TO WS-FIELD-VALUE.
007930     MOVE RM-SUMA-FLAG   TO WS-FIELD-FLAG.
007940     PERFORM 5100-FORMAT-FIELD
007950         THRU 5100-FORMAT-FIELD-EXIT.
007960     MOVE WS-FIELD-ED    TO BD-SUMA.
007970     IF RM-REVERSED
007980         MOVE "REV"      TO BD-REV-MARK
007990     ELSE
008000         MOVE SPACES     TO BD-REV-MARK
008010     END-IF.
008020     DISPLAY WS-BRW-DETAIL-LINE.
008030     ADD 1 TO WS-LINE-COUNT.
008040
008050     PERFORM 4100-READ-IN-RANGE
008060         THRU 4100-READ-IN-RANGE-EXIT.
008070     IF NOT WS-RANGE-END
008080         AND RM-BATCH-ID = WS-SUB-BATCH-ID
008090         GO TO 4200-SHOW-ONE-LINE-EXIT
008100     END-IF.
008110     MOVE WS-SUB-BATCH-ID  TO BS-BATCH-ID.
008120     MOVE WS-SUB-COUNT     TO BS-COUNT.
008130     MOVE WS-SUB-REV-COUNT TO BS-REV-COUNT.
008140     MOVE WS-SUB-NUMERO1   TO BS-NUMERO1.
008150     MOVE WS-SUB-NUMERO2   TO BS-NUMERO2.
008160     MOVE WS-SUB-SUMA      TO BS-SUMA.
008170     DISPLAY WS-BRW-SUBTOTAL-LINE.
008180 4200-SHOW-ONE-LINE-EXIT.
008190     EXIT.
008200******************************************************************
008210* 5100-FORMAT-FIELD - EDIT ONE RESULT FIELD FOR DISPLAY, OR
008220* SPELL OUT ITS CONDITION FLAG
008230******************************************************************
008240 5100-FORMAT-FIELD.
008250     IF WS-FIELD-FLAG = "-"
008260         MOVE "NOT REQ"  TO WS-FIELD-ED
008270         GO TO 5100-FORMAT-FIELD-EXIT
008280     END-IF.
008290     IF WS-FIELD-FLAG = "N"
008300         MOVE "N/A"      TO WS-FIELD-ED
008310         GO TO 5100-FORMAT-FIELD-EXIT
008320     END-IF.
008330     IF WS-FIELD-FLAG = "O"
008340         MOVE "OVFL"     TO WS-FIELD-ED
008350         GO TO 5100-FORMAT-FIELD-EXIT
008360     END-IF.
008370     MOVE WS-FIELD-VALUE TO WS-FIELD-EDIT.
008380     MOVE WS-FIELD-EDIT  TO WS-FIELD-ED.
008390 5100-FORMAT-FIELD-EXIT.
008400     EXIT.
008410******************************************************************
008420* 9000-TERMINATE - END OF JOB HOUSEKEEPING
008430******************************************************************
008440 9000-TERMINATE.
008450     IF WS-RESULT-OK OR WS-RESULT-EOF
008460         CLOSE RESULT-FILE
008470     END-IF.
008480 9000-TERMINATE-EXIT.
008490     EXIT.
008500 END PROGRAM RSLTBRWS.
