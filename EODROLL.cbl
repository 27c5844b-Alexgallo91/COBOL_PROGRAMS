000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     EODROLL.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-10-12.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-10-12  JA   ORIGINAL VERSION - END-OF-DAY ROLLOVER OF THE
000160*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000170*                  PROCDREC). RUN AS THE LAST STEP OF THE NIGHTLY
000180*                  CYCLE, IT ADVANCES THE PROCESSING DATE TO THE
000190*                  NEXT BUSINESS DAY ON BUSCAL AND CARRIES THE
000200*                  PRIOR AND NEXT BUSINESS DAYS WITH IT - BUT ONLY
000210*                  WHEN THE DAY IS FINISHED: A BATCH THAT BCHREG
000220*                  SHOWS EDITED BUT NOT CALCULATED REFUSES THE
000230*                  ROLL WITH RETURN CODE 8. ROLLPARM COLUMN 1 S
000240*                  WITH A DATE IN COLUMNS 2-9 SETS THE PROCESSING
000250*                  DATE INSTEAD (FIRST INSTALLATION OR A
000260*                  CORRECTION). EVERYTHING IS LISTED ON ROLLRPT.
000261* 2026-10-15  JA   THE OPERATOR IS NOW CHECKED AGAINST OPERMAST
000262*                  (SEE OPERREC) - THE ROLL NEEDS LEVEL 2 AND SET
000263*                  MODE LEVEL 3. A REFUSAL ENDS THE RUN WITH
000264*                  RETURN CODE 16 AND A VIO LINE ON AUDITLOG. SET
000265*                  MODE NOW ALSO REFUSES WITH RETURN CODE 8 WHILE
000266*                  A BATCH IS EDITED BUT NOT CALCULATED; ONLY THE
000267*                  FIRST SET MAY RUN WITHOUT A BATCH REGISTER.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.    IBM-370.
000310 OBJECT-COMPUTER.    IBM-370.
000320 SPECIAL-NAMES.
000330     CONSOLE IS CONSOLE.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PROCDATE-STATUS.
000390
000400     SELECT CALENDAR-FILE ASSIGN TO BUSCAL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CALENDAR-STATUS.
000430
000440     SELECT REGISTER-FILE ASSIGN TO BCHREG
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS BR-KEY
000480         FILE STATUS IS WS-REGISTER-STATUS.
000490
000500     SELECT PARM-FILE ASSIGN TO ROLLPARM
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.
000530
000540     SELECT ROLL-REPORT-FILE ASSIGN TO ROLLRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ROLL-REPORT-STATUS.
000561
000562     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
000563         ORGANIZATION IS INDEXED
000564         ACCESS MODE IS RANDOM
000565         RECORD KEY IS OM-KEY
000566         FILE STATUS IS WS-OPERATOR-STATUS.
000567
000568     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000569         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUDIT-STATUS.
000571******************************************************************
000580* DATA DIVISION.
000590******************************************************************
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PROCDATE-FILE
000630     RECORDING MODE IS F.
000640     COPY PROCDREC.
000650
000660 FD  CALENDAR-FILE
000670     RECORDING MODE IS F.
000680 01  CALENDAR-RECORD                PIC X(80).
000690
000700 FD  REGISTER-FILE.
000710     COPY BATCHREG.
000720
000730 FD  PARM-FILE
000740     RECORDING MODE IS F.
000750 01  PARM-RECORD                    PIC X(80).
000760
000770 FD  ROLL-REPORT-FILE
000780     RECORDING MODE IS F.
000790 01  ROLL-REPORT-RECORD             PIC X(132).
000800
000801 FD  OPERATOR-FILE.
000802     COPY OPERREC.
000803
000804 FD  AUDIT-FILE
000805     RECORDING MODE IS F.
000806 01  AUDIT-RECORD                   PIC X(177).
000807
000810 WORKING-STORAGE SECTION.
000820******************************************************************
000830* SWITCHES AND COUNTERS
000840******************************************************************
000850 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
000860     88  WS-PROCDATE-OK                    VALUE "00".
000870     88  WS-PROCDATE-EOF                   VALUE "10".
000880
000890 77  WS-CALENDAR-STATUS         PIC X(02)  VALUE SPACES.
000900     88  WS-CALENDAR-OK                    VALUE "00".
000910     88  WS-CALENDAR-EOF                   VALUE "10".
000920
000930 77  WS-REGISTER-STATUS         PIC X(02)  VALUE SPACES.
000940     88  WS-REGISTER-OK                    VALUE "00".
000950     88  WS-REGISTER-EOF                   VALUE "10".
000955     88  WS-REGISTER-FILE-NOT-FOUND        VALUE "35".
000960
000970 77  WS-PARM-STATUS             PIC X(02)  VALUE SPACES.
000980     88  WS-PARM-OK                        VALUE "00".
000990     88  WS-PARM-EOF                       VALUE "10".
001000
001010 77  WS-ROLL-REPORT-STATUS      PIC X(02)  VALUE SPACES.
001020     88  WS-ROLL-REPORT-OK                 VALUE "00".
001021
001022 77  WS-OPERATOR-STATUS         PIC X(02)  VALUE SPACES.
001023     88  WS-OPERATOR-OK                    VALUE "00".
001024
001025 77  WS-AUDIT-STATUS            PIC X(02)  VALUE SPACES.
001026     88  WS-AUDIT-OK                       VALUE "00".
001027     88  WS-AUDIT-FILE-NOT-FOUND           VALUE "35".
001028
001029 77  WS-AUTH-SW                 PIC X(01)  VALUE "N".
001030     88  WS-OPERATOR-AUTHORIZED            VALUE "Y".
001031     88  WS-OPERATOR-REFUSED               VALUE "N".
001032
001040 77  WS-ABORT-SW                PIC X(01)  VALUE "N".
001050     88  WS-RUN-ABORTED                    VALUE "Y".
001060
001070 77  WS-MODE-SW                 PIC X(01)  VALUE "R".
001080     88  WS-MODE-ROLL                      VALUE "R".
001090     88  WS-MODE-SET                       VALUE "S".
001100 77  WS-MODE-TEXT               PIC X(04)  VALUE "ROLL".
001110
001120 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
001130 77  WS-CLOCK-DATE              PIC X(08)  VALUE SPACES.
001140 77  WS-CLOCK-TIME              PIC X(08)  VALUE SPACES.
001150 77  WS-ROLL-TIMESTAMP          PIC X(17)  VALUE SPACES.
001152 77  WS-AUDIT-TIMESTAMP         PIC X(17)  VALUE SPACES.
001154 77  WS-VIOLATION-TEXT          PIC X(11)  VALUE SPACES.
001160
001170 77  WS-PENDING-COUNT           PIC 9(07)  COMP VALUE ZERO.
001180 77  WS-REGISTER-READ-COUNT     PIC 9(07)  COMP VALUE ZERO.
001190 77  WS-VERDICT-TEXT            PIC X(60)  VALUE SPACES.
001200
001210******************************************************************
001220* PROCESSING DATES - AS FOUND ON THE CONTROL RECORD AND AS THEY
001230* WILL BE WRITTEN BACK. THE DATE TO SET COMES FROM ROLLPARM
001240* COLUMNS 2-9 IN SET MODE.
001250******************************************************************
001260 77  WS-SET-DATE                PIC X(08)  VALUE SPACES.
001270
001280 01  WS-OLD-DATES.
001290     05  WS-OLD-CURRENT-DATE    PIC X(08)  VALUE SPACES.
001300     05  WS-OLD-PRIOR-DATE      PIC X(08)  VALUE SPACES.
001310     05  WS-OLD-NEXT-DATE       PIC X(08)  VALUE SPACES.
001320
001330 01  WS-NEW-DATES.
001340     05  WS-NEW-CURRENT-DATE    PIC X(08)  VALUE SPACES.
001350     05  WS-NEW-PRIOR-DATE      PIC X(08)  VALUE SPACES.
001360     05  WS-NEW-NEXT-DATE       PIC X(08)  VALUE SPACES.
001370
001380******************************************************************
001390* BUSINESS CALENDAR - THE PROCESSING DAYS AND HOLIDAYS FROM
001400* BUSCAL (COLUMNS 1-8 DATE, COLUMN 10 TYPE B/H). THE NEXT AND
001410* PRIOR BUSINESS DAYS ARE FOUND BY SCANNING THE WHOLE TABLE, SO
001420* THE CALENDAR NEED NOT BE IN DATE ORDER.
001430******************************************************************
001440 77  WS-CAL-COUNT               PIC 9(04)  COMP VALUE ZERO.
001450 77  WS-CAL-IX                  PIC 9(04)  COMP VALUE ZERO.
001460 77  WS-SCAN-FROM-DATE          PIC X(08)  VALUE SPACES.
001470 77  WS-SCAN-FOUND-DATE         PIC X(08)  VALUE SPACES.
001480
001490 01  WS-CAL-TABLE.
001500     05  WS-CAL-ENTRY OCCURS 1000 TIMES.
001510         10  WS-CAL-DATE        PIC X(08).
001520         10  WS-CAL-TYPE        PIC X(01).
001530             88  WS-CAL-BUS-DAY            VALUE "B".
001540             88  WS-CAL-HOLIDAY            VALUE "H".
001550
001551******************************************************************
001552* AUDIT LOG RECORD - SHARED COPYBOOK
001553******************************************************************
001554     COPY AUDITREC.
001555
001556******************************************************************
001557* AUDIT LOG SEQUENCE AND CHECK VALUE WORK AREA - SHARED COPYBOOK
001558******************************************************************
001559     COPY AUDCHAIN.
001560
001561******************************************************************
001570* ROLLOVER REPORT LAYOUTS
001580******************************************************************
001590 01  WS-ROLL-HEADER.
001600     05  FILLER                 PIC X(32) VALUE
001610             "EODROLL PROCESSING DATE CONTROL ".
001620     05  FILLER                 PIC X(06) VALUE "  RUN ".
001630     05  RH-TIMESTAMP           PIC X(17).
001640     05  FILLER                 PIC X(07) VALUE "  MODE ".
001650     05  RH-MODE-TEXT           PIC X(04).
001660     05  FILLER                 PIC X(05) VALUE "  BY ".
001670     05  RH-OPERATOR-ID         PIC X(08).
001680     05  FILLER                 PIC X(53) VALUE SPACES.
001690
001700 01  WS-ROLL-PENDING-LINE.
001710     05  FILLER                 PIC X(25) VALUE
001720             "** NOT CALCULATED  BATCH ".
001730     05  RP-BATCH-ID            PIC X(08).
001740     05  FILLER                 PIC X(07) VALUE "  DEPT ".
001750     05  RP-DEPT                PIC X(04).
001760     05  FILLER                 PIC X(11) VALUE
001770             "  BUS DATE ".
001780     05  RP-BUS-DATE            PIC X(08).
001790     05  FILLER                 PIC X(09) VALUE "  EDITED ".
001800     05  RP-EDIT-DATE           PIC X(08).
001810     05  FILLER                 PIC X(10) VALUE "  RELEASE ".
001820     05  RP-RELEASE-TEXT        PIC X(08).
001830     05  FILLER                 PIC X(34) VALUE SPACES.
001840
001850 01  WS-ROLL-DATE-LINE.
001860     05  FILLER                 PIC X(03) VALUE SPACES.
001870     05  RD-DATE-LABEL          PIC X(16).
001880     05  FILLER                 PIC X(06) VALUE "  WAS ".
001890     05  RD-OLD-DATE            PIC X(08).
001900     05  FILLER                 PIC X(06) VALUE "  NOW ".
001910     05  RD-NEW-DATE            PIC X(08).
001920     05  FILLER                 PIC X(85) VALUE SPACES.
001930
001940 01  WS-ROLL-COUNT-LINE.
001950     05  FILLER                 PIC X(18) VALUE
001960             "** BATCHES ON FILE".
001970     05  FILLER                 PIC X(01) VALUE "=".
001980     05  RC-READ-COUNT          PIC Z,ZZZ,ZZ9.
001990     05  FILLER                 PIC X(18) VALUE
002000             "  NOT CALCULATED".
002010     05  FILLER                 PIC X(01) VALUE "=".
002020     05  RC-PENDING-COUNT       PIC Z,ZZZ,ZZ9.
002030     05  FILLER                 PIC X(76) VALUE SPACES.
002040
002050 01  WS-ROLL-VERDICT-LINE.
002060     05  FILLER                 PIC X(12) VALUE "** VERDICT  ".
002070     05  RV-VERDICT             PIC X(60).
002080     05  FILLER                 PIC X(60) VALUE SPACES.
002090******************************************************************
002100* PROCEDURE DIVISION.
002110******************************************************************
002120 PROCEDURE DIVISION.
002130******************************************************************
002140* 0000-MAINLINE - PROGRAM ENTRY POINT
002150******************************************************************
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE
002180         THRU 1000-INITIALIZE-EXIT.
002190
002200     IF NOT WS-RUN-ABORTED
002210         PERFORM 2000-CHECK-REGISTER
002220             THRU 2000-CHECK-REGISTER-EXIT
002230     END-IF.
002240     IF NOT WS-RUN-ABORTED
002250         PERFORM 3000-DERIVE-DATES
002260             THRU 3000-DERIVE-DATES-EXIT
002270     END-IF.
002280     IF NOT WS-RUN-ABORTED
002290         PERFORM 4000-WRITE-CONTROL
002300             THRU 4000-WRITE-CONTROL-EXIT
002310     END-IF.
002320
002330     PERFORM 6000-WRITE-SUMMARY
002340         THRU 6000-WRITE-SUMMARY-EXIT.
002350
002360     PERFORM 9000-TERMINATE
002370         THRU 9000-TERMINATE-EXIT.
002380
002390     STOP RUN.
002400******************************************************************
002410* 1000-INITIALIZE - READ THE MODE, OPEN THE REPORT, LOAD THE
002420* CONTROL RECORD, PROVE THE OPERATOR AND LOAD THE BUSINESS
002430* CALENDAR. THE ROLL TIMESTAMP IS THE SYSTEM CLOCK - IT RECORDS
002440* WHEN THE ROLL ACTUALLY HAPPENED, NOT THE BUSINESS DAY.
002450******************************************************************
002460 1000-INITIALIZE.
002470     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
002480     ACCEPT WS-CLOCK-TIME FROM TIME.
002490     STRING WS-CLOCK-DATE  DELIMITED BY SIZE
002500            "-"            DELIMITED BY SIZE
002510            WS-CLOCK-TIME  DELIMITED BY SIZE
002520         INTO WS-ROLL-TIMESTAMP.
002530     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
002540     IF WS-OPERATOR-ID = SPACES
002550         MOVE "UNKNOWN " TO WS-OPERATOR-ID
002560     END-IF.
002570
002580     PERFORM 1100-READ-PARAMETERS
002590         THRU 1100-READ-PARAMETERS-EXIT.
002600
002610     OPEN OUTPUT ROLL-REPORT-FILE.
002620     IF NOT WS-ROLL-REPORT-OK
002630         DISPLAY "UNABLE TO OPEN ROLLOVER REPORT, STATUS = "
002640             WS-ROLL-REPORT-STATUS
002650         SET WS-RUN-ABORTED TO TRUE
002660         IF RETURN-CODE < 12
002670             MOVE 12 TO RETURN-CODE
002680         END-IF
002690         GO TO 1000-INITIALIZE-EXIT
002700     END-IF.
002710     MOVE WS-ROLL-TIMESTAMP TO RH-TIMESTAMP.
002720     MOVE WS-MODE-TEXT      TO RH-MODE-TEXT.
002730     MOVE WS-OPERATOR-ID    TO RH-OPERATOR-ID.
002740     MOVE WS-ROLL-HEADER    TO ROLL-REPORT-RECORD.
002750     WRITE ROLL-REPORT-RECORD.
002760
002770     IF NOT WS-MODE-ROLL AND NOT WS-MODE-SET
002780         DISPLAY "INVALID MODE IN ROLLOVER PARAMETER FILE: "
002790             WS-MODE-SW
002800         MOVE "REFUSED - INVALID MODE IN ROLLPARM"
002810             TO WS-VERDICT-TEXT
002820         SET WS-RUN-ABORTED TO TRUE
002830         IF RETURN-CODE < 12
002840             MOVE 12 TO RETURN-CODE
002850         END-IF
002860         GO TO 1000-INITIALIZE-EXIT
002870     END-IF.
002880     IF WS-MODE-SET AND WS-SET-DATE IS NOT NUMERIC
002890         DISPLAY "DATE TO SET IS NOT NUMERIC: " WS-SET-DATE
002900         MOVE "REFUSED - DATE TO SET IS NOT NUMERIC"
002910             TO WS-VERDICT-TEXT
002920         SET WS-RUN-ABORTED TO TRUE
002930         IF RETURN-CODE < 12
002940             MOVE 12 TO RETURN-CODE
002950         END-IF
002960         GO TO 1000-INITIALIZE-EXIT
002970     END-IF.
002980
002990     PERFORM 1200-READ-CONTROL
003000         THRU 1200-READ-CONTROL-EXIT.
003010     IF WS-RUN-ABORTED
003020         GO TO 1000-INITIALIZE-EXIT
003030     END-IF.
003040
003041     PERFORM 1050-CHECK-OPERATOR
003042         THRU 1050-CHECK-OPERATOR-EXIT.
003043     IF WS-OPERATOR-REFUSED
003044         SET WS-RUN-ABORTED TO TRUE
003045         GO TO 1000-INITIALIZE-EXIT
003046     END-IF.
003047
003050     PERFORM 1300-LOAD-CALENDAR
003060         THRU 1300-LOAD-CALENDAR-EXIT.
003070 1000-INITIALIZE-EXIT.
003080     EXIT.
003081******************************************************************
003082* 1050-CHECK-OPERATOR - PROVE THE OPERATOR AGAINST THE OPERATOR
003083* MASTER. THE NIGHTLY ROLL NEEDS THE BATCH LEVEL; SETTING THE DATE
003084* OUTRIGHT MOVES THE WHOLE SUITE TO ANOTHER DAY AND NEEDS THE TOP
003085* LEVEL. AN UNKNOWN OPERATOR, AN INSUFFICIENT LEVEL OR A MISSING
003086* OPERATOR MASTER ENDS THE RUN WITH RETURN CODE 16 - THE CHECK
003087* FAILS CLOSED - AND THE REFUSAL IS WRITTEN TO AUDITLOG AS A VIO
003088* LINE.
003089******************************************************************
003090 1050-CHECK-OPERATOR.
003091     SET WS-OPERATOR-REFUSED TO TRUE.
003092     MOVE "REFUSED - OPERATOR NOT AUTHORIZED"
003093         TO WS-VERDICT-TEXT.
003094     OPEN INPUT OPERATOR-FILE.
003095     IF NOT WS-OPERATOR-OK
003096         DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS = "
003097             WS-OPERATOR-STATUS
003098         DISPLAY "RUN ABANDONED - OPERATOR NOT VERIFIABLE"
003099         IF RETURN-CODE < 16
003100             MOVE 16 TO RETURN-CODE
003101         END-IF
003102         GO TO 1050-CHECK-OPERATOR-EXIT
003103     END-IF.
003104     MOVE WS-OPERATOR-ID TO OM-OPER-ID.
003105     READ OPERATOR-FILE
003106         INVALID KEY
003107             MOVE "UNKNOWN ID " TO WS-VIOLATION-TEXT
003108         NOT INVALID KEY
003109             IF OM-LEVEL-MASTER
003110                 OR (WS-MODE-ROLL AND OM-LEVEL-BATCH)
003111                 SET WS-OPERATOR-AUTHORIZED TO TRUE
003112             ELSE
003113                 MOVE "LEVEL LOW  " TO WS-VIOLATION-TEXT
003114             END-IF
003115     END-READ.
003116     CLOSE OPERATOR-FILE.
003117     MOVE SPACES TO WS-OPERATOR-STATUS.
003118     IF WS-OPERATOR-AUTHORIZED
003119         MOVE SPACES TO WS-VERDICT-TEXT
003120         GO TO 1050-CHECK-OPERATOR-EXIT
003121     END-IF.
003122     DISPLAY "OPERATOR " WS-OPERATOR-ID
003123         " REFUSED - " WS-VIOLATION-TEXT.
003124     DISPLAY "RUN ABANDONED - PROCESSING DATE NOT CHANGED".
003125     PERFORM 1070-WRITE-VIOLATION
003126         THRU 1070-WRITE-VIOLATION-EXIT.
003127     IF RETURN-CODE < 16
003128         MOVE 16 TO RETURN-CODE
003129     END-IF.
003130 1050-CHECK-OPERATOR-EXIT.
003131     EXIT.
003132******************************************************************
003133* 1070-WRITE-VIOLATION - APPEND THE REFUSED ATTEMPT TO THE AUDIT
003134* LOG AS A VIO LINE - TIMESTAMP, THE SECURITY MARKER IN THE
003135* BATCH FIELD, THE OPERATOR AND THE REASON. THE LINE IS DATED
003136* WITH THE PROCESSING DATE AS FOUND, OR THE SYSTEM CLOCK WHEN
003137* THERE IS NONE YET.
003138******************************************************************
003139 1070-WRITE-VIOLATION.
003140     PERFORM 1080-FIND-CHAIN-TAIL
003141         THRU 1080-FIND-CHAIN-TAIL-EXIT.
003142     OPEN EXTEND AUDIT-FILE.
003143     IF WS-AUDIT-FILE-NOT-FOUND
003144         OPEN OUTPUT AUDIT-FILE
003145     END-IF.
003146     IF NOT WS-AUDIT-OK
003147         DISPLAY "UNABLE TO LOG VIOLATION, STATUS = "
003148             WS-AUDIT-STATUS
003149         MOVE SPACES TO WS-AUDIT-STATUS
003150         GO TO 1070-WRITE-VIOLATION-EXIT
003151     END-IF.
003152     MOVE WS-ROLL-TIMESTAMP TO WS-AUDIT-TIMESTAMP.
003153     IF WS-OLD-CURRENT-DATE IS NUMERIC
003154         MOVE WS-OLD-CURRENT-DATE TO WS-AUDIT-TIMESTAMP(1:8)
003155     END-IF.
003156     MOVE SPACES             TO AUDIT-DETAIL.
003157     MOVE WS-AUDIT-TIMESTAMP TO AD-TIMESTAMP.
003158     MOVE "SECURITY"         TO AD-BATCH-ID.
003159     MOVE ZERO               TO AD-REC-NO.
003160     MOVE WS-OPERATOR-ID     TO AD-OPERATOR-ID.
003161     MOVE "VIO"              TO AD-OP-CODE.
003162     MOVE WS-VIOLATION-TEXT  TO AD-SUMA-NA.
003163     PERFORM 1090-SEAL-AUDIT-LINE
003164         THRU 1090-SEAL-AUDIT-LINE-EXIT.
003165     MOVE AUDIT-DETAIL       TO AUDIT-RECORD.
003166     WRITE AUDIT-RECORD.
003167     CLOSE AUDIT-FILE.
003168     MOVE SPACES TO WS-AUDIT-STATUS.
003169 1070-WRITE-VIOLATION-EXIT.
003170     EXIT.
003171******************************************************************
003172* 1080-FIND-CHAIN-TAIL - READ THE AUDIT LOG THROUGH TO ITS END FOR
003173* THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST SEALED LINE,
003174* SO THE LINE THIS RUN APPENDS CARRIES THE CHAIN ON. NO LOG YET,
003175* OR ONLY LINES FROM BEFORE THE CHAIN, STARTS FROM ZERO.
003176******************************************************************
003177 1080-FIND-CHAIN-TAIL.
003178     MOVE ZERO TO AC-SEQ-NO.
003179     MOVE ZERO TO AC-CHAIN-VALUE.
003180     OPEN INPUT AUDIT-FILE.
003181     IF NOT WS-AUDIT-OK
003182         MOVE SPACES TO WS-AUDIT-STATUS
003183         GO TO 1080-FIND-CHAIN-TAIL-EXIT
003184     END-IF.
003185     PERFORM 1085-READ-CHAIN-TAIL
003186         THRU 1085-READ-CHAIN-TAIL-EXIT
003187         UNTIL NOT WS-AUDIT-OK.
003188     CLOSE AUDIT-FILE.
003189     MOVE SPACES TO WS-AUDIT-STATUS.
003190     MOVE SPACES TO AUDIT-DETAIL.
003191 1080-FIND-CHAIN-TAIL-EXIT.
003192     EXIT.
003193******************************************************************
003194* 1085-READ-CHAIN-TAIL - KEEP THE SEQUENCE AND CHECK VALUE OF
003195* EVERY SEALED LINE READ, SO THE LAST ONE STANDS AT END OF FILE
003196******************************************************************
003197 1085-READ-CHAIN-TAIL.
003198     READ AUDIT-FILE INTO AUDIT-DETAIL
003199         AT END
003200             GO TO 1085-READ-CHAIN-TAIL-EXIT
003201     END-READ.
003202     IF AD-SEQ-NO IS NUMERIC
003203         AND AD-CHAIN-VALUE IS NUMERIC
003204         MOVE AD-SEQ-NO      TO AC-SEQ-NO
003205         MOVE AD-CHAIN-VALUE TO AC-CHAIN-VALUE
003206     END-IF.
003207 1085-READ-CHAIN-TAIL-EXIT.
003208     EXIT.
003209******************************************************************
003210* 1090-SEAL-AUDIT-LINE - NUMBER THE LINE BUILT IN AUDIT-DETAIL AND
003211* CHAIN ITS CHECK VALUE ON FROM THE LINE BEFORE IT (SEE AUDCHAIN)
003212******************************************************************
003213 1090-SEAL-AUDIT-LINE.
003214     ADD 1 TO AC-SEQ-NO.
003215     MOVE AC-SEQ-NO TO AD-SEQ-NO.
003216     PERFORM 1095-CHAIN-ONE-BYTE
003217         THRU 1095-CHAIN-ONE-BYTE-EXIT
003218         VARYING AC-IX FROM 1 BY 1
003219         UNTIL AC-IX > AC-SEALED-LENGTH.
003220     MOVE AC-CHAIN-VALUE TO AD-CHAIN-VALUE.
003221 1090-SEAL-AUDIT-LINE-EXIT.
003222     EXIT.
003223******************************************************************
003224* 1095-CHAIN-ONE-BYTE - FOLD ONE BYTE INTO THE CHECK VALUE
003225******************************************************************
003226 1095-CHAIN-ONE-BYTE.
003227     MOVE AUDIT-DETAIL (AC-IX:1) TO AC-BYTE.
003228     COMPUTE AC-WORK = AC-CHAIN-VALUE * 31 + AC-BYTE-NUM + AC-IX.
003229     DIVIDE AC-WORK BY AC-MODULUS
003230         GIVING AC-QUOTIENT REMAINDER AC-CHAIN-VALUE.
003231 1095-CHAIN-ONE-BYTE-EXIT.
003232     EXIT.
003233******************************************************************
003234* 1100-READ-PARAMETERS - COLUMN 1 OF ROLLPARM IS THE MODE, R TO
003235* ROLL (THE DEFAULT) OR S TO SET THE DATE IN COLUMNS 2-9
003236******************************************************************
003237 1100-READ-PARAMETERS.
003238     OPEN INPUT PARM-FILE.
003239     IF NOT WS-PARM-OK
003240         DISPLAY "NO ROLLOVER PARAMETER FILE - ROLLING"
003241         GO TO 1100-READ-PARAMETERS-EXIT
003242     END-IF.
003243
003244     READ PARM-FILE
003245         AT END SET WS-PARM-EOF TO TRUE
003246     END-READ.
003247     IF WS-PARM-EOF
003248         DISPLAY "ROLLOVER PARAMETER FILE IS EMPTY - ROLLING"
003250     ELSE
003260         IF PARM-RECORD(1:1) NOT = SPACE
003270             MOVE PARM-RECORD(1:1) TO WS-MODE-SW
003280         END-IF
003290         MOVE PARM-RECORD(2:8) TO WS-SET-DATE
003300     END-IF.
003310     CLOSE PARM-FILE.
003320     IF WS-MODE-SET
003330         MOVE "SET " TO WS-MODE-TEXT
003340     END-IF.
003350 1100-READ-PARAMETERS-EXIT.
003360     EXIT.
003370******************************************************************
003380* 1200-READ-CONTROL - LOAD THE CONTROL RECORD AS IT STANDS. A ROLL
003390* NEEDS A VALID ONE TO ROLL FROM. SET MODE DOES NOT - IT IS HOW
003400* THE FIRST CONTROL RECORD IS WRITTEN.
003410******************************************************************
003420 1200-READ-CONTROL.
003430     OPEN INPUT PROCDATE-FILE.
003440     IF WS-PROCDATE-OK
003450         READ PROCDATE-FILE
003460             AT END
003470                 MOVE SPACES TO PROCESSING-DATE-REC
003480         END-READ
003490         IF WS-PROCDATE-OK OR WS-PROCDATE-EOF
003500             MOVE PD-CURRENT-DATE TO WS-OLD-CURRENT-DATE
003510             MOVE PD-PRIOR-DATE   TO WS-OLD-PRIOR-DATE
003520             MOVE PD-NEXT-DATE    TO WS-OLD-NEXT-DATE
003530         END-IF
003540         CLOSE PROCDATE-FILE
003550     END-IF.
003560
003570     IF WS-MODE-SET
003580         GO TO 1200-READ-CONTROL-EXIT
003590     END-IF.
003600     IF WS-OLD-CURRENT-DATE IS NOT NUMERIC
003610         DISPLAY "NO VALID PROCESSING DATE TO ROLL FROM - "
003620             "SET ONE WITH ROLLPARM MODE S"
003630         MOVE "REFUSED - NO VALID PROCESSING DATE TO ROLL FROM"
003640             TO WS-VERDICT-TEXT
003650         SET WS-RUN-ABORTED TO TRUE
003660         IF RETURN-CODE < 12
003670             MOVE 12 TO RETURN-CODE
003680         END-IF
003690     END-IF.
003700 1200-READ-CONTROL-EXIT.
003710     EXIT.
003720******************************************************************
003730* 1300-LOAD-CALENDAR - READ THE BUSINESS CALENDAR INTO THE TABLE.
003740* THE NEXT BUSINESS DAY CANNOT BE FOUND WITHOUT IT, SO NO
003750* CALENDAR, OR ONE TOO BIG FOR THE TABLE, STOPS THE RUN.
003760******************************************************************
003770 1300-LOAD-CALENDAR.
003780     OPEN INPUT CALENDAR-FILE.
003790     IF NOT WS-CALENDAR-OK
003800         DISPLAY "UNABLE TO OPEN BUSINESS CALENDAR, STATUS = "
003810             WS-CALENDAR-STATUS
003820         MOVE "REFUSED - NO BUSINESS CALENDAR"
003830             TO WS-VERDICT-TEXT
003840         SET WS-RUN-ABORTED TO TRUE
003850         IF RETURN-CODE < 12
003860             MOVE 12 TO RETURN-CODE
003870         END-IF
003880         GO TO 1300-LOAD-CALENDAR-EXIT
003890     END-IF.
003900     PERFORM 1350-LOAD-ONE-DAY
003910         THRU 1350-LOAD-ONE-DAY-EXIT
003920         UNTIL WS-CALENDAR-EOF.
003930     CLOSE CALENDAR-FILE.
003940     DISPLAY "BUSINESS CALENDAR DAYS LOADED = " WS-CAL-COUNT.
003950 1300-LOAD-CALENDAR-EXIT.
003960     EXIT.
003970******************************************************************
003980* 1350-LOAD-ONE-DAY - READ AND TABLE ONE CALENDAR ENTRY
003990******************************************************************
004000 1350-LOAD-ONE-DAY.
004010     READ CALENDAR-FILE
004020         AT END
004030             SET WS-CALENDAR-EOF TO TRUE
004040     END-READ.
004050     IF WS-CALENDAR-EOF
004060         GO TO 1350-LOAD-ONE-DAY-EXIT
004070     END-IF.
004080     IF CALENDAR-RECORD(1:8) IS NOT NUMERIC
004090         GO TO 1350-LOAD-ONE-DAY-EXIT
004100     END-IF.
004110     IF WS-CAL-COUNT >= 1000
004120         DISPLAY "BUSINESS CALENDAR TABLE FULL - RUN FAILED"
004130         MOVE "REFUSED - BUSINESS CALENDAR TABLE FULL"
004140             TO WS-VERDICT-TEXT
004150         SET WS-RUN-ABORTED TO TRUE
004160         IF RETURN-CODE < 12
004170             MOVE 12 TO RETURN-CODE
004180         END-IF
004190         SET WS-CALENDAR-EOF TO TRUE
004200         GO TO 1350-LOAD-ONE-DAY-EXIT
004210     END-IF.
004220     ADD 1 TO WS-CAL-COUNT.
004230     MOVE CALENDAR-RECORD(1:8)  TO WS-CAL-DATE (WS-CAL-COUNT).
004240     MOVE CALENDAR-RECORD(10:1) TO WS-CAL-TYPE (WS-CAL-COUNT).
004250 1350-LOAD-ONE-DAY-EXIT.
004260     EXIT.
004270******************************************************************
004280* 2000-CHECK-REGISTER - THE DAY IS FINISHED ONLY WHEN EVERY BATCH
004290* EDITTRNS ACCEPTED HAS BEEN CALCULATED. LIST EVERY BATCH STILL
004300* WAITING AND REFUSE THE ROLL IF THERE IS ONE. A REGISTER THAT
004310* CANNOT BE READ CANNOT PROVE THE DAY FINISHED, SO IT REFUSES THE
004315* ROLL TOO. SETTING THE DATE MUST NOT STEP PAST WAITING BATCHES
004320* EITHER, SO SET MODE IS CHECKED THE SAME WAY.
004330******************************************************************
004340 2000-CHECK-REGISTER.
004350     OPEN INPUT REGISTER-FILE.
004351*    THE FIRST SET, WHEN THERE IS NO CONTROL RECORD YET, MAY COME
004352*    BEFORE ANY BATCH HAS BEEN EDITED - ONLY THEN IS A MISSING
004353*    REGISTER TAKEN AS NOTHING WAITING
004354     IF WS-MODE-SET AND WS-REGISTER-FILE-NOT-FOUND
004355         AND WS-OLD-CURRENT-DATE IS NOT NUMERIC
004356         DISPLAY "NO BATCH REGISTER YET - NO BATCHES WAITING"
004357         MOVE SPACES TO WS-REGISTER-STATUS
004358         GO TO 2000-CHECK-REGISTER-EXIT
004359     END-IF.
004360     IF NOT WS-REGISTER-OK
004370         DISPLAY "UNABLE TO OPEN BATCH REGISTER, STATUS = "
004380             WS-REGISTER-STATUS
004390         MOVE "REFUSED - BATCH REGISTER NOT AVAILABLE"
004400             TO WS-VERDICT-TEXT
004410         SET WS-RUN-ABORTED TO TRUE
004420         IF RETURN-CODE < 12
004430             MOVE 12 TO RETURN-CODE
004440         END-IF
004450         GO TO 2000-CHECK-REGISTER-EXIT
004460     END-IF.
004470
004480     PERFORM 2100-CHECK-ONE-BATCH
004490         THRU 2100-CHECK-ONE-BATCH-EXIT
004500         UNTIL WS-REGISTER-EOF.
004510     CLOSE REGISTER-FILE.
004520     IF WS-RUN-ABORTED
004530         GO TO 2000-CHECK-REGISTER-EXIT
004540     END-IF.
004550
004560     IF WS-PENDING-COUNT > ZERO
004570         DISPLAY "BATCHES EDITED BUT NOT CALCULATED = "
004580             WS-PENDING-COUNT " - REFUSED"
004590         MOVE "REFUSED - BATCHES EDITED BUT NOT CALCULATED"
004600             TO WS-VERDICT-TEXT
004610         SET WS-RUN-ABORTED TO TRUE
004620         IF RETURN-CODE < 8
004630             MOVE 8 TO RETURN-CODE
004640         END-IF
004650     END-IF.
004660 2000-CHECK-REGISTER-EXIT.
004670     EXIT.
004680******************************************************************
004690* 2100-CHECK-ONE-BATCH - READ ONE REGISTER ENTRY AND LIST IT IF IT
004700* PASSED THE EDIT BUT HAS NO CALCULATION DATE
004710******************************************************************
004720 2100-CHECK-ONE-BATCH.
004730     READ REGISTER-FILE NEXT RECORD
004740         AT END
004750             SET WS-REGISTER-EOF TO TRUE
004760     END-READ.
004770     IF WS-REGISTER-EOF
004780         GO TO 2100-CHECK-ONE-BATCH-EXIT
004790     END-IF.
004800     IF NOT WS-REGISTER-OK
004810         DISPLAY "BATCH REGISTER READ FAILED, STATUS = "
004820             WS-REGISTER-STATUS
004830         MOVE "REFUSED - BATCH REGISTER READ FAILED"
004840             TO WS-VERDICT-TEXT
004850         SET WS-RUN-ABORTED TO TRUE
004860         IF RETURN-CODE < 12
004870             MOVE 12 TO RETURN-CODE
004880         END-IF
004890         SET WS-REGISTER-EOF TO TRUE
004900         GO TO 2100-CHECK-ONE-BATCH-EXIT
004910     END-IF.
004920     ADD 1 TO WS-REGISTER-READ-COUNT.
004930
004940     IF NOT BR-EDIT-PASSED OR BR-CALC-DATE NOT = SPACES
004950         GO TO 2100-CHECK-ONE-BATCH-EXIT
004960     END-IF.
004970     ADD 1 TO WS-PENDING-COUNT.
004980     MOVE BR-BATCH-ID  TO RP-BATCH-ID.
004990     MOVE BR-DEPT      TO RP-DEPT.
005000     MOVE BR-BUS-DATE  TO RP-BUS-DATE.
005010     MOVE BR-EDIT-DATE TO RP-EDIT-DATE.
005020     IF BR-RELEASED
005030         MOVE "RELEASED" TO RP-RELEASE-TEXT
005040     ELSE
005050         IF BR-RELEASE-HELD
005060             MOVE "HELD    " TO RP-RELEASE-TEXT
005070         ELSE
005080             MOVE "PENDING " TO RP-RELEASE-TEXT
005090         END-IF
005100     END-IF.
005110     MOVE WS-ROLL-PENDING-LINE TO ROLL-REPORT-RECORD.
005120     WRITE ROLL-REPORT-RECORD.
005130 2100-CHECK-ONE-BATCH-EXIT.
005140     EXIT.
005150******************************************************************
005160* 3000-DERIVE-DATES - WORK OUT THE NEW PROCESSING DATE AND ITS
005170* PRIOR AND NEXT BUSINESS DAYS FROM THE CALENDAR. A ROLL MOVES TO
005180* THE FIRST BUSINESS DAY AFTER THE CURRENT ONE. SET MODE TAKES
005190* THE DATE GIVEN, WHICH MUST BE A BUSINESS DAY. THE CALENDAR MUST
005200* RUN AT LEAST ONE BUSINESS DAY EITHER SIDE OF THE NEW DATE.
005210******************************************************************
005220 3000-DERIVE-DATES.
005230     IF WS-MODE-ROLL
005240         MOVE WS-OLD-CURRENT-DATE TO WS-SCAN-FROM-DATE
005250         PERFORM 3050-FIND-NEXT-BUS-DAY
005260             THRU 3050-FIND-NEXT-BUS-DAY-EXIT
005270         MOVE WS-SCAN-FOUND-DATE TO WS-NEW-CURRENT-DATE
005280     ELSE
005290         MOVE SPACES TO WS-SCAN-FOUND-DATE
005300         PERFORM 3300-SCAN-EXACT
005310             THRU 3300-SCAN-EXACT-EXIT
005320             VARYING WS-CAL-IX FROM 1 BY 1
005330             UNTIL WS-CAL-IX > WS-CAL-COUNT
005340                 OR WS-SCAN-FOUND-DATE NOT = SPACES
005350         MOVE WS-SCAN-FOUND-DATE TO WS-NEW-CURRENT-DATE
005360     END-IF.
005370     IF WS-NEW-CURRENT-DATE = SPACES
005380         IF WS-MODE-ROLL
005390             DISPLAY "NO BUSINESS DAY ON THE CALENDAR AFTER "
005400                 WS-OLD-CURRENT-DATE
005410         ELSE
005420             DISPLAY WS-SET-DATE
005430                 " IS NOT A BUSINESS DAY ON THE CALENDAR"
005440         END-IF
005450         MOVE "REFUSED - NEW DATE NOT A BUSINESS DAY ON BUSCAL"
005460             TO WS-VERDICT-TEXT
005470         GO TO 3000-DERIVE-DATES-FAIL
005480     END-IF.
005490
005500     MOVE WS-NEW-CURRENT-DATE TO WS-SCAN-FROM-DATE.
005510     PERFORM 3050-FIND-NEXT-BUS-DAY
005520         THRU 3050-FIND-NEXT-BUS-DAY-EXIT.
005530     MOVE WS-SCAN-FOUND-DATE TO WS-NEW-NEXT-DATE.
005540     MOVE SPACES TO WS-SCAN-FOUND-DATE.
005550     PERFORM 3200-SCAN-PRIOR
005560         THRU 3200-SCAN-PRIOR-EXIT
005570         VARYING WS-CAL-IX FROM 1 BY 1
005580         UNTIL WS-CAL-IX > WS-CAL-COUNT.
005590     MOVE WS-SCAN-FOUND-DATE TO WS-NEW-PRIOR-DATE.
005600     IF WS-NEW-NEXT-DATE = SPACES OR WS-NEW-PRIOR-DATE = SPACES
005610         DISPLAY "CALENDAR DOES NOT COVER THE BUSINESS DAYS "
005620             "EITHER SIDE OF " WS-NEW-CURRENT-DATE
005630         MOVE "REFUSED - BUSCAL MUST BE EXTENDED FIRST"
005640             TO WS-VERDICT-TEXT
005650         GO TO 3000-DERIVE-DATES-FAIL
005660     END-IF.
005670     GO TO 3000-DERIVE-DATES-EXIT.
005680
005690 3000-DERIVE-DATES-FAIL.
005700     SET WS-RUN-ABORTED TO TRUE.
005710     IF RETURN-CODE < 12
005720         MOVE 12 TO RETURN-CODE
005730     END-IF.
005740 3000-DERIVE-DATES-EXIT.
005750     EXIT.
005760******************************************************************
005770* 3050-FIND-NEXT-BUS-DAY - THE EARLIEST BUSINESS DAY ON THE
005780* CALENDAR AFTER WS-SCAN-FROM-DATE, SPACES IF THERE IS NONE
005790******************************************************************
005800 3050-FIND-NEXT-BUS-DAY.
005810     MOVE SPACES TO WS-SCAN-FOUND-DATE.
005820     PERFORM 3100-SCAN-NEXT
005830         THRU 3100-SCAN-NEXT-EXIT
005840         VARYING WS-CAL-IX FROM 1 BY 1
005850         UNTIL WS-CAL-IX > WS-CAL-COUNT.
005860 3050-FIND-NEXT-BUS-DAY-EXIT.
005870     EXIT.
005880******************************************************************
005890* 3100-SCAN-NEXT - TEST ONE CALENDAR ENTRY AS THE NEXT BUSINESS
005900* DAY AFTER WS-SCAN-FROM-DATE
005910******************************************************************
005920 3100-SCAN-NEXT.
005930     IF NOT WS-CAL-BUS-DAY (WS-CAL-IX)
005940         OR WS-CAL-DATE (WS-CAL-IX) NOT > WS-SCAN-FROM-DATE
005950         GO TO 3100-SCAN-NEXT-EXIT
005960     END-IF.
005970     IF WS-SCAN-FOUND-DATE = SPACES
005980         OR WS-CAL-DATE (WS-CAL-IX) < WS-SCAN-FOUND-DATE
005990         MOVE WS-CAL-DATE (WS-CAL-IX) TO WS-SCAN-FOUND-DATE
006000     END-IF.
006010 3100-SCAN-NEXT-EXIT.
006020     EXIT.
006030******************************************************************
006040* 3200-SCAN-PRIOR - TEST ONE CALENDAR ENTRY AS THE LAST BUSINESS
006050* DAY BEFORE WS-SCAN-FROM-DATE
006060******************************************************************
006070 3200-SCAN-PRIOR.
006080     IF NOT WS-CAL-BUS-DAY (WS-CAL-IX)
006090         OR WS-CAL-DATE (WS-CAL-IX) NOT < WS-SCAN-FROM-DATE
006100         GO TO 3200-SCAN-PRIOR-EXIT
006110     END-IF.
006120     IF WS-SCAN-FOUND-DATE = SPACES
006130         OR WS-CAL-DATE (WS-CAL-IX) > WS-SCAN-FOUND-DATE
006140         MOVE WS-CAL-DATE (WS-CAL-IX) TO WS-SCAN-FOUND-DATE
006150     END-IF.
006160 3200-SCAN-PRIOR-EXIT.
006170     EXIT.
006180******************************************************************
006190* 3300-SCAN-EXACT - TEST ONE CALENDAR ENTRY AS THE BUSINESS DAY
006200* TO SET
006210******************************************************************
006220 3300-SCAN-EXACT.
006230     IF WS-CAL-BUS-DAY (WS-CAL-IX)
006240         AND WS-CAL-DATE (WS-CAL-IX) = WS-SET-DATE
006250         MOVE WS-CAL-DATE (WS-CAL-IX) TO WS-SCAN-FOUND-DATE
006260     END-IF.
006270 3300-SCAN-EXACT-EXIT.
006280     EXIT.
006290******************************************************************
006300* 4000-WRITE-CONTROL - REPLACE THE CONTROL RECORD WITH THE NEW
006310* DATES. THE OLD DATES ARE ON THE REPORT, SO A FAILED WRITE CAN
006320* BE PUT RIGHT WITH SET MODE.
006330******************************************************************
006340 4000-WRITE-CONTROL.
006350     OPEN OUTPUT PROCDATE-FILE.
006360     IF NOT WS-PROCDATE-OK
006370         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
006380             WS-PROCDATE-STATUS
006390         GO TO 4000-WRITE-CONTROL-FAIL
006400     END-IF.
006410     MOVE SPACES              TO PROCESSING-DATE-REC.
006420     MOVE WS-NEW-CURRENT-DATE TO PD-CURRENT-DATE.
006430     MOVE WS-NEW-PRIOR-DATE   TO PD-PRIOR-DATE.
006440     MOVE WS-NEW-NEXT-DATE    TO PD-NEXT-DATE.
006450     MOVE WS-ROLL-TIMESTAMP   TO PD-ROLLED-TS.
006460     MOVE WS-OPERATOR-ID      TO PD-ROLLED-OPER.
006470     WRITE PROCESSING-DATE-REC.
006480     IF NOT WS-PROCDATE-OK
006490         DISPLAY "PROCESSING DATE WRITE FAILED, STATUS = "
006500             WS-PROCDATE-STATUS
006510         CLOSE PROCDATE-FILE
006520         GO TO 4000-WRITE-CONTROL-FAIL
006530     END-IF.
006540     CLOSE PROCDATE-FILE.
006550     IF WS-MODE-ROLL
006560         MOVE "ROLLED - PROCESSING DATE ADVANCED"
006570             TO WS-VERDICT-TEXT
006580     ELSE
006590         MOVE "SET - PROCESSING DATE REPLACED" TO WS-VERDICT-TEXT
006600     END-IF.
006610     DISPLAY "PROCESSING DATE NOW " WS-NEW-CURRENT-DATE
006620         " PRIOR " WS-NEW-PRIOR-DATE " NEXT " WS-NEW-NEXT-DATE.
006630     GO TO 4000-WRITE-CONTROL-EXIT.
006640
006650 4000-WRITE-CONTROL-FAIL.
006660     MOVE "FAILED - CONTROL NOT WRITTEN, SET IT AGAIN WITH MODE S"
006670         TO WS-VERDICT-TEXT.
006680     SET WS-RUN-ABORTED TO TRUE.
006690     IF RETURN-CODE < 12
006700         MOVE 12 TO RETURN-CODE
006710     END-IF.
006720 4000-WRITE-CONTROL-EXIT.
006730     EXIT.
006740******************************************************************
006750* 6000-WRITE-SUMMARY - THE DATES BEFORE AND AFTER, THE REGISTER
006760* COUNTS AND THE VERDICT. A REFUSED RUN SHOWS THE DATES UNCHANGED.
006770******************************************************************
006780 6000-WRITE-SUMMARY.
006790     DISPLAY "ROLLOVER " WS-VERDICT-TEXT.
006800     IF NOT WS-ROLL-REPORT-OK
006810         GO TO 6000-WRITE-SUMMARY-EXIT
006820     END-IF.
006830     IF WS-RUN-ABORTED
006840         MOVE WS-OLD-DATES TO WS-NEW-DATES
006850     END-IF.
006860
006870     MOVE "PROCESSING DATE " TO RD-DATE-LABEL.
006880     MOVE WS-OLD-CURRENT-DATE TO RD-OLD-DATE.
006890     MOVE WS-NEW-CURRENT-DATE TO RD-NEW-DATE.
006900     MOVE WS-ROLL-DATE-LINE   TO ROLL-REPORT-RECORD.
006910     WRITE ROLL-REPORT-RECORD.
006920     MOVE "PRIOR BUS DAY   " TO RD-DATE-LABEL.
006930     MOVE WS-OLD-PRIOR-DATE   TO RD-OLD-DATE.
006940     MOVE WS-NEW-PRIOR-DATE   TO RD-NEW-DATE.
006950     MOVE WS-ROLL-DATE-LINE   TO ROLL-REPORT-RECORD.
006960     WRITE ROLL-REPORT-RECORD.
006970     MOVE "NEXT BUS DAY    " TO RD-DATE-LABEL.
006980     MOVE WS-OLD-NEXT-DATE    TO RD-OLD-DATE.
006990     MOVE WS-NEW-NEXT-DATE    TO RD-NEW-DATE.
007000     MOVE WS-ROLL-DATE-LINE   TO ROLL-REPORT-RECORD.
007010     WRITE ROLL-REPORT-RECORD.
007020
007040     MOVE WS-REGISTER-READ-COUNT TO RC-READ-COUNT.
007050     MOVE WS-PENDING-COUNT       TO RC-PENDING-COUNT.
007060     MOVE WS-ROLL-COUNT-LINE     TO ROLL-REPORT-RECORD.
007070     WRITE ROLL-REPORT-RECORD.
007090
007100     MOVE WS-VERDICT-TEXT      TO RV-VERDICT.
007110     MOVE WS-ROLL-VERDICT-LINE TO ROLL-REPORT-RECORD.
007120     WRITE ROLL-REPORT-RECORD.
007130 6000-WRITE-SUMMARY-EXIT.
007140     EXIT.
007150******************************************************************
007160* 9000-TERMINATE - CLOSE THE REPORT
007170******************************************************************
007180 9000-TERMINATE.
007190     IF WS-ROLL-REPORT-OK
007200         CLOSE ROLL-REPORT-FILE
007210     END-IF.
007220 9000-TERMINATE-EXIT.
007230     EXIT.
007240 END PROGRAM EODROLL.
