000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     RSLTRCV.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-10-07.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-10-07  JA   ORIGINAL VERSION - RESULTS MASTER BACKUP AND
000160*                  RECOVERY. THE MODE COMES FROM RCVPARM COLUMN 1
000170*                  (OR THE CONSOLE WHEN THERE IS NO PARAMETER
000180*                  FILE). U UNLOADS RSLTMAST TO THE DATED
000190*                  SEQUENTIAL BACKUP RSLTBKUP (SEE BKUPREC) WITH A
000200*                  HEADER AND A CONTROL RECORD OF THE RECORD COUNT
000210*                  AND TOTALS. L PROVES A BACKUP AGAINST ITS
000220*                  CONTROL RECORD AND ONLY THEN RELOADS RSLTMAST
000230*                  FROM IT. F DOES THE SAME RELOAD AND THEN
000240*                  REAPPLIES EVERY CALCULATION AND REV LINE LOGGED
000250*                  ON AUDITLOG AFTER THE BACKUP WAS TAKEN, SO THE
000260*                  MASTER IS REBUILT TO THE POINT OF FAILURE
000270*                  WITHOUT RERUNNING THE DECKS THROUGH COMPUTEEX.
000280*                  THE UNLOAD NEEDS LEVEL 2, A RELOAD LEVEL 3 - AN
000290*                  UNKNOWN OR UNDER-LEVEL OPERATOR IS REFUSED WITH
000300*                  RETURN CODE 16 AND A VIO LINE ON AUDITLOG.
000301* 2026-10-08  JA   THE VIO LINE IS NOW SEALED WITH THE NEXT
000302*                  RUNNING SEQUENCE NUMBER AND A CHECK VALUE
000303*                  CHAINED FROM THE LAST LINE ON THE AUDIT LOG
000304*                  (SEE AUDCHAIN).
000305* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000306*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000307*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000308*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000309*                  RUN WITH RETURN CODE 12.
000310* 2026-10-14  JA   THE RESULTS MASTER NOW CARRIES THE DEPARTMENT
000311*                  AND OPERATOR ALTERNATE KEYS (SEE RSLTMAST). THE
000312*                  RELOAD AND THE FORWARD RECOVERY SET THE KEY
000313*                  FIELDS, SO A BACKUP TAKEN BEFORE THE KEYS WERE
000314*                  ADDED RELOADS INTO THE NEW LAYOUT. THE BACKUP
000315*                  LINE NOW CARRIES THE WHOLE RECORD (SEE
000316*                  BKUPREC).
000317* 2026-10-15  JA   A WRITE OR REWRITE OF RSLTMAST THAT SHARES A
000318*                  DEPARTMENT OR OPERATOR KEY RETURNS STATUS 02
000319*                  AND IS NOW TAKEN AS GOOD, SO THE REBUILT MASTER
000320*                  IS CLOSED PROPERLY.
000321* 2026-10-15  JA   THE BACKUP HEADER NOW CARRIES THE SEQUENCE
000322*                  NUMBER OF THE LAST SEALED AUDITLOG LINE AND A
000323*                  FORWARD RECOVERY REAPPLIES ONLY THE LINES
000324*                  SEALED AFTER IT. THE TIMESTAMP MISSED POSTINGS
000325*                  FROM A CYCLE RUN PAST MIDNIGHT. A BACKUP
000326*                  WITHOUT THE SEQUENCE STILL GOES BY THE
000327*                  TIMESTAMP.
000328* 2026-10-15  JA   A HARD READ ERROR ON THE AUDIT LOG DURING
000329*                  FORWARD RECOVERY NOW ENDS THE REPLAY WITH
000330*                  RETURN CODE 12 INSTEAD OF LOOPING ON THE LAST
000331*                  LINE READ.
000332******************************************************************
000333 ENVIRONMENT DIVISION.
000334 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
000350 OBJECT-COMPUTER.    IBM-370.
000360 SPECIAL-NAMES.
000370     CONSOLE IS CONSOLE.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RESULT-FILE ASSIGN TO RSLTMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RM-KEY
000432         ALTERNATE RECORD KEY IS RM-DEPT-KEY
000434             WITH DUPLICATES
000436         ALTERNATE RECORD KEY IS RM-OPER-KEY
000438             WITH DUPLICATES
000440         FILE STATUS IS WS-RESULT-STATUS.
000450
000460     SELECT BACKUP-FILE ASSIGN TO RSLTBKUP
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-BACKUP-STATUS.
000490
000500     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-STATUS.
000530
000540     SELECT REGISTER-FILE ASSIGN TO BCHREG
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS BR-KEY
000580         FILE STATUS IS WS-REGISTER-STATUS.
000590
000600     SELECT PARM-FILE ASSIGN TO RCVPARM
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.
000630
000640     SELECT RECOVERY-REPORT-FILE ASSIGN TO RCVRPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RECOVERY-REPORT-STATUS.
000670
000680     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS OM-KEY
000720         FILE STATUS IS WS-OPERATOR-STATUS.
000722
000724     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000726         ORGANIZATION IS LINE SEQUENTIAL
000728         FILE STATUS IS WS-PROCDATE-STATUS.
000730******************************************************************
000740* DATA DIVISION.
000750******************************************************************
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  RESULT-FILE.
000790     COPY RSLTMAST.
000800
000810 FD  BACKUP-FILE
000820     RECORDING MODE IS F.
000830 01  BACKUP-RECORD                  PIC X(169).
000840
000850 FD  AUDIT-FILE
000860     RECORDING MODE IS F.
000870 01  AUDIT-RECORD                   PIC X(177).
000880
000890 FD  REGISTER-FILE.
000900     COPY BATCHREG.
000910
000920 FD  PARM-FILE
000930     RECORDING MODE IS F.
000940 01  PARM-RECORD                    PIC X(80).
000950
000960 FD  RECOVERY-REPORT-FILE
000970     RECORDING MODE IS F.
000980 01  RECOVERY-REPORT-RECORD         PIC X(132).
000990
001000 FD  OPERATOR-FILE.
001010     COPY OPERREC.
001020
001022 FD  PROCDATE-FILE
001024     RECORDING MODE IS F.
001026     COPY PROCDREC.
001028
001030 WORKING-STORAGE SECTION.
001040******************************************************************
001050* SWITCHES AND COUNTERS
001060******************************************************************
001070 77  WS-RESULT-STATUS           PIC X(02)  VALUE SPACES.
001073*    02 - THE DEPARTMENT OR OPERATOR KEY IS SHARED WITH ANOTHER
001076*    RESULT, THE NORMAL CASE FOR A SECOND POSTING ON A RUN DATE
001080     88  WS-RESULT-OK                      VALUE "00" "02".
001090     88  WS-RESULT-EOF                     VALUE "10".
001100     88  WS-RESULT-NOT-FOUND               VALUE "23".
001110
001120 77  WS-BACKUP-STATUS           PIC X(02)  VALUE SPACES.
001130     88  WS-BACKUP-OK                      VALUE "00".
001140     88  WS-BACKUP-EOF                     VALUE "10".
001150
001160 77  WS-AUDIT-STATUS            PIC X(02)  VALUE SPACES.
001170     88  WS-AUDIT-OK                       VALUE "00".
001180     88  WS-AUDIT-EOF                      VALUE "10".
001190     88  WS-AUDIT-FILE-NOT-FOUND           VALUE "35".
001200
001210 77  WS-REGISTER-STATUS         PIC X(02)  VALUE SPACES.
001220     88  WS-REGISTER-OK                    VALUE "00".
001230
001240 77  WS-PARM-STATUS             PIC X(02)  VALUE SPACES.
001250     88  WS-PARM-OK                        VALUE "00".
001260     88  WS-PARM-EOF                       VALUE "10".
001270
001280 77  WS-RECOVERY-REPORT-STATUS  PIC X(02)  VALUE SPACES.
001290     88  WS-RECOVERY-REPORT-OK             VALUE "00".
001300
001310 77  WS-OPERATOR-STATUS         PIC X(02)  VALUE SPACES.
001320     88  WS-OPERATOR-OK                    VALUE "00".
001330
001340 77  WS-AUTH-SW                 PIC X(01)  VALUE "N".
001350     88  WS-OPERATOR-AUTHORIZED            VALUE "Y".
001360     88  WS-OPERATOR-REFUSED               VALUE "N".
001370
001380 77  WS-MODE-SW                 PIC X(01)  VALUE SPACE.
001390     88  WS-MODE-UNLOAD                    VALUE "U" "u".
001400     88  WS-MODE-RELOAD                    VALUE "L" "l".
001410     88  WS-MODE-FORWARD                   VALUE "F" "f".
001420     88  WS-MODE-KNOWN                     VALUE "U" "u" "L" "l"
001430                                                 "F" "f".
001440
001450 77  WS-VERIFY-SW               PIC X(01)  VALUE "N".
001460     88  WS-BACKUP-VERIFIED                VALUE "Y".
001470     88  WS-BACKUP-NOT-VERIFIED            VALUE "N".
001480
001490 77  WS-RELOAD-SW               PIC X(01)  VALUE "N".
001500     88  WS-RELOAD-COMPLETE                VALUE "Y".
001510     88  WS-RELOAD-INCOMPLETE              VALUE "N".
001520
001530 77  WS-CONTROL-SW              PIC X(01)  VALUE "N".
001540     88  WS-CONTROL-SEEN                   VALUE "Y".
001550     88  WS-CONTROL-MISSING                VALUE "N".
001560
001570 77  WS-SHAPE-SW                PIC X(01)  VALUE "Y".
001580     88  WS-SHAPE-GOOD                     VALUE "Y".
001590     88  WS-SHAPE-BAD                      VALUE "N".
001600
001610 77  WS-TARGET-SW               PIC X(01)  VALUE "N".
001620     88  WS-TARGET-ON-FILE                 VALUE "Y".
001630     88  WS-TARGET-NEW                     VALUE "N".
001640
001650 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
001660 77  WS-VIOLATION-TEXT          PIC X(11)  VALUE SPACES.
001670 77  WS-MODE-TEXT               PIC X(16)  VALUE SPACES.
001680 77  WS-VERDICT-TEXT            PIC X(50)  VALUE SPACES.
001681 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001682     88  WS-PROCDATE-OK                    VALUE "00".
001683     88  WS-PROCDATE-EOF                   VALUE "10".
001684
001685 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001686     88  WS-PROCDATE-FOUND                 VALUE "Y".
001687     88  WS-PROCDATE-MISSING               VALUE "N".
001688
001690 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001700 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
001710 77  WS-LOG-TIME                PIC X(08)  VALUE SPACES.
001720 77  WS-LOG-TIMESTAMP           PIC X(17)  VALUE SPACES.
001730 77  WS-BACKUP-TIMESTAMP        PIC X(17)  VALUE SPACES.
001740 77  WS-BACKUP-OPER             PIC X(08)  VALUE SPACES.
001742 77  WS-BACKUP-AUDIT-SEQ        PIC 9(09)  VALUE ZERO.
001744 77  WS-BACKUP-SEQ-SW           PIC X(01)  VALUE "N".
001746     88  WS-BACKUP-SEQ-KNOWN               VALUE "Y".
001748     88  WS-BACKUP-SEQ-UNKNOWN             VALUE "N".
001750 77  WS-PRIOR-DEPT              PIC X(04)  VALUE SPACES.
001760
001770 77  WS-LINE-COUNT              PIC 9(09)  COMP VALUE ZERO.
001780 77  WS-LOADED-COUNT            PIC 9(09)  COMP VALUE ZERO.
001790 77  WS-LOAD-FAILED-COUNT       PIC 9(07)  COMP VALUE ZERO.
001800 77  WS-AUDIT-READ-COUNT        PIC 9(07)  COMP VALUE ZERO.
001810 77  WS-BEFORE-COUNT            PIC 9(07)  COMP VALUE ZERO.
001820 77  WS-CALC-APPLIED-COUNT      PIC 9(07)  COMP VALUE ZERO.
001830 77  WS-REV-APPLIED-COUNT       PIC 9(07)  COMP VALUE ZERO.
001840 77  WS-OTHER-COUNT             PIC 9(07)  COMP VALUE ZERO.
001850 77  WS-PROBLEM-COUNT           PIC 9(07)  COMP VALUE ZERO.
001860
001870******************************************************************
001880* FIGURES PROVED BY THE CONTROL RECORD - ACCUMULATED ON THE
001890* UNLOAD AND AGAIN WHEN A BACKUP IS VERIFIED
001900******************************************************************
001910 01  WS-FIGURES.
001920     05  WS-FIG-REC-COUNT       PIC 9(09)      VALUE ZERO.
001930     05  WS-FIG-REVERSED-COUNT  PIC 9(09)      VALUE ZERO.
001940     05  WS-FIG-NUMERO1         PIC S9(13)V99  VALUE ZERO.
001950     05  WS-FIG-NUMERO2         PIC S9(13)V99  VALUE ZERO.
001960     05  WS-FIG-SUMA            PIC S9(13)V99  VALUE ZERO.
001970     05  WS-FIG-RESTA           PIC S9(13)V99  VALUE ZERO.
001980     05  WS-FIG-MULTIPLICACION  PIC S9(13)V99  VALUE ZERO.
001990     05  WS-FIG-EXPO            PIC S9(13)V99  VALUE ZERO.
002000
002010 01  WS-CONTROL-FIGURES.
002020     05  WS-CTL-REC-COUNT       PIC 9(09)      VALUE ZERO.
002030     05  WS-CTL-REVERSED-COUNT  PIC 9(09)      VALUE ZERO.
002040     05  WS-CTL-NUMERO1         PIC S9(13)V99  VALUE ZERO.
002050     05  WS-CTL-NUMERO2         PIC S9(13)V99  VALUE ZERO.
002060     05  WS-CTL-SUMA            PIC S9(13)V99  VALUE ZERO.
002070     05  WS-CTL-RESTA           PIC S9(13)V99  VALUE ZERO.
002080     05  WS-CTL-MULTIPLICACION  PIC S9(13)V99  VALUE ZERO.
002090     05  WS-CTL-EXPO            PIC S9(13)V99  VALUE ZERO.
002100
002110******************************************************************
002120* ONE RESULT FIELD OF AN AUDIT LINE BEING TURNED BACK INTO ITS
002130* RAW VALUE AND CONDITION FLAG - THE REVERSE OF THE WAY
002140* COMPUTEEX EDITED IT ONTO THE LINE
002150******************************************************************
002160 01  WS-RCV-FIELD.
002170     05  WS-RCV-FIELD-NA        PIC X(11).
002180     05  WS-RCV-FIELD-ED REDEFINES WS-RCV-FIELD-NA
002190                                PIC -9(7).99.
002200 77  WS-RCV-FIELD-VALUE         PIC S9(7)V99  VALUE ZERO.
002210 77  WS-RCV-FIELD-FLAG          PIC X(01)     VALUE SPACE.
002220
002230******************************************************************
002240* RESULTS MASTER BACKUP RECORD - SHARED COPYBOOK
002250******************************************************************
002260     COPY BKUPREC.
002270
002280******************************************************************
002290* AUDIT LOG RECORD - SHARED COPYBOOK
002300******************************************************************
002310     COPY AUDITREC.
002320
002321******************************************************************
002322* AUDIT LOG SEQUENCE AND CHECK VALUE WORK AREA - SHARED COPYBOOK
002323******************************************************************
002324     COPY AUDCHAIN.
002325
002330******************************************************************
002340* TRANSACTION RECORD - SHARED COPYBOOK, USED HERE ONLY FOR THE
002350* LIST OF VALID OPERATION CODES THAT MARKS A CALCULATION LINE
002360******************************************************************
002370     COPY TRANSREC.
002380
002390******************************************************************
002400* RECOVERY REPORT LAYOUTS
002410******************************************************************
002420 01  WS-RECOVERY-HEADER.
002430     05  FILLER                 PIC X(31) VALUE
002440             "RSLTRCV RESULTS MASTER RECOVERY".
002450     05  FILLER                 PIC X(11) VALUE
002460             "  RUN DATE ".
002470     05  QH-RUN-DATE            PIC X(10).
002480     05  FILLER                 PIC X(07) VALUE "  MODE ".
002490     05  QH-MODE                PIC X(16).
002500     05  FILLER                 PIC X(11) VALUE
002510             "  OPERATOR ".
002520     05  QH-OPERATOR-ID         PIC X(08).
002530     05  FILLER                 PIC X(38) VALUE SPACES.
002540
002550 01  WS-RECOVERY-BACKUP-LINE.
002560     05  FILLER                 PIC X(16) VALUE
002570             "** BACKUP TAKEN ".
002580     05  QB-TIMESTAMP           PIC X(17).
002590     05  FILLER                 PIC X(04) VALUE " BY ".
002600     05  QB-OPERATOR-ID         PIC X(08).
002610     05  FILLER                 PIC X(11) VALUE " AUDIT SEQ ".
002613     05  QB-AUDIT-SEQ           PIC X(09).
002616     05  FILLER                 PIC X(67) VALUE SPACES.
002620
002630 01  WS-RECOVERY-COUNT-LINE.
002640     05  FILLER                 PIC X(03) VALUE "** ".
002650     05  QC-LABEL               PIC X(10).
002660     05  FILLER                 PIC X(09) VALUE " RECORDS=".
002670     05  QC-REC-COUNT           PIC ZZZ,ZZZ,ZZ9.
002680     05  FILLER                 PIC X(10) VALUE " REVERSED=".
002690     05  QC-REVERSED-COUNT      PIC ZZZ,ZZZ,ZZ9.
002700     05  FILLER                 PIC X(09) VALUE " NUMERO1=".
002710     05  QC-NUMERO1             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002720     05  FILLER                 PIC X(09) VALUE " NUMERO2=".
002730     05  QC-NUMERO2             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002740     05  FILLER                 PIC X(18) VALUE SPACES.
002750
002760 01  WS-RECOVERY-TOTAL-LINE.
002770     05  FILLER                 PIC X(03) VALUE "** ".
002780     05  QT-LABEL               PIC X(10).
002790     05  FILLER                 PIC X(06) VALUE " SUMA=".
002800     05  QT-SUMA                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002810     05  FILLER                 PIC X(07) VALUE " RESTA=".
002820     05  QT-RESTA               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002830     05  FILLER                 PIC X(06) VALUE " MULT=".
002840     05  QT-MULTIPLICACION      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002850     05  FILLER                 PIC X(06) VALUE " EXPO=".
002860     05  QT-EXPO                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002870     05  FILLER                 PIC X(10) VALUE SPACES.
002880
002890 01  WS-RECOVERY-VERDICT-LINE.
002900     05  FILLER                 PIC X(03) VALUE "** ".
002910     05  QV-VERDICT             PIC X(50).
002920     05  FILLER                 PIC X(79) VALUE SPACES.
002930
002940 01  WS-RECOVERY-RELOAD-LINE.
002950     05  FILLER                 PIC X(20) VALUE
002960             "** RELOADED RECORDS=".
002970     05  QR-LOADED-COUNT        PIC ZZZ,ZZZ,ZZ9.
002980     05  FILLER                 PIC X(09) VALUE " FAILED=".
002990     05  QR-FAILED-COUNT        PIC Z,ZZZ,ZZ9.
003000     05  FILLER                 PIC X(83) VALUE SPACES.
003010
003020 01  WS-RECOVERY-FORWARD-LINE.
003030     05  FILLER                 PIC X(19) VALUE
003040             "** FORWARD  AUDIT=".
003050     05  QF-AUDIT-READ-COUNT    PIC Z,ZZZ,ZZ9.
003060     05  FILLER                 PIC X(15) VALUE
003070             " BEFORE BACKUP=".
003080     05  QF-BEFORE-COUNT        PIC Z,ZZZ,ZZ9.
003090     05  FILLER                 PIC X(14) VALUE " CALCULATIONS=".
003100     05  QF-CALC-APPLIED-COUNT  PIC Z,ZZZ,ZZ9.
003110     05  FILLER                 PIC X(11) VALUE " REVERSALS=".
003120     05  QF-REV-APPLIED-COUNT   PIC Z,ZZZ,ZZ9.
003130     05  FILLER                 PIC X(07) VALUE " OTHER=".
003140     05  QF-OTHER-COUNT         PIC Z,ZZZ,ZZ9.
003150     05  FILLER                 PIC X(10) VALUE " PROBLEMS=".
003160     05  QF-PROBLEM-COUNT       PIC Z,ZZZ,ZZ9.
003170     05  FILLER                 PIC X(02) VALUE SPACES.
003180
003190 01  WS-RECOVERY-PROBLEM-LINE.
003200     05  FILLER                 PIC X(09) VALUE "** BATCH ".
003210     05  QP-BATCH-ID            PIC X(08).
003220     05  FILLER                 PIC X(08) VALUE " RECORD ".
003230     05  QP-REC-NO              PIC 9(07).
003240     05  FILLER                 PIC X(01) VALUE SPACE.
003250     05  QP-OP-CODE             PIC X(03).
003260     05  FILLER                 PIC X(03) VALUE " - ".
003270     05  QP-PROBLEM             PIC X(40).
003280     05  FILLER                 PIC X(53) VALUE SPACES.
003290******************************************************************
003300* PROCEDURE DIVISION.
003310******************************************************************
003320 PROCEDURE DIVISION.
003330******************************************************************
003340* 0000-MAINLINE - PROGRAM ENTRY POINT
003350******************************************************************
003360 0000-MAINLINE.
003370     PERFORM 1000-INITIALIZE
003380         THRU 1000-INITIALIZE-EXIT.
003390
003400     IF WS-OPERATOR-AUTHORIZED AND WS-MODE-KNOWN
003410         IF WS-MODE-UNLOAD
003420             PERFORM 2000-UNLOAD
003430                 THRU 2000-UNLOAD-EXIT
003440         ELSE
003450*            NOTHING IS RELOADED FROM A BACKUP THAT DOES NOT
003460*            PROVE AGAINST ITS OWN CONTROL RECORD - THE DAMAGED
003470*            MASTER IS LEFT AS IT STANDS FOR ANOTHER BACKUP
003480             PERFORM 3000-VERIFY-BACKUP
003490                 THRU 3000-VERIFY-BACKUP-EXIT
003500             IF WS-BACKUP-VERIFIED
003510                 PERFORM 4000-RELOAD
003520                     THRU 4000-RELOAD-EXIT
003530             END-IF
003540             IF WS-MODE-FORWARD AND WS-RELOAD-COMPLETE
003550                 PERFORM 5000-FORWARD-RECOVERY
003560                     THRU 5000-FORWARD-RECOVERY-EXIT
003570             END-IF
003580         END-IF
003590     END-IF.
003600
003610     PERFORM 9000-TERMINATE
003620         THRU 9000-TERMINATE-EXIT.
003630
003640     STOP RUN.
003650******************************************************************
003660* 1000-INITIALIZE - TAKE THE MODE, PROVE THE OPERATOR AND OPEN
003670* THE RECOVERY REPORT
003680******************************************************************
003690 1000-INITIALIZE.
003692     PERFORM 1010-READ-PROCESSING-DATE
003694         THRU 1010-READ-PROCESSING-DATE-EXIT.
003696     IF WS-PROCDATE-MISSING
003698         GO TO 1000-INITIALIZE-EXIT
003700     END-IF.
003710     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
003720     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
003730     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
003740     MOVE "/"                TO WS-RUN-DATE-ED(6:1)
003750     MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-ED(7:4).
003760     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
003770     IF WS-OPERATOR-ID = SPACES
003780         MOVE "UNKNOWN " TO WS-OPERATOR-ID
003790     END-IF.
003800
003810     PERFORM 1100-READ-PARAMETERS
003820         THRU 1100-READ-PARAMETERS-EXIT.
003830     IF NOT WS-MODE-KNOWN
003840         DISPLAY "UNKNOWN RECOVERY MODE " WS-MODE-SW
003850             " - NOTHING DONE"
003860         IF RETURN-CODE < 12
003870             MOVE 12 TO RETURN-CODE
003880         END-IF
003890         GO TO 1000-INITIALIZE-EXIT
003900     END-IF.
003910     IF WS-MODE-UNLOAD
003920         MOVE "UNLOAD"           TO WS-MODE-TEXT
003930     END-IF.
003940     IF WS-MODE-RELOAD
003950         MOVE "RELOAD"           TO WS-MODE-TEXT
003960     END-IF.
003970     IF WS-MODE-FORWARD
003980         MOVE "FORWARD RECOVERY" TO WS-MODE-TEXT
003990     END-IF.
004000
004010     PERFORM 1200-CHECK-OPERATOR
004020         THRU 1200-CHECK-OPERATOR-EXIT.
004030     IF WS-OPERATOR-REFUSED
004040         GO TO 1000-INITIALIZE-EXIT
004050     END-IF.
004060
004070     OPEN OUTPUT RECOVERY-REPORT-FILE.
004080     IF NOT WS-RECOVERY-REPORT-OK
004090         DISPLAY "UNABLE TO OPEN RECOVERY REPORT, STATUS = "
004100             WS-RECOVERY-REPORT-STATUS
004110         IF RETURN-CODE < 12
004120             MOVE 12 TO RETURN-CODE
004130         END-IF
004140     ELSE
004150         MOVE WS-RUN-DATE-ED     TO QH-RUN-DATE
004160         MOVE WS-MODE-TEXT       TO QH-MODE
004170         MOVE WS-OPERATOR-ID     TO QH-OPERATOR-ID
004180         MOVE WS-RECOVERY-HEADER TO RECOVERY-REPORT-RECORD
004190         WRITE RECOVERY-REPORT-RECORD
004200     END-IF.
004210 1000-INITIALIZE-EXIT.
004220     EXIT.
004221******************************************************************
004222* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
004223* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
004224* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
004225* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
004226* DOES NOTHING.
004227******************************************************************
004228 1010-READ-PROCESSING-DATE.
004229     OPEN INPUT PROCDATE-FILE.
004230     IF NOT WS-PROCDATE-OK
004231         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
004232             WS-PROCDATE-STATUS
004233         GO TO 1010-READ-PROCESSING-DATE-FAIL
004234     END-IF.
004235     READ PROCDATE-FILE
004236         AT END
004237             MOVE SPACES TO PROCESSING-DATE-REC
004238     END-READ.
004239     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
004240         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
004241             WS-PROCDATE-STATUS
004242         CLOSE PROCDATE-FILE
004243         GO TO 1010-READ-PROCESSING-DATE-FAIL
004244     END-IF.
004245     CLOSE PROCDATE-FILE.
004246     IF PD-CURRENT-DATE IS NOT NUMERIC
004247         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
004248         GO TO 1010-READ-PROCESSING-DATE-FAIL
004249     END-IF.
004250     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
004251     SET WS-PROCDATE-FOUND TO TRUE.
004252     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
004253     GO TO 1010-READ-PROCESSING-DATE-EXIT.
004254
004255 1010-READ-PROCESSING-DATE-FAIL.
004256     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
004257     IF RETURN-CODE < 12
004258         MOVE 12 TO RETURN-CODE
004259     END-IF.
004260 1010-READ-PROCESSING-DATE-EXIT.
004261     EXIT.
004262******************************************************************
004263* 1100-READ-PARAMETERS - THE MODE FROM RCVPARM COLUMN 1. NO FILE
004264* OR AN EMPTY ONE PUTS THE CONSOLE IN CHARGE.
004265******************************************************************
004270 1100-READ-PARAMETERS.
004280     OPEN INPUT PARM-FILE.
004290     IF NOT WS-PARM-OK
004300         DISPLAY "NO RECOVERY PARAMETER FILE - USING CONSOLE"
004310         GO TO 1100-READ-PARAMETERS-ASK
004320     END-IF.
004330     READ PARM-FILE
004340         AT END SET WS-PARM-EOF TO TRUE
004350     END-READ.
004360     IF WS-PARM-EOF
004370         DISPLAY "RECOVERY PARAMETER FILE IS EMPTY - "
004380             "USING CONSOLE"
004390         CLOSE PARM-FILE
004400         GO TO 1100-READ-PARAMETERS-ASK
004410     END-IF.
004420     MOVE PARM-RECORD(1:1) TO WS-MODE-SW.
004430     CLOSE PARM-FILE.
004440     GO TO 1100-READ-PARAMETERS-EXIT.
004450
004460 1100-READ-PARAMETERS-ASK.
004470     DISPLAY "UNLOAD, RELOAD OR FORWARD RECOVERY (U/L/F)?"
004480     ACCEPT WS-MODE-SW.
004490 1100-READ-PARAMETERS-EXIT.
004500     EXIT.
004510******************************************************************
004520* 1200-CHECK-OPERATOR - PROVE THE OPERATOR AGAINST THE KEYED
004530* OPERATOR MASTER. AN UNLOAD ONLY READS THE MASTER AND NEEDS THE
004540* BATCH LEVEL, A RELOAD REPLACES IT AND NEEDS THE TOP LEVEL. AN
004550* UNKNOWN OPERATOR, AN INSUFFICIENT LEVEL OR A MISSING OPERATOR
004560* MASTER ENDS THE RUN WITH RETURN CODE 16 - THE CHECK FAILS
004570* CLOSED - AND THE REFUSAL IS WRITTEN TO AUDITLOG AS A VIO LINE.
004580******************************************************************
004590 1200-CHECK-OPERATOR.
004600     SET WS-OPERATOR-REFUSED TO TRUE.
004610     OPEN INPUT OPERATOR-FILE.
004620     IF NOT WS-OPERATOR-OK
004630         DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS = "
004640             WS-OPERATOR-STATUS
004650         DISPLAY "RUN ABANDONED - OPERATOR NOT VERIFIABLE"
004660         IF RETURN-CODE < 16
004670             MOVE 16 TO RETURN-CODE
004680         END-IF
004690         GO TO 1200-CHECK-OPERATOR-EXIT
004700     END-IF.
004710     MOVE WS-OPERATOR-ID TO OM-OPER-ID.
004720     READ OPERATOR-FILE
004730         INVALID KEY
004740             MOVE "UNKNOWN ID " TO WS-VIOLATION-TEXT
004750         NOT INVALID KEY
004760             IF OM-LEVEL-MASTER
004770                 OR (WS-MODE-UNLOAD AND OM-LEVEL-BATCH)
004780                 SET WS-OPERATOR-AUTHORIZED TO TRUE
004790             ELSE
004800                 MOVE "LEVEL LOW  " TO WS-VIOLATION-TEXT
004810             END-IF
004820     END-READ.
004830     CLOSE OPERATOR-FILE.
004840     MOVE SPACES TO WS-OPERATOR-STATUS.
004850     IF WS-OPERATOR-AUTHORIZED
004860         GO TO 1200-CHECK-OPERATOR-EXIT
004870     END-IF.
004880     DISPLAY "OPERATOR " WS-OPERATOR-ID
004890         " REFUSED - " WS-VIOLATION-TEXT.
004900     DISPLAY "RUN ABANDONED - RESULTS MASTER NOT TOUCHED".
004910     PERFORM 1250-WRITE-VIOLATION
004920         THRU 1250-WRITE-VIOLATION-EXIT.
004930     IF RETURN-CODE < 16
004940         MOVE 16 TO RETURN-CODE
004950     END-IF.
004960 1200-CHECK-OPERATOR-EXIT.
004970     EXIT.
004980******************************************************************
004990* 1250-WRITE-VIOLATION - APPEND THE REFUSED ATTEMPT TO THE AUDIT
005000* LOG AS A VIO LINE - TIMESTAMP, THE SECURITY MARKER IN THE
005010* BATCH FIELD, THE OPERATOR AND THE REASON
005020******************************************************************
005030 1250-WRITE-VIOLATION.
005032     PERFORM 1260-FIND-CHAIN-TAIL
005034         THRU 1260-FIND-CHAIN-TAIL-EXIT.
005040     OPEN EXTEND AUDIT-FILE.
005050     IF WS-AUDIT-FILE-NOT-FOUND
005060         OPEN OUTPUT AUDIT-FILE
005070     END-IF.
005080     IF NOT WS-AUDIT-OK
005090         DISPLAY "UNABLE TO LOG VIOLATION, STATUS = "
005100             WS-AUDIT-STATUS
005110         MOVE SPACES TO WS-AUDIT-STATUS
005120         GO TO 1250-WRITE-VIOLATION-EXIT
005130     END-IF.
005140     PERFORM 8000-SET-TIMESTAMP
005150         THRU 8000-SET-TIMESTAMP-EXIT.
005160     MOVE SPACES             TO AUDIT-DETAIL.
005170     MOVE WS-LOG-TIMESTAMP   TO AD-TIMESTAMP.
005180     MOVE "SECURITY"         TO AD-BATCH-ID.
005190     MOVE ZERO               TO AD-REC-NO.
005200     MOVE WS-OPERATOR-ID     TO AD-OPERATOR-ID.
005210     MOVE "VIO"              TO AD-OP-CODE.
005220     MOVE WS-VIOLATION-TEXT  TO AD-SUMA-NA.
005222     PERFORM 1270-SEAL-AUDIT-LINE
005224         THRU 1270-SEAL-AUDIT-LINE-EXIT.
005230     MOVE AUDIT-DETAIL       TO AUDIT-RECORD.
005240     WRITE AUDIT-RECORD.
005250     CLOSE AUDIT-FILE.
005260     MOVE SPACES TO WS-AUDIT-STATUS.
005270 1250-WRITE-VIOLATION-EXIT.
005280     EXIT.
005281******************************************************************
005282* 1260-FIND-CHAIN-TAIL - READ THE AUDIT LOG THROUGH TO ITS END FOR
005283* THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST SEALED LINE,
005284* SO THE LINES THIS RUN APPENDS CARRY THE CHAIN ON. NO LOG YET,
005285* OR ONLY LINES FROM BEFORE THE CHAIN, STARTS FROM ZERO.
005286******************************************************************
005287 1260-FIND-CHAIN-TAIL.
005288     MOVE ZERO TO AC-SEQ-NO.
005289     MOVE ZERO TO AC-CHAIN-VALUE.
005290     OPEN INPUT AUDIT-FILE.
005291     IF NOT WS-AUDIT-OK
005292         MOVE SPACES TO WS-AUDIT-STATUS
005293         GO TO 1260-FIND-CHAIN-TAIL-EXIT
005294     END-IF.
005295     PERFORM 1265-READ-CHAIN-TAIL
005296         THRU 1265-READ-CHAIN-TAIL-EXIT
005297         UNTIL NOT WS-AUDIT-OK.
005298     CLOSE AUDIT-FILE.
005299     MOVE SPACES TO WS-AUDIT-STATUS.
005300     MOVE SPACES TO AUDIT-DETAIL.
005301 1260-FIND-CHAIN-TAIL-EXIT.
005302     EXIT.
005303******************************************************************
005304* 1265-READ-CHAIN-TAIL - KEEP THE SEQUENCE AND CHECK VALUE OF
005305* EVERY SEALED LINE READ, SO THE LAST ONE STANDS AT END OF FILE
005306******************************************************************
005307 1265-READ-CHAIN-TAIL.
005308     READ AUDIT-FILE INTO AUDIT-DETAIL
005309         AT END
005310             GO TO 1265-READ-CHAIN-TAIL-EXIT
005311     END-READ.
005312     IF AD-SEQ-NO IS NUMERIC
005313         AND AD-CHAIN-VALUE IS NUMERIC
005314         MOVE AD-SEQ-NO      TO AC-SEQ-NO
005315         MOVE AD-CHAIN-VALUE TO AC-CHAIN-VALUE
005316     END-IF.
005317 1265-READ-CHAIN-TAIL-EXIT.
005318     EXIT.
005319******************************************************************
005320* 1270-SEAL-AUDIT-LINE - NUMBER THE LINE BUILT IN AUDIT-DETAIL AND
005321* CHAIN ITS CHECK VALUE ON FROM THE LINE BEFORE IT (SEE AUDCHAIN)
005322******************************************************************
005323 1270-SEAL-AUDIT-LINE.
005324     ADD 1 TO AC-SEQ-NO.
005325     MOVE AC-SEQ-NO TO AD-SEQ-NO.
005326     PERFORM 1275-CHAIN-ONE-BYTE
005327         THRU 1275-CHAIN-ONE-BYTE-EXIT
005328         VARYING AC-IX FROM 1 BY 1
005329         UNTIL AC-IX > AC-SEALED-LENGTH.
005330     MOVE AC-CHAIN-VALUE TO AD-CHAIN-VALUE.
005331 1270-SEAL-AUDIT-LINE-EXIT.
005332     EXIT.
005333******************************************************************
005334* 1275-CHAIN-ONE-BYTE - FOLD ONE BYTE INTO THE CHECK VALUE
005335******************************************************************
005336 1275-CHAIN-ONE-BYTE.
005337     MOVE AUDIT-DETAIL (AC-IX:1) TO AC-BYTE.
005338     COMPUTE AC-WORK = AC-CHAIN-VALUE * 31 + AC-BYTE-NUM + AC-IX.
005339     DIVIDE AC-WORK BY AC-MODULUS
005340         GIVING AC-QUOTIENT REMAINDER AC-CHAIN-VALUE.
005341 1275-CHAIN-ONE-BYTE-EXIT.
005342     EXIT.
005343******************************************************************
005344* 2000-UNLOAD - COPY EVERY RSLTMAST RECORD IN KEY ORDER TO THE
005345* BACKUP BETWEEN AN H HEADER AND A C CONTROL RECORD
005346******************************************************************
005347 2000-UNLOAD.
005348     OPEN INPUT RESULT-FILE.
005350     IF NOT WS-RESULT-OK
005360         DISPLAY "UNABLE TO OPEN RESULTS MASTER, STATUS = "
005370             WS-RESULT-STATUS
005380         IF RETURN-CODE < 12
005390             MOVE 12 TO RETURN-CODE
005400         END-IF
005410         GO TO 2000-UNLOAD-EXIT
005420     END-IF.
005430     OPEN OUTPUT BACKUP-FILE.
005440     IF NOT WS-BACKUP-OK
005450         DISPLAY "UNABLE TO OPEN BACKUP FILE, STATUS = "
005460             WS-BACKUP-STATUS
005470         IF RETURN-CODE < 12
005480             MOVE 12 TO RETURN-CODE
005490         END-IF
005500         GO TO 2000-UNLOAD-EXIT
005510     END-IF.
005520
005522*    THE HEADER CARRIES THE SEQUENCE NUMBER OF THE LAST SEALED
005530*    AUDIT LINE, TAKEN BEFORE THE FIRST RECORD IS READ - A FORWARD
005540*    RECOVERY REAPPLIES EVERY AUDIT LINE SEALED AFTER IT. THE
005542*    TIMESTAMP CANNOT SERVE: A CYCLE THAT RUNS PAST MIDNIGHT LOGS
005544*    THE SAME PROCESSING DATE WITH AN EARLIER TIME OF DAY.
005546     PERFORM 1260-FIND-CHAIN-TAIL
005548         THRU 1260-FIND-CHAIN-TAIL-EXIT.
005550     MOVE AC-SEQ-NO          TO WS-BACKUP-AUDIT-SEQ.
005552     SET WS-BACKUP-SEQ-KNOWN TO TRUE.
005560     PERFORM 8000-SET-TIMESTAMP
005570         THRU 8000-SET-TIMESTAMP-EXIT.
005580     MOVE SPACES             TO RESULT-BACKUP-REC.
005590     SET RB-HEADER           TO TRUE.
005600     MOVE WS-LOG-TIMESTAMP   TO RB-BACKUP-TIMESTAMP.
005610     MOVE WS-OPERATOR-ID     TO RB-BACKUP-OPER.
005615     MOVE WS-BACKUP-AUDIT-SEQ TO RB-BACKUP-AUDIT-SEQ.
005620     PERFORM 2200-WRITE-BACKUP
005630         THRU 2200-WRITE-BACKUP-EXIT.
005640     MOVE WS-LOG-TIMESTAMP   TO WS-BACKUP-TIMESTAMP.
005650     MOVE WS-OPERATOR-ID     TO WS-BACKUP-OPER.
005660
005670     PERFORM 2100-UNLOAD-ONE
005680         THRU 2100-UNLOAD-ONE-EXIT
005690         UNTIL WS-RESULT-EOF OR NOT WS-BACKUP-OK.
005700*    A BACKUP CUT SHORT BY A READ FAILURE GETS NO CONTROL RECORD,
005710*    SO A RELOAD CAN NEVER MISTAKE IT FOR A COMPLETE COPY
005720     IF WS-SHAPE-BAD
005730         DISPLAY "UNLOAD INCOMPLETE - BACKUP LEFT WITHOUT CONTROL"
005740         GO TO 2000-UNLOAD-EXIT
005750     END-IF.
005760
005770     MOVE SPACES                 TO RESULT-BACKUP-REC.
005780     SET RB-CONTROL              TO TRUE.
005790     MOVE WS-FIG-REC-COUNT       TO RB-REC-COUNT.
005800     MOVE WS-FIG-REVERSED-COUNT  TO RB-REVERSED-COUNT.
005810     MOVE WS-FIG-NUMERO1         TO RB-TOTAL-NUMERO1.
005820     MOVE WS-FIG-NUMERO2         TO RB-TOTAL-NUMERO2.
005830     MOVE WS-FIG-SUMA            TO RB-TOTAL-SUMA.
005840     MOVE WS-FIG-RESTA           TO RB-TOTAL-RESTA.
005850     MOVE WS-FIG-MULTIPLICACION  TO RB-TOTAL-MULTIPLICACION.
005860     MOVE WS-FIG-EXPO            TO RB-TOTAL-EXPO.
005870     PERFORM 2200-WRITE-BACKUP
005880         THRU 2200-WRITE-BACKUP-EXIT.
005890
005900     MOVE WS-BACKUP-TIMESTAMP  TO QB-TIMESTAMP.
005910     MOVE WS-BACKUP-OPER       TO QB-OPERATOR-ID.
005915     MOVE WS-BACKUP-AUDIT-SEQ  TO QB-AUDIT-SEQ.
005920     PERFORM 6000-WRITE-BACKUP-LINE
005930         THRU 6000-WRITE-BACKUP-LINE-EXIT.
005940     MOVE WS-FIGURES           TO WS-CONTROL-FIGURES.
005950     MOVE "WRITTEN"            TO QC-LABEL.
005960     MOVE "WRITTEN"            TO QT-LABEL.
005970     PERFORM 6100-WRITE-FIGURES
005980         THRU 6100-WRITE-FIGURES-EXIT.
005990     DISPLAY "RESULTS MASTER RECORDS UNLOADED = "
006000         WS-FIG-REC-COUNT.
006010 2000-UNLOAD-EXIT.
006020     EXIT.
006030******************************************************************
006040* 2100-UNLOAD-ONE - READ THE NEXT MASTER RECORD, WRITE IT AS A D
006050* LINE AND ADD IT INTO THE CONTROL FIGURES
006060******************************************************************
006070 2100-UNLOAD-ONE.
006080     READ RESULT-FILE NEXT RECORD
006090         AT END
006100             SET WS-RESULT-EOF TO TRUE
006110     END-READ.
006120     IF WS-RESULT-EOF
006130         GO TO 2100-UNLOAD-ONE-EXIT
006140     END-IF.
006150     IF NOT WS-RESULT-OK
006160         DISPLAY "RESULTS MASTER READ FAILED, STATUS = "
006170             WS-RESULT-STATUS
006180         IF RETURN-CODE < 12
006190             MOVE 12 TO RETURN-CODE
006200         END-IF
006210         SET WS-SHAPE-BAD TO TRUE
006220         SET WS-RESULT-EOF TO TRUE
006230         GO TO 2100-UNLOAD-ONE-EXIT
006240     END-IF.
006250     MOVE SPACES             TO RESULT-BACKUP-REC.
006260     SET RB-DETAIL           TO TRUE.
006270     MOVE RESULT-MASTER-REC  TO RB-DATA.
006280     PERFORM 2200-WRITE-BACKUP
006290         THRU 2200-WRITE-BACKUP-EXIT.
006300     PERFORM 3300-ADD-FIGURES
006310         THRU 3300-ADD-FIGURES-EXIT.
006320 2100-UNLOAD-ONE-EXIT.
006330     EXIT.
006340******************************************************************
006350* 2200-WRITE-BACKUP - WRITE ONE BACKUP LINE. A WRITE FAILURE
006360* LEAVES A SHORT BACKUP - FAIL THE RUN SO IT IS NEVER CATALOGUED
006370* AS A GOOD GENERATION.
006380******************************************************************
006390 2200-WRITE-BACKUP.
006400     IF NOT WS-BACKUP-OK
006410         GO TO 2200-WRITE-BACKUP-EXIT
006420     END-IF.
006430     MOVE RESULT-BACKUP-REC TO BACKUP-RECORD.
006440     WRITE BACKUP-RECORD.
006450     IF NOT WS-BACKUP-OK
006460         DISPLAY "BACKUP WRITE FAILED, STATUS = "
006470             WS-BACKUP-STATUS
006480         IF RETURN-CODE < 12
006490             MOVE 12 TO RETURN-CODE
006500         END-IF
006510     END-IF.
006520 2200-WRITE-BACKUP-EXIT.
006530     EXIT.
006540******************************************************************
006550* 3000-VERIFY-BACKUP - READ THE WHOLE BACKUP, RECOUNT AND RETOTAL
006560* ITS D LINES AND PROVE THEM AGAINST THE CONTROL RECORD. THE
006570* BACKUP MUST OPEN WITH ITS HEADER AND CLOSE WITH ITS CONTROL
006580* RECORD - ANYTHING ELSE IS A DAMAGED OR TRUNCATED COPY.
006590******************************************************************
006600 3000-VERIFY-BACKUP.
006610     SET WS-BACKUP-NOT-VERIFIED TO TRUE.
006620     OPEN INPUT BACKUP-FILE.
006630     IF NOT WS-BACKUP-OK
006640         DISPLAY "UNABLE TO OPEN BACKUP FILE, STATUS = "
006650             WS-BACKUP-STATUS
006660         IF RETURN-CODE < 12
006670             MOVE 12 TO RETURN-CODE
006680         END-IF
006690         GO TO 3000-VERIFY-BACKUP-EXIT
006700     END-IF.
006710
006720     PERFORM 3100-READ-BACKUP
006730         THRU 3100-READ-BACKUP-EXIT.
006740     IF WS-BACKUP-EOF OR NOT RB-HEADER
006750         MOVE "BACKUP HAS NO HEADER RECORD - NOT RELOADED"
006760             TO WS-VERDICT-TEXT
006770         GO TO 3000-VERIFY-BACKUP-FAIL
006780     END-IF.
006790     MOVE RB-BACKUP-TIMESTAMP TO WS-BACKUP-TIMESTAMP.
006800     MOVE RB-BACKUP-OPER      TO WS-BACKUP-OPER.
006810     MOVE WS-BACKUP-TIMESTAMP TO QB-TIMESTAMP.
006820     MOVE WS-BACKUP-OPER      TO QB-OPERATOR-ID.
006821*    A BACKUP TAKEN BEFORE THE HEADER CARRIED THE AUDIT SEQUENCE
006822*    HAS SPACES THERE - ITS FORWARD RECOVERY GOES BY THE TIMESTAMP
006823     MOVE "NOT KEPT"          TO QB-AUDIT-SEQ.
006824     IF RB-BACKUP-AUDIT-SEQ IS NUMERIC
006825         MOVE RB-BACKUP-AUDIT-SEQ TO WS-BACKUP-AUDIT-SEQ
006826         MOVE WS-BACKUP-AUDIT-SEQ TO QB-AUDIT-SEQ
006827         SET WS-BACKUP-SEQ-KNOWN  TO TRUE
006828     END-IF.
006830     PERFORM 6000-WRITE-BACKUP-LINE
006840         THRU 6000-WRITE-BACKUP-LINE-EXIT.
006850
006860     PERFORM 3200-VERIFY-ONE
006870         THRU 3200-VERIFY-ONE-EXIT
006880         UNTIL WS-BACKUP-EOF.
006890     CLOSE BACKUP-FILE.
006900     MOVE SPACES TO WS-BACKUP-STATUS.
006910
006920     MOVE "CONTROL"  TO QC-LABEL.
006930     MOVE "CONTROL"  TO QT-LABEL.
006940     PERFORM 6100-WRITE-FIGURES
006950         THRU 6100-WRITE-FIGURES-EXIT.
006960     IF WS-SHAPE-BAD
006970         MOVE "BACKUP RECORD OUT OF PLACE - NOT RELOADED"
006980             TO WS-VERDICT-TEXT
006990         GO TO 3000-VERIFY-BACKUP-REPORT
007000     END-IF.
007010     IF WS-CONTROL-MISSING
007020         MOVE "BACKUP HAS NO CONTROL RECORD - NOT RELOADED"
007030             TO WS-VERDICT-TEXT
007040         GO TO 3000-VERIFY-BACKUP-REPORT
007050     END-IF.
007060     IF WS-FIGURES NOT = WS-CONTROL-FIGURES
007070         MOVE "BACKUP DOES NOT AGREE WITH ITS CONTROL RECORD"
007080             TO WS-VERDICT-TEXT
007090         GO TO 3000-VERIFY-BACKUP-REPORT
007100     END-IF.
007110     SET WS-BACKUP-VERIFIED TO TRUE.
007120     MOVE "BACKUP AGREES WITH ITS CONTROL RECORD"
007130         TO WS-VERDICT-TEXT.
007140
007150 3000-VERIFY-BACKUP-REPORT.
007160     PERFORM 6200-WRITE-COUNTED
007170         THRU 6200-WRITE-COUNTED-EXIT.
007180     IF WS-BACKUP-VERIFIED
007190         PERFORM 6300-WRITE-VERDICT
007200             THRU 6300-WRITE-VERDICT-EXIT
007210         GO TO 3000-VERIFY-BACKUP-EXIT
007220     END-IF.
007230     GO TO 3000-VERIFY-BACKUP-REFUSE.
007240
007250 3000-VERIFY-BACKUP-FAIL.
007260     CLOSE BACKUP-FILE.
007270     MOVE SPACES TO WS-BACKUP-STATUS.
007280
007290 3000-VERIFY-BACKUP-REFUSE.
007300     PERFORM 6300-WRITE-VERDICT
007310         THRU 6300-WRITE-VERDICT-EXIT.
007320     IF RETURN-CODE < 8
007330         MOVE 8 TO RETURN-CODE
007340     END-IF.
007350 3000-VERIFY-BACKUP-EXIT.
007360     EXIT.
007370******************************************************************
007380* 3100-READ-BACKUP - READ THE NEXT BACKUP LINE
007390******************************************************************
007400 3100-READ-BACKUP.
007410     READ BACKUP-FILE INTO RESULT-BACKUP-REC
007420         AT END
007430             SET WS-BACKUP-EOF TO TRUE
007440     END-READ.
007450 3100-READ-BACKUP-EXIT.
007460     EXIT.
007470******************************************************************
007480* 3200-VERIFY-ONE - READ ONE LINE AFTER THE HEADER. D LINES ARE
007490* COUNTED AND TOTALLED, THE C LINE IS KEPT, AND ANY LINE AFTER
007500* THE CONTROL RECORD OR OF ANY OTHER TYPE SPOILS THE BACKUP.
007510******************************************************************
007520 3200-VERIFY-ONE.
007530     PERFORM 3100-READ-BACKUP
007540         THRU 3100-READ-BACKUP-EXIT.
007550     IF WS-BACKUP-EOF
007560         GO TO 3200-VERIFY-ONE-EXIT
007570     END-IF.
007580     IF WS-CONTROL-SEEN
007590         SET WS-SHAPE-BAD TO TRUE
007600         GO TO 3200-VERIFY-ONE-EXIT
007610     END-IF.
007620     IF RB-CONTROL
007630         SET WS-CONTROL-SEEN TO TRUE
007640         MOVE RB-REC-COUNT            TO WS-CTL-REC-COUNT
007650         MOVE RB-REVERSED-COUNT       TO WS-CTL-REVERSED-COUNT
007660         MOVE RB-TOTAL-NUMERO1        TO WS-CTL-NUMERO1
007670         MOVE RB-TOTAL-NUMERO2        TO WS-CTL-NUMERO2
007680         MOVE RB-TOTAL-SUMA           TO WS-CTL-SUMA
007690         MOVE RB-TOTAL-RESTA          TO WS-CTL-RESTA
007700         MOVE RB-TOTAL-MULTIPLICACION TO WS-CTL-MULTIPLICACION
007710         MOVE RB-TOTAL-EXPO           TO WS-CTL-EXPO
007720         GO TO 3200-VERIFY-ONE-EXIT
007730     END-IF.
007740     IF NOT RB-DETAIL
007750         SET WS-SHAPE-BAD TO TRUE
007760         GO TO 3200-VERIFY-ONE-EXIT
007770     END-IF.
007780     MOVE RB-DATA TO RESULT-MASTER-REC.
007790     PERFORM 3300-ADD-FIGURES
007800         THRU 3300-ADD-FIGURES-EXIT.
007810 3200-VERIFY-ONE-EXIT.
007820     EXIT.
007830******************************************************************
007840* 3300-ADD-FIGURES - ADD THE MASTER RECORD IN THE RECORD AREA TO
007850* THE CONTROL FIGURES. THE SAME ARITHMETIC ON THE UNLOAD AND ON
007860* THE VERIFICATION IS WHAT MAKES THE TWO COMPARABLE.
007870******************************************************************
007880 3300-ADD-FIGURES.
007890     ADD 1                  TO WS-FIG-REC-COUNT.
007900     IF RM-REVERSED
007910         ADD 1              TO WS-FIG-REVERSED-COUNT
007920     END-IF.
007930     ADD RM-NUMERO1         TO WS-FIG-NUMERO1.
007940     ADD RM-NUMERO2         TO WS-FIG-NUMERO2.
007950     ADD RM-SUMA            TO WS-FIG-SUMA.
007960     ADD RM-RESTA           TO WS-FIG-RESTA.
007970     ADD RM-MULTIPLICACION  TO WS-FIG-MULTIPLICACION.
007980     ADD RM-EXPO            TO WS-FIG-EXPO.
007990 3300-ADD-FIGURES-EXIT.
008000     EXIT.
008010******************************************************************
008020* 4000-RELOAD - RECREATE RSLTMAST EMPTY AND LOAD EVERY D LINE OF
008030* THE VERIFIED BACKUP INTO IT. THE RELOAD IS ONLY COMPLETE WHEN
008040* EVERY RECORD THE CONTROL RECORD PROMISED WAS WRITTEN.
008050******************************************************************
008060 4000-RELOAD.
008070     SET WS-RELOAD-INCOMPLETE TO TRUE.
008080     OPEN INPUT BACKUP-FILE.
008090     IF NOT WS-BACKUP-OK
008100         DISPLAY "UNABLE TO REOPEN BACKUP FILE, STATUS = "
008110             WS-BACKUP-STATUS
008120         IF RETURN-CODE < 12
008130             MOVE 12 TO RETURN-CODE
008140         END-IF
008150         GO TO 4000-RELOAD-EXIT
008160     END-IF.
008170     OPEN OUTPUT RESULT-FILE.
008180     IF NOT WS-RESULT-OK
008190         DISPLAY "UNABLE TO RECREATE RESULTS MASTER, STATUS = "
008200             WS-RESULT-STATUS
008210         IF RETURN-CODE < 12
008220             MOVE 12 TO RETURN-CODE
008230         END-IF
008240         CLOSE BACKUP-FILE
008250         MOVE SPACES TO WS-BACKUP-STATUS
008260         GO TO 4000-RELOAD-EXIT
008270     END-IF.
008280
008290     PERFORM 4100-RELOAD-ONE
008300         THRU 4100-RELOAD-ONE-EXIT
008310         UNTIL WS-BACKUP-EOF.
008320     CLOSE BACKUP-FILE.
008330     MOVE SPACES TO WS-BACKUP-STATUS.
008340     CLOSE RESULT-FILE.
008350     IF NOT WS-RESULT-OK
008360         DISPLAY "RESULTS MASTER CLOSE FAILED, STATUS = "
008370             WS-RESULT-STATUS
008380         ADD 1 TO WS-LOAD-FAILED-COUNT
008390     END-IF.
008400     MOVE SPACES TO WS-RESULT-STATUS.
008410
008420     MOVE WS-LOADED-COUNT      TO QR-LOADED-COUNT.
008430     MOVE WS-LOAD-FAILED-COUNT TO QR-FAILED-COUNT.
008440     IF WS-RECOVERY-REPORT-OK
008450         MOVE WS-RECOVERY-RELOAD-LINE TO RECOVERY-REPORT-RECORD
008460         WRITE RECOVERY-REPORT-RECORD
008470     END-IF.
008480     DISPLAY "RESULTS MASTER RECORDS RELOADED = " WS-LOADED-COUNT.
008490     IF WS-LOADED-COUNT NOT = WS-CTL-REC-COUNT
008500         OR WS-LOAD-FAILED-COUNT > ZERO
008510         MOVE "RELOAD INCOMPLETE - RESULTS MASTER NOT USABLE"
008520             TO WS-VERDICT-TEXT
008530         PERFORM 6300-WRITE-VERDICT
008540             THRU 6300-WRITE-VERDICT-EXIT
008550         IF RETURN-CODE < 12
008560             MOVE 12 TO RETURN-CODE
008570         END-IF
008580         GO TO 4000-RELOAD-EXIT
008590     END-IF.
008600     SET WS-RELOAD-COMPLETE TO TRUE.
008610 4000-RELOAD-EXIT.
008620     EXIT.
008630******************************************************************
008640* 4100-RELOAD-ONE - WRITE ONE D LINE BACK AS A MASTER RECORD. THE
008650* HEADER AND CONTROL LINES WERE PROVED BY THE VERIFICATION AND
008660* ARE PASSED OVER.
008670******************************************************************
008680 4100-RELOAD-ONE.
008690     PERFORM 3100-READ-BACKUP
008700         THRU 3100-READ-BACKUP-EXIT.
008710     IF WS-BACKUP-EOF OR NOT RB-DETAIL
008720         GO TO 4100-RELOAD-ONE-EXIT
008730     END-IF.
008740     MOVE RB-DATA TO RESULT-MASTER-REC.
008742     MOVE RM-DEPT         TO RM-DKEY-DEPT.
008744     MOVE RM-RUN-DATE     TO RM-DKEY-RUN-DATE.
008746     MOVE RM-OPERATOR-ID  TO RM-OKEY-OPERATOR-ID.
008748     MOVE RM-RUN-DATE     TO RM-OKEY-RUN-DATE.
008750     WRITE RESULT-MASTER-REC
008760         INVALID KEY
008770             DISPLAY "RELOAD WRITE FAILED FOR BATCH " RM-BATCH-ID
008780                 " RECORD " RM-REC-NO ", STATUS = "
008790                 WS-RESULT-STATUS
008800             ADD 1 TO WS-LOAD-FAILED-COUNT
008810             MOVE "00" TO WS-RESULT-STATUS
008820             GO TO 4100-RELOAD-ONE-EXIT
008830     END-WRITE.
008840     ADD 1 TO WS-LOADED-COUNT.
008850 4100-RELOAD-ONE-EXIT.
008860     EXIT.
008870******************************************************************
008880* 5000-FORWARD-RECOVERY - REAPPLY TO THE RELOADED MASTER EVERY
008890* CALCULATION AND REV LINE COMPUTEEX LOGGED ON AUDITLOG AFTER THE
008900* BACKUP WAS TAKEN, IN THE ORDER THEY WERE LOGGED. THE DEPARTMENT
008910* IS NOT CARRIED ON THE AUDIT LINE AND COMES FROM THE BATCH
008920* REGISTER.
008930******************************************************************
008940 5000-FORWARD-RECOVERY.
008950     OPEN I-O RESULT-FILE.
008960     IF NOT WS-RESULT-OK
008970         DISPLAY "UNABLE TO OPEN RESULTS MASTER, STATUS = "
008980             WS-RESULT-STATUS
008990         IF RETURN-CODE < 12
009000             MOVE 12 TO RETURN-CODE
009010         END-IF
009020         GO TO 5000-FORWARD-RECOVERY-EXIT
009030     END-IF.
009040     OPEN INPUT AUDIT-FILE.
009050     IF NOT WS-AUDIT-OK
009060         DISPLAY "UNABLE TO OPEN AUDIT LOG, STATUS = "
009070             WS-AUDIT-STATUS
009080         IF RETURN-CODE < 12
009090             MOVE 12 TO RETURN-CODE
009100         END-IF
009110         MOVE SPACES TO WS-AUDIT-STATUS
009120         GO TO 5000-FORWARD-RECOVERY-EXIT
009130     END-IF.
009140     OPEN INPUT REGISTER-FILE.
009150     IF NOT WS-REGISTER-OK
009160         DISPLAY "UNABLE TO OPEN BATCH REGISTER, STATUS = "
009170             WS-REGISTER-STATUS
009180         DISPLAY "DEPARTMENTS TAKEN FROM THE BACKUP RECORD ONLY"
009190     END-IF.
009200
009210     PERFORM 5100-APPLY-ONE
009220         THRU 5100-APPLY-ONE-EXIT
009230         UNTIL WS-AUDIT-EOF.
009240
009250     MOVE WS-AUDIT-READ-COUNT   TO QF-AUDIT-READ-COUNT.
009260     MOVE WS-BEFORE-COUNT       TO QF-BEFORE-COUNT.
009270     MOVE WS-CALC-APPLIED-COUNT TO QF-CALC-APPLIED-COUNT.
009280     MOVE WS-REV-APPLIED-COUNT  TO QF-REV-APPLIED-COUNT.
009290     MOVE WS-OTHER-COUNT        TO QF-OTHER-COUNT.
009300     MOVE WS-PROBLEM-COUNT      TO QF-PROBLEM-COUNT.
009310     IF WS-RECOVERY-REPORT-OK
009320         MOVE WS-RECOVERY-FORWARD-LINE TO RECOVERY-REPORT-RECORD
009330         WRITE RECOVERY-REPORT-RECORD
009340     END-IF.
009350     DISPLAY "CALCULATIONS REAPPLIED = " WS-CALC-APPLIED-COUNT.
009360     DISPLAY "REVERSALS REAPPLIED    = " WS-REV-APPLIED-COUNT.
009370     IF WS-PROBLEM-COUNT > ZERO
009380         DISPLAY "AUDIT LINES NOT APPLIED CLEANLY = "
009390             WS-PROBLEM-COUNT
009400         IF RETURN-CODE < 4
009410             MOVE 4 TO RETURN-CODE
009420         END-IF
009430     END-IF.
009440 5000-FORWARD-RECOVERY-EXIT.
009450     EXIT.
009460******************************************************************
009470* 5100-APPLY-ONE - READ ONE AUDIT LINE AND ROUTE IT. LINES SEALED
009480* UP TO THE AUDIT SEQUENCE ON THE BACKUP HEADER ARE ALREADY IN THE
009485* BACKUP, AND LINES FROM BEFORE THE CHAIN ARE OLDER STILL. VIO AND
009490* ANY OTHER NON-POSTING LINES ARE COUNTED AND PASSED OVER.
009500******************************************************************
009510 5100-APPLY-ONE.
009520     READ AUDIT-FILE INTO AUDIT-DETAIL
009530         AT END
009540             SET WS-AUDIT-EOF TO TRUE
009550     END-READ.
009551*    A HARD READ ERROR ENDS THE REPLAY - THE MASTER IS ONLY
009552*    RECOVERED UP TO THE LAST LINE READ, SO FAIL THE RUN
009553     IF NOT WS-AUDIT-OK
009554         AND NOT WS-AUDIT-EOF
009555         DISPLAY "AUDIT LOG READ FAILED, STATUS = "
009556             WS-AUDIT-STATUS
009557         IF RETURN-CODE < 12
009558             MOVE 12 TO RETURN-CODE
009559         END-IF
009560         SET WS-AUDIT-EOF TO TRUE
009561         GO TO 5100-APPLY-ONE-EXIT
009562     END-IF.
009563     IF WS-AUDIT-EOF
009570         GO TO 5100-APPLY-ONE-EXIT
009580     END-IF.
009590     ADD 1 TO WS-AUDIT-READ-COUNT.
009591     IF WS-BACKUP-SEQ-KNOWN
009592         AND AD-SEQ-NO IS NOT NUMERIC
009593         ADD 1 TO WS-BEFORE-COUNT
009594         GO TO 5100-APPLY-ONE-EXIT
009595     END-IF.
009596     IF WS-BACKUP-SEQ-KNOWN
009600         AND AD-SEQ-NO NOT > WS-BACKUP-AUDIT-SEQ
009601         ADD 1 TO WS-BEFORE-COUNT
009602         GO TO 5100-APPLY-ONE-EXIT
009603     END-IF.
009604     IF WS-BACKUP-SEQ-UNKNOWN
009605         AND AD-TIMESTAMP NOT > WS-BACKUP-TIMESTAMP
009610         ADD 1 TO WS-BEFORE-COUNT
009620         GO TO 5100-APPLY-ONE-EXIT
009630     END-IF.
009640     IF AD-BATCH-ID = "SECURITY" OR AD-REC-NO IS NOT NUMERIC
009650         ADD 1 TO WS-OTHER-COUNT
009660         GO TO 5100-APPLY-ONE-EXIT
009670     END-IF.
009680     IF AD-OP-CODE = "REV"
009690         PERFORM 5300-APPLY-REVERSAL
009700             THRU 5300-APPLY-REVERSAL-EXIT
009710         GO TO 5100-APPLY-ONE-EXIT
009720     END-IF.
009730     MOVE AD-OP-CODE TO TRANS-OP-CODE.
009740     IF TRANS-OP-VALID
009750         PERFORM 5200-APPLY-CALCULATION
009760             THRU 5200-APPLY-CALCULATION-EXIT
009770     ELSE
009780         ADD 1 TO WS-OTHER-COUNT
009790     END-IF.
009800 5100-APPLY-ONE-EXIT.
009810     EXIT.
009820******************************************************************
009830* 5200-APPLY-CALCULATION - REBUILD THE MASTER RECORD FROM ONE
009840* CALCULATION LINE THE WAY COMPUTEEX 7500 BUILT IT - WRITTEN
009850* WHEN NEW, REWRITTEN IN PLACE WHEN THE KEY IS ALREADY ON FILE
009860* (A RERUN OF THE BATCH). A RESULT NOT REQUESTED, N/A OR
009870* OVERFLOWED IS RESTORED AS ITS FLAG WITH A ZERO VALUE.
009880******************************************************************
009890 5200-APPLY-CALCULATION.
009900     MOVE AD-BATCH-ID TO RM-BATCH-ID.
009910     MOVE AD-REC-NO   TO RM-REC-NO.
009920     SET WS-TARGET-NEW TO TRUE.
009930     MOVE SPACES TO WS-PRIOR-DEPT.
009940     READ RESULT-FILE
009950         INVALID KEY
009960             MOVE "00" TO WS-RESULT-STATUS
009970         NOT INVALID KEY
009980             SET WS-TARGET-ON-FILE TO TRUE
009990             MOVE RM-DEPT TO WS-PRIOR-DEPT
010000     END-READ.
010010     PERFORM 5250-FIND-DEPARTMENT
010020         THRU 5250-FIND-DEPARTMENT-EXIT.
010030
010040     MOVE SPACES          TO RESULT-MASTER-REC.
010050     MOVE AD-BATCH-ID     TO RM-BATCH-ID.
010060     MOVE AD-REC-NO       TO RM-REC-NO.
010070     MOVE AD-DATE         TO RM-RUN-DATE.
010080     MOVE AD-OPERATOR-ID  TO RM-OPERATOR-ID.
010090     MOVE WS-PRIOR-DEPT   TO RM-DEPT.
010092     MOVE RM-DEPT         TO RM-DKEY-DEPT.
010094     MOVE RM-RUN-DATE     TO RM-DKEY-RUN-DATE.
010096     MOVE RM-OPERATOR-ID  TO RM-OKEY-OPERATOR-ID.
010098     MOVE RM-RUN-DATE     TO RM-OKEY-RUN-DATE.
010100     MOVE AD-OP-CODE      TO RM-OP-CODE.
010110     MOVE AD-NUMERO1      TO RM-NUMERO1.
010120     MOVE AD-NUMERO2      TO RM-NUMERO2.
010130
010140     MOVE AD-SUMA-NA      TO WS-RCV-FIELD-NA.
010150     PERFORM 5270-DECODE-FIELD
010160         THRU 5270-DECODE-FIELD-EXIT.
010170     MOVE WS-RCV-FIELD-VALUE TO RM-SUMA.
010180     MOVE WS-RCV-FIELD-FLAG  TO RM-SUMA-FLAG.
010190
010200     MOVE AD-RESTA-NA     TO WS-RCV-FIELD-NA.
010210     PERFORM 5270-DECODE-FIELD
010220         THRU 5270-DECODE-FIELD-EXIT.
010230     MOVE WS-RCV-FIELD-VALUE TO RM-RESTA.
010240     MOVE WS-RCV-FIELD-FLAG  TO RM-RESTA-FLAG.
010250
010260     MOVE AD-DIV-NA       TO WS-RCV-FIELD-NA.
010270     PERFORM 5270-DECODE-FIELD
010280         THRU 5270-DECODE-FIELD-EXIT.
010290     MOVE WS-RCV-FIELD-VALUE TO RM-DIV.
010300     MOVE WS-RCV-FIELD-FLAG  TO RM-DIV-FLAG.
010310
010320     MOVE AD-MULTIPLICACION-NA TO WS-RCV-FIELD-NA.
010330     PERFORM 5270-DECODE-FIELD
010340         THRU 5270-DECODE-FIELD-EXIT.
010350     MOVE WS-RCV-FIELD-VALUE TO RM-MULTIPLICACION.
010360     MOVE WS-RCV-FIELD-FLAG  TO RM-MUL-FLAG.
010370
010380     MOVE AD-EXPO-NA      TO WS-RCV-FIELD-NA.
010390     PERFORM 5270-DECODE-FIELD
010400         THRU 5270-DECODE-FIELD-EXIT.
010410     MOVE WS-RCV-FIELD-VALUE TO RM-EXPO.
010420     MOVE WS-RCV-FIELD-FLAG  TO RM-EXPO-FLAG.
010430
010440     MOVE AD-PORCENTAJE-NA TO WS-RCV-FIELD-NA.
010450     PERFORM 5270-DECODE-FIELD
010460         THRU 5270-DECODE-FIELD-EXIT.
010470     MOVE WS-RCV-FIELD-VALUE TO RM-PORCENTAJE.
010480     MOVE WS-RCV-FIELD-FLAG  TO RM-PCT-FLAG.
010490
010500     MOVE AD-PROMEDIO-NA  TO WS-RCV-FIELD-NA.
010510     PERFORM 5270-DECODE-FIELD
010520         THRU 5270-DECODE-FIELD-EXIT.
010530     MOVE WS-RCV-FIELD-VALUE TO RM-PROMEDIO.
010540     MOVE WS-RCV-FIELD-FLAG  TO RM-AVG-FLAG.
010550
010560     IF WS-TARGET-ON-FILE
010570         REWRITE RESULT-MASTER-REC
010580             INVALID KEY
010590                 MOVE "MASTER REWRITE FAILED" TO QP-PROBLEM
010600                 PERFORM 6400-WRITE-PROBLEM
010610                     THRU 6400-WRITE-PROBLEM-EXIT
010620                 MOVE "00" TO WS-RESULT-STATUS
010630                 GO TO 5200-APPLY-CALCULATION-EXIT
010640         END-REWRITE
010650     ELSE
010660         WRITE RESULT-MASTER-REC
010670             INVALID KEY
010680                 MOVE "MASTER WRITE FAILED" TO QP-PROBLEM
010690                 PERFORM 6400-WRITE-PROBLEM
010700                     THRU 6400-WRITE-PROBLEM-EXIT
010710                 MOVE "00" TO WS-RESULT-STATUS
010720                 GO TO 5200-APPLY-CALCULATION-EXIT
010730         END-WRITE
010740     END-IF.
010750     ADD 1 TO WS-CALC-APPLIED-COUNT.
010760 5200-APPLY-CALCULATION-EXIT.
010770     EXIT.
010780******************************************************************
010790* 5250-FIND-DEPARTMENT - THE SUBMITTING DEPARTMENT FROM THE BATCH
010800* REGISTER, FALLING BACK TO THE ONE ON THE RECORD BEING REPLACED.
010810* A POSTED BATCH WITH NEITHER IS REPORTED SO THE DEPARTMENT CAN
010820* BE PUT RIGHT BEFORE THE MONTH-END SUMMARY.
010830******************************************************************
010840 5250-FIND-DEPARTMENT.
010850     IF NOT WS-REGISTER-OK
010860         GO TO 5250-FIND-DEPARTMENT-CHECK
010870     END-IF.
010880     MOVE AD-BATCH-ID TO BR-BATCH-ID.
010890     READ REGISTER-FILE
010900         INVALID KEY
010910             MOVE "00" TO WS-REGISTER-STATUS
010920         NOT INVALID KEY
010930             MOVE BR-DEPT TO WS-PRIOR-DEPT
010940     END-READ.
010950
010960 5250-FIND-DEPARTMENT-CHECK.
010970     IF WS-PRIOR-DEPT = SPACES
010980         AND AD-BATCH-ID NOT = "INTERACT"
010990         MOVE "DEPARTMENT UNKNOWN - POSTED BLANK" TO QP-PROBLEM
011000         PERFORM 6400-WRITE-PROBLEM
011010             THRU 6400-WRITE-PROBLEM-EXIT
011020     END-IF.
011030 5250-FIND-DEPARTMENT-EXIT.
011040     EXIT.
011050******************************************************************
011060* 5270-DECODE-FIELD - TURN ONE EDITED RESULT FIELD OF THE AUDIT
011070* LINE BACK INTO ITS RAW VALUE AND CONDITION FLAG - BLANK IS NOT
011080* REQUESTED, N/A A ZERO DIVISOR, OVFL AN OVERFLOW
011090******************************************************************
011100 5270-DECODE-FIELD.
011110     MOVE ZERO TO WS-RCV-FIELD-VALUE.
011120     IF WS-RCV-FIELD-NA = SPACES
011130         MOVE "-"   TO WS-RCV-FIELD-FLAG
011140         GO TO 5270-DECODE-FIELD-EXIT
011150     END-IF.
011160     IF WS-RCV-FIELD-NA = "N/A"
011170         MOVE "N"   TO WS-RCV-FIELD-FLAG
011180         GO TO 5270-DECODE-FIELD-EXIT
011190     END-IF.
011200     IF WS-RCV-FIELD-NA = "OVFL"
011210         MOVE "O"   TO WS-RCV-FIELD-FLAG
011220         GO TO 5270-DECODE-FIELD-EXIT
011230     END-IF.
011240     MOVE WS-RCV-FIELD-ED TO WS-RCV-FIELD-VALUE.
011250     MOVE SPACE           TO WS-RCV-FIELD-FLAG.
011260 5270-DECODE-FIELD-EXIT.
011270     EXIT.
011280******************************************************************
011290* 5300-APPLY-REVERSAL - FLAG THE NAMED MASTER RECORD REVERSED AND
011300* STAMP THE DAY THE REV LINE WAS LOGGED AS ITS REVERSAL DATE, THE
011310* WAY COMPUTEEX 2170 DID
011320******************************************************************
011330 5300-APPLY-REVERSAL.
011340     MOVE AD-BATCH-ID TO RM-BATCH-ID.
011350     MOVE AD-REC-NO   TO RM-REC-NO.
011360     READ RESULT-FILE
011370         INVALID KEY
011380             MOVE "REVERSAL TARGET NOT ON MASTER" TO QP-PROBLEM
011390             PERFORM 6400-WRITE-PROBLEM
011400                 THRU 6400-WRITE-PROBLEM-EXIT
011410             MOVE "00" TO WS-RESULT-STATUS
011420             GO TO 5300-APPLY-REVERSAL-EXIT
011430     END-READ.
011440     SET RM-REVERSED TO TRUE.
011450     MOVE AD-DATE     TO RM-REV-DATE.
011460     REWRITE RESULT-MASTER-REC
011470         INVALID KEY
011480             MOVE "REVERSAL REWRITE FAILED" TO QP-PROBLEM
011490             PERFORM 6400-WRITE-PROBLEM
011500                 THRU 6400-WRITE-PROBLEM-EXIT
011510             MOVE "00" TO WS-RESULT-STATUS
011520             GO TO 5300-APPLY-REVERSAL-EXIT
011530     END-REWRITE.
011540     ADD 1 TO WS-REV-APPLIED-COUNT.
011550 5300-APPLY-REVERSAL-EXIT.
011560     EXIT.
011570******************************************************************
011580* 6000-WRITE-BACKUP-LINE - WHEN THE BACKUP WAS TAKEN AND BY WHOM
011590******************************************************************
011600 6000-WRITE-BACKUP-LINE.
011610     IF WS-RECOVERY-REPORT-OK
011620         MOVE WS-RECOVERY-BACKUP-LINE TO RECOVERY-REPORT-RECORD
011630         WRITE RECOVERY-REPORT-RECORD
011640     END-IF.
011650     DISPLAY "BACKUP TAKEN " WS-BACKUP-TIMESTAMP
011660         " BY " WS-BACKUP-OPER.
011670 6000-WRITE-BACKUP-LINE-EXIT.
011680     EXIT.
011690******************************************************************
011700* 6100-WRITE-FIGURES - PRINT THE CONTROL FIGURES HELD IN
011710* WS-CONTROL-FIGURES UNDER THE LABEL ALREADY MOVED
011720******************************************************************
011730 6100-WRITE-FIGURES.
011740     MOVE WS-CTL-REC-COUNT       TO QC-REC-COUNT.
011750     MOVE WS-CTL-REVERSED-COUNT  TO QC-REVERSED-COUNT.
011760     MOVE WS-CTL-NUMERO1         TO QC-NUMERO1.
011770     MOVE WS-CTL-NUMERO2         TO QC-NUMERO2.
011780     MOVE WS-CTL-SUMA            TO QT-SUMA.
011790     MOVE WS-CTL-RESTA           TO QT-RESTA.
011800     MOVE WS-CTL-MULTIPLICACION  TO QT-MULTIPLICACION.
011810     MOVE WS-CTL-EXPO            TO QT-EXPO.
011820     IF WS-RECOVERY-REPORT-OK
011830         MOVE WS-RECOVERY-COUNT-LINE TO RECOVERY-REPORT-RECORD
011840         WRITE RECOVERY-REPORT-RECORD
011850         MOVE WS-RECOVERY-TOTAL-LINE TO RECOVERY-REPORT-RECORD
011860         WRITE RECOVERY-REPORT-RECORD
011870     END-IF.
011880 6100-WRITE-FIGURES-EXIT.
011890     EXIT.
011900******************************************************************
011910* 6200-WRITE-COUNTED - PRINT THE FIGURES RECOUNTED FROM THE
011920* BACKUP'S D LINES UNDER THE CONTROL RECORD'S OWN FIGURES
011930******************************************************************
011940 6200-WRITE-COUNTED.
011950     MOVE "COUNTED"              TO QC-LABEL.
011960     MOVE "COUNTED"              TO QT-LABEL.
011970     MOVE WS-FIG-REC-COUNT       TO QC-REC-COUNT.
011980     MOVE WS-FIG-REVERSED-COUNT  TO QC-REVERSED-COUNT.
011990     MOVE WS-FIG-NUMERO1         TO QC-NUMERO1.
012000     MOVE WS-FIG-NUMERO2         TO QC-NUMERO2.
012010     MOVE WS-FIG-SUMA            TO QT-SUMA.
012020     MOVE WS-FIG-RESTA           TO QT-RESTA.
012030     MOVE WS-FIG-MULTIPLICACION  TO QT-MULTIPLICACION.
012040     MOVE WS-FIG-EXPO            TO QT-EXPO.
012050     IF WS-RECOVERY-REPORT-OK
012060         MOVE WS-RECOVERY-COUNT-LINE TO RECOVERY-REPORT-RECORD
012070         WRITE RECOVERY-REPORT-RECORD
012080         MOVE WS-RECOVERY-TOTAL-LINE TO RECOVERY-REPORT-RECORD
012090         WRITE RECOVERY-REPORT-RECORD
012100     END-IF.
012110 6200-WRITE-COUNTED-EXIT.
012120     EXIT.
012130******************************************************************
012140* 6300-WRITE-VERDICT - PRINT AND SHOW THE VERDICT ON THE BACKUP
012150******************************************************************
012160 6300-WRITE-VERDICT.
012170     MOVE WS-VERDICT-TEXT TO QV-VERDICT.
012180     IF WS-RECOVERY-REPORT-OK
012190         MOVE WS-RECOVERY-VERDICT-LINE TO RECOVERY-REPORT-RECORD
012200         WRITE RECOVERY-REPORT-RECORD
012210     END-IF.
012220     DISPLAY WS-VERDICT-TEXT.
012230 6300-WRITE-VERDICT-EXIT.
012240     EXIT.
012250******************************************************************
012260* 6400-WRITE-PROBLEM - PRINT ONE AUDIT LINE THAT COULD NOT BE
012270* REAPPLIED CLEANLY, WITH THE PROBLEM ALREADY MOVED
012280******************************************************************
012290 6400-WRITE-PROBLEM.
012300     ADD 1 TO WS-PROBLEM-COUNT.
012310     MOVE AD-BATCH-ID  TO QP-BATCH-ID.
012320     MOVE AD-REC-NO    TO QP-REC-NO.
012330     MOVE AD-OP-CODE   TO QP-OP-CODE.
012340     IF WS-RECOVERY-REPORT-OK
012350         MOVE WS-RECOVERY-PROBLEM-LINE TO RECOVERY-REPORT-RECORD
012360         WRITE RECOVERY-REPORT-RECORD
012370     END-IF.
012380     DISPLAY "BATCH " AD-BATCH-ID " RECORD " AD-REC-NO
012390         " - " QP-PROBLEM.
012400 6400-WRITE-PROBLEM-EXIT.
012410     EXIT.
012420******************************************************************
012430* 8000-SET-TIMESTAMP - RUN DATE AND TIME OF DAY, IN THE SAME FORM
012440* AS THE AUDIT LOG TIMESTAMP SO THE TWO COMPARE
012450******************************************************************
012460 8000-SET-TIMESTAMP.
012470     ACCEPT WS-LOG-TIME FROM TIME.
012480     MOVE SPACES TO WS-LOG-TIMESTAMP.
012490     STRING WS-RUN-DATE    DELIMITED BY SIZE
012500            "-"            DELIMITED BY SIZE
012510            WS-LOG-TIME    DELIMITED BY SIZE
012520         INTO WS-LOG-TIMESTAMP.
012530 8000-SET-TIMESTAMP-EXIT.
012540     EXIT.
012550******************************************************************
012560* 9000-TERMINATE - END OF JOB HOUSEKEEPING
012570******************************************************************
012580 9000-TERMINATE.
012590     IF WS-RESULT-OK OR WS-RESULT-EOF
012600         CLOSE RESULT-FILE
012610     END-IF.
012620*    A FULL PACK CAN HOLD THE WRITE FAILURE BACK UNTIL THE CLOSE
012630*    FLUSHES THE LAST BUFFER - CHECK THE CLOSE STATUS TOO, SO A
012640*    TRUNCATED BACKUP STILL FAILS THE RUN
012650     IF WS-BACKUP-OK
012660         CLOSE BACKUP-FILE
012670         IF NOT WS-BACKUP-OK
012680             DISPLAY "BACKUP CLOSE FAILED, STATUS = "
012690                 WS-BACKUP-STATUS
012700             IF RETURN-CODE < 12
012710                 MOVE 12 TO RETURN-CODE
012720             END-IF
012730         END-IF
012740     END-IF.
012750     IF WS-AUDIT-OK OR WS-AUDIT-EOF
012760         CLOSE AUDIT-FILE
012770     END-IF.
012780     IF WS-REGISTER-OK
012790         CLOSE REGISTER-FILE
012800     END-IF.
012810     IF WS-RECOVERY-REPORT-OK
012820         CLOSE RECOVERY-REPORT-FILE
012830     END-IF.
012840 9000-TERMINATE-EXIT.
012850     EXIT.
012860 END PROGRAM RSLTRCV.
