000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     OPERMNT.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-09-21.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-09-21  JA   ORIGINAL VERSION - CONSOLE MAINTENANCE OF THE
000160*                  KEYED OPERATOR MASTER OPERMAST (SEE OPERREC).
000170*                  A LEVEL 3 OPERATOR ADDS A NEW OPERATOR, CHANGES
000180*                  AN OPERATOR'S NAME OR AUTHORITY LEVEL, OR
000190*                  REVOKES AN OPERATOR (LEVEL 0, STATUS R - THE
000200*                  RECORD STAYS FOR THE TRAIL). EVERY CHANGE
000210*                  APPENDS A BEFORE/AFTER LINE TO THE OPERLOG
000220*                  MAINTENANCE LOG THE WAY RATEMNT DOES ON
000230*                  RATELOG. NOBODY MAINTAINS THEIR OWN RECORD. THE
000240*                  P ACTION PRINTS THE QUARTERLY RECERTIFICATION
000250*                  LISTING ON RCRTRPT - EVERY OPERATOR, THE LEVEL
000260*                  AND THE DATE IT LAST CHANGED, WITH A SIGN-OFF
000270*                  COLUMN FOR THE DEPARTMENT MANAGERS. AN UNKNOWN
000280*                  OR UNDER-LEVEL OPERATOR ENDS THE RUN WITH
000290*                  RETURN CODE 16 AND A VIO LINE ON AUDITLOG.
000291* 2026-10-08  JA   THE VIO LINE IS NOW SEALED WITH THE NEXT
000292*                  RUNNING SEQUENCE NUMBER AND A CHECK VALUE
000293*                  CHAINED FROM THE LAST LINE ON THE AUDIT LOG
000294*                  (SEE AUDCHAIN).
000295* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000296*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000297*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000298*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000299*                  RUN WITH RETURN CODE 12.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.    IBM-370.
000340 OBJECT-COMPUTER.    IBM-370.
000350 SPECIAL-NAMES.
000360     CONSOLE IS CONSOLE.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS OM-KEY
000430         FILE STATUS IS WS-OPERATOR-STATUS.
000440
000450     SELECT OPER-LOG-FILE ASSIGN TO OPERLOG
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-OPER-LOG-STATUS.
000480
000490     SELECT RECERT-REPORT-FILE ASSIGN TO RCRTRPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RECERT-REPORT-STATUS.
000520
000530     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUDIT-STATUS.
000552
000554     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000556         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-PROCDATE-STATUS.
000560******************************************************************
000570* DATA DIVISION.
000580******************************************************************
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  OPERATOR-FILE.
000620     COPY OPERREC.
000630
000640 FD  OPER-LOG-FILE
000650     RECORDING MODE IS F.
000660 01  OPER-LOG-RECORD                PIC X(100).
000670
000680 FD  RECERT-REPORT-FILE
000690     RECORDING MODE IS F.
000700 01  RECERT-REPORT-RECORD           PIC X(100).
000710
000720 FD  AUDIT-FILE
000730     RECORDING MODE IS F.
000740 01  AUDIT-RECORD                   PIC X(177).
000742
000744 FD  PROCDATE-FILE
000746     RECORDING MODE IS F.
000748     COPY PROCDREC.
000750
000760 WORKING-STORAGE SECTION.
000770******************************************************************
000780* SWITCHES AND COUNTERS
000790******************************************************************
000800 77  WS-OPERATOR-STATUS         PIC X(02)  VALUE SPACES.
000810     88  WS-OPERATOR-OK                    VALUE "00".
000820     88  WS-OPERATOR-EOF                   VALUE "10".
000830     88  WS-OPERATOR-NOT-FOUND             VALUE "23".
000840
000850 77  WS-OPER-LOG-STATUS         PIC X(02)  VALUE SPACES.
000860     88  WS-OPER-LOG-OK                    VALUE "00".
000870     88  WS-OPER-LOG-NOT-FOUND             VALUE "35".
000880
000890 77  WS-RECERT-REPORT-STATUS    PIC X(02)  VALUE SPACES.
000900     88  WS-RECERT-REPORT-OK               VALUE "00".
000910
000920 77  WS-AUDIT-STATUS            PIC X(02)  VALUE SPACES.
000930     88  WS-AUDIT-OK                       VALUE "00".
000940     88  WS-AUDIT-FILE-NOT-FOUND           VALUE "35".
000950
000960 77  WS-AUTH-SW                 PIC X(01)  VALUE "N".
000970     88  WS-OPERATOR-AUTHORIZED            VALUE "Y".
000980     88  WS-OPERATOR-REFUSED               VALUE "N".
000990
001000 77  WS-ACTION-SW               PIC X(01)  VALUE SPACES.
001010     88  WS-ACTION-ADD                     VALUE "A" "a".
001020     88  WS-ACTION-CHANGE                  VALUE "C" "c".
001030     88  WS-ACTION-REVOKE                  VALUE "R" "r".
001040     88  WS-ACTION-PRINT                   VALUE "P" "p".
001050     88  WS-ACTION-END                     VALUE "E" "e".
001060
001070 77  WS-FOUND-SW                PIC X(01)  VALUE "N".
001080     88  WS-OPER-ON-FILE                   VALUE "Y".
001090     88  WS-OPER-NEW                       VALUE "N".
001100
001110 77  WS-CONFIRM-SW              PIC X(01)  VALUE "N".
001120     88  WS-CONFIRM-YES                    VALUE "Y" "y".
001130
001140 77  WS-LIST-COUNT              PIC 9(05)  COMP VALUE ZERO.
001150 77  WS-ACTIVE-COUNT            PIC 9(05)  COMP VALUE ZERO.
001160 77  WS-REVOKED-COUNT           PIC 9(05)  COMP VALUE ZERO.
001170
001180 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
001190 77  WS-VIOLATION-TEXT          PIC X(11)  VALUE SPACES.
001191 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001192     88  WS-PROCDATE-OK                    VALUE "00".
001193     88  WS-PROCDATE-EOF                   VALUE "10".
001194
001195 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001196     88  WS-PROCDATE-FOUND                 VALUE "Y".
001197     88  WS-PROCDATE-MISSING               VALUE "N".
001198
001200 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001210 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
001220 77  WS-LOG-TIME                PIC X(08)  VALUE SPACES.
001230 77  WS-LOG-TIMESTAMP           PIC X(17)  VALUE SPACES.
001240
001250******************************************************************
001260* CONSOLE ENTRY FIELDS - SPACES ON A CHANGE KEEP THE EXISTING
001270* VALUE. THE LEVEL IS KEYED AS ONE DIGIT, 1 TO 3 - LEVEL 0 IS
001280* ONLY EVER SET BY THE REVOKE ACTION.
001290******************************************************************
001300 77  WS-INQ-OPER-ID             PIC X(08)  VALUE SPACES.
001310 77  WS-NEW-NAME                PIC X(20)  VALUE SPACES.
001320 77  WS-NEW-LEVEL-X             PIC X(01)  VALUE SPACES.
001330 77  WS-NEW-LEVEL               PIC 9(01)  VALUE ZERO.
001340 77  WS-OLD-NAME                PIC X(20)  VALUE SPACES.
001350 77  WS-OLD-LEVEL-X             PIC X(01)  VALUE SPACES.
001360 77  WS-LOG-ACTION              PIC X(03)  VALUE SPACES.
001370
001380******************************************************************
001390* AUDIT LOG RECORD - SHARED COPYBOOK, USED HERE ONLY FOR THE
001400* SECURITY VIOLATION LINE
001410******************************************************************
001420     COPY AUDITREC.
001430
001431******************************************************************
001432* AUDIT LOG SEQUENCE AND CHECK VALUE WORK AREA - SHARED COPYBOOK
001433******************************************************************
001434     COPY AUDCHAIN.
001435
001440******************************************************************
001450* MAINTENANCE LOG LINE - ONE PER CHANGE, BEFORE AND AFTER. THE
001460* OLD SIDE OF AN ADD SHOWS A BLANK LEVEL AND NONE.
001470******************************************************************
001480 01  WS-OPER-LOG-DETAIL.
001490     05  OL-TIMESTAMP           PIC X(17).
001500     05  FILLER                 PIC X(01) VALUE SPACE.
001510     05  OL-MAINT-ID            PIC X(08).
001520     05  FILLER                 PIC X(06) VALUE " OPER ".
001530     05  OL-OPER-ID             PIC X(08).
001540     05  FILLER                 PIC X(01) VALUE SPACE.
001550     05  OL-ACTION              PIC X(03).
001560     05  FILLER                 PIC X(05) VALUE " OLD=".
001570     05  OL-OLD-LEVEL           PIC X(01).
001580     05  FILLER                 PIC X(01) VALUE SPACE.
001590     05  OL-OLD-NAME            PIC X(20).
001600     05  FILLER                 PIC X(05) VALUE " NEW=".
001610     05  OL-NEW-LEVEL           PIC 9(01).
001620     05  FILLER                 PIC X(01) VALUE SPACE.
001630     05  OL-NEW-NAME            PIC X(20).
001640     05  FILLER                 PIC X(02) VALUE SPACES.
001650
001660******************************************************************
001670* RECERTIFICATION LISTING LAYOUTS
001680******************************************************************
001690 01  WS-RECERT-HEADER.
001700     05  FILLER                 PIC X(30) VALUE
001710             "OPERMNT ACCESS RECERTIFICATION".
001720     05  FILLER                 PIC X(11) VALUE
001730             "  RUN DATE ".
001740     05  RH-RUN-DATE            PIC X(10).
001750     05  FILLER                 PIC X(49) VALUE SPACES.
001760
001770 01  WS-RECERT-DETAIL.
001780     05  FILLER                 PIC X(08) VALUE "** OPER ".
001790     05  RD-OPER-ID             PIC X(08).
001800     05  FILLER                 PIC X(01) VALUE SPACE.
001810     05  RD-NAME                PIC X(20).
001820     05  FILLER                 PIC X(07) VALUE " LEVEL ".
001830     05  RD-LEVEL               PIC 9(01).
001840     05  FILLER                 PIC X(01) VALUE SPACE.
001850     05  RD-STATUS              PIC X(07).
001860     05  FILLER                 PIC X(11) VALUE " LEVEL SET ".
001870     05  RD-LEVEL-DATE          PIC X(08).
001880     05  FILLER                 PIC X(28) VALUE
001890             "  SIGN-OFF ________________".
001900
001910 01  WS-RECERT-TOTALS.
001920     05  FILLER                 PIC X(19) VALUE
001930             "** RECERT TOTALS   ".
001940     05  FILLER                 PIC X(10) VALUE "OPERATORS=".
001950     05  RT-LIST-COUNT          PIC ZZ,ZZ9.
001960     05  FILLER                 PIC X(08) VALUE "  ACTIVE".
001970     05  FILLER                 PIC X(01) VALUE "=".
001980     05  RT-ACTIVE-COUNT        PIC ZZ,ZZ9.
001990     05  FILLER                 PIC X(09) VALUE "  REVOKED".
002000     05  FILLER                 PIC X(01) VALUE "=".
002010     05  RT-REVOKED-COUNT       PIC ZZ,ZZ9.
002020     05  FILLER                 PIC X(34) VALUE SPACES.
002030******************************************************************
002040* PROCEDURE DIVISION.
002050******************************************************************
002060 PROCEDURE DIVISION.
002070******************************************************************
002080* 0000-MAINLINE - PROGRAM ENTRY POINT
002090******************************************************************
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE
002120         THRU 1000-INITIALIZE-EXIT.
002130
002140     IF WS-OPERATOR-AUTHORIZED
002150         AND WS-OPERATOR-OK AND WS-OPER-LOG-OK
002160         PERFORM 2000-MAINT-PROCESS
002170             THRU 2000-MAINT-PROCESS-EXIT
002180             UNTIL WS-ACTION-END
002190     END-IF.
002200
002210     PERFORM 9000-TERMINATE
002220         THRU 9000-TERMINATE-EXIT.
002230
002240     STOP RUN.
002250******************************************************************
002260* 1000-INITIALIZE - OPEN THE OPERATOR MASTER, PROVE THE OPERATOR
002270* AND OPEN THE MAINTENANCE LOG. A CHANGE THAT CANNOT BE LOGGED
002280* MUST NOT HAPPEN, SO A LOG OPEN FAILURE STOPS THE SESSION.
002290******************************************************************
002300 1000-INITIALIZE.
002302     PERFORM 1010-READ-PROCESSING-DATE
002304         THRU 1010-READ-PROCESSING-DATE-EXIT.
002306     IF WS-PROCDATE-MISSING
002308         GO TO 1000-INITIALIZE-EXIT
002310     END-IF.
002320     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
002330     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
002340     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
002350     MOVE "/"                TO WS-RUN-DATE-ED(6:1)
002360     MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-ED(7:4).
002370     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
002380     IF WS-OPERATOR-ID = SPACES
002390         MOVE "UNKNOWN " TO WS-OPERATOR-ID
002400     END-IF.
002410
002420     OPEN I-O OPERATOR-FILE.
002430     IF NOT WS-OPERATOR-OK
002440         DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS = "
002450             WS-OPERATOR-STATUS
002460         DISPLAY "RUN ABANDONED - OPERATOR NOT VERIFIABLE"
002470         IF RETURN-CODE < 16
002480             MOVE 16 TO RETURN-CODE
002490         END-IF
002500         GO TO 1000-INITIALIZE-EXIT
002510     END-IF.
002520
002530     PERFORM 1100-CHECK-OPERATOR
002540         THRU 1100-CHECK-OPERATOR-EXIT.
002550     IF WS-OPERATOR-REFUSED
002560         GO TO 1000-INITIALIZE-EXIT
002570     END-IF.
002580
002590     OPEN EXTEND OPER-LOG-FILE.
002600     IF WS-OPER-LOG-NOT-FOUND
002610         OPEN OUTPUT OPER-LOG-FILE
002620     END-IF.
002630     IF NOT WS-OPER-LOG-OK
002640         DISPLAY "UNABLE TO OPEN OPERATOR LOG, STATUS = "
002650             WS-OPER-LOG-STATUS
002660         IF RETURN-CODE < 12
002670             MOVE 12 TO RETURN-CODE
002680         END-IF
002690     END-IF.
002700 1000-INITIALIZE-EXIT.
002710     EXIT.
002711******************************************************************
002712* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
002713* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
002714* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
002715* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
002716* DOES NOTHING.
002717******************************************************************
002718 1010-READ-PROCESSING-DATE.
002719     OPEN INPUT PROCDATE-FILE.
002720     IF NOT WS-PROCDATE-OK
002721         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
002722             WS-PROCDATE-STATUS
002723         GO TO 1010-READ-PROCESSING-DATE-FAIL
002724     END-IF.
002725     READ PROCDATE-FILE
002726         AT END
002727             MOVE SPACES TO PROCESSING-DATE-REC
002728     END-READ.
002729     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
002730         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
002731             WS-PROCDATE-STATUS
002732         CLOSE PROCDATE-FILE
002733         GO TO 1010-READ-PROCESSING-DATE-FAIL
002734     END-IF.
002735     CLOSE PROCDATE-FILE.
002736     IF PD-CURRENT-DATE IS NOT NUMERIC
002737         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
002738         GO TO 1010-READ-PROCESSING-DATE-FAIL
002739     END-IF.
002740     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
002741     SET WS-PROCDATE-FOUND TO TRUE.
002742     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
002743     GO TO 1010-READ-PROCESSING-DATE-EXIT.
002744
002745 1010-READ-PROCESSING-DATE-FAIL.
002746     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
002747     IF RETURN-CODE < 12
002748         MOVE 12 TO RETURN-CODE
002749     END-IF.
002750 1010-READ-PROCESSING-DATE-EXIT.
002751     EXIT.
002752******************************************************************
002753* 1100-CHECK-OPERATOR - PROVE THE OPERATOR AGAINST THE OPERATOR
002754* MASTER. MAINTAINING THE MASTER ITSELF NEEDS THE TOP AUTHORITY
002755* LEVEL - A REVOKED OPERATOR SITS AT LEVEL 0 AND FAILS WITH THE
002760* REST. A REFUSAL ENDS THE RUN WITH RETURN CODE 16 AND IS
002770* WRITTEN TO AUDITLOG AS A VIO LINE.
002780******************************************************************
002790 1100-CHECK-OPERATOR.
002800     SET WS-OPERATOR-REFUSED TO TRUE.
002810     MOVE WS-OPERATOR-ID TO OM-OPER-ID.
002820     READ OPERATOR-FILE
002830         INVALID KEY
002840             MOVE "UNKNOWN ID " TO WS-VIOLATION-TEXT
002850         NOT INVALID KEY
002860             IF OM-LEVEL-MASTER
002870                 SET WS-OPERATOR-AUTHORIZED TO TRUE
002880             ELSE
002890                 MOVE "LEVEL LOW  " TO WS-VIOLATION-TEXT
002900             END-IF
002910     END-READ.
002920     MOVE "00" TO WS-OPERATOR-STATUS.
002930     IF WS-OPERATOR-AUTHORIZED
002940         GO TO 1100-CHECK-OPERATOR-EXIT
002950     END-IF.
002960     DISPLAY "OPERATOR " WS-OPERATOR-ID
002970         " REFUSED - " WS-VIOLATION-TEXT.
002980     DISPLAY "RUN ABANDONED - NOTHING CHANGED".
002990     PERFORM 1150-WRITE-VIOLATION
003000         THRU 1150-WRITE-VIOLATION-EXIT.
003010     IF RETURN-CODE < 16
003020         MOVE 16 TO RETURN-CODE
003030     END-IF.
003040 1100-CHECK-OPERATOR-EXIT.
003050     EXIT.
003060******************************************************************
003070* 1150-WRITE-VIOLATION - APPEND THE REFUSED ATTEMPT TO THE
003080* AUDIT LOG AS A VIO LINE - TIMESTAMP, THE SECURITY MARKER IN
003090* THE BATCH FIELD, THE OPERATOR AND THE REASON
003100******************************************************************
003110 1150-WRITE-VIOLATION.
003112     PERFORM 1160-FIND-CHAIN-TAIL
003114         THRU 1160-FIND-CHAIN-TAIL-EXIT.
003120     OPEN EXTEND AUDIT-FILE.
003130     IF WS-AUDIT-FILE-NOT-FOUND
003140         OPEN OUTPUT AUDIT-FILE
003150     END-IF.
003160     IF NOT WS-AUDIT-OK
003170         DISPLAY "UNABLE TO LOG VIOLATION, STATUS = "
003180             WS-AUDIT-STATUS
003190         MOVE SPACES TO WS-AUDIT-STATUS
003200         GO TO 1150-WRITE-VIOLATION-EXIT
003210     END-IF.
003220     ACCEPT WS-LOG-TIME FROM TIME.
003230     STRING WS-RUN-DATE    DELIMITED BY SIZE
003240            "-"            DELIMITED BY SIZE
003250            WS-LOG-TIME    DELIMITED BY SIZE
003260         INTO WS-LOG-TIMESTAMP.
003270     MOVE SPACES             TO AUDIT-DETAIL.
003280     MOVE WS-LOG-TIMESTAMP   TO AD-TIMESTAMP.
003290     MOVE "SECURITY"         TO AD-BATCH-ID.
003300     MOVE ZERO               TO AD-REC-NO.
003310     MOVE WS-OPERATOR-ID     TO AD-OPERATOR-ID.
003320     MOVE "VIO"              TO AD-OP-CODE.
003330     MOVE WS-VIOLATION-TEXT  TO AD-SUMA-NA.
003332     PERFORM 1170-SEAL-AUDIT-LINE
003334         THRU 1170-SEAL-AUDIT-LINE-EXIT.
003340     MOVE AUDIT-DETAIL       TO AUDIT-RECORD.
003350     WRITE AUDIT-RECORD.
003360     CLOSE AUDIT-FILE.
003370     MOVE SPACES TO WS-AUDIT-STATUS.
003380 1150-WRITE-VIOLATION-EXIT.
003390     EXIT.
003391******************************************************************
003392* 1160-FIND-CHAIN-TAIL - READ THE AUDIT LOG THROUGH TO ITS END FOR
003393* THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST SEALED LINE,
003394* SO THE LINES THIS RUN APPENDS CARRY THE CHAIN ON. NO LOG YET,
003395* OR ONLY LINES FROM BEFORE THE CHAIN, STARTS FROM ZERO.
003396******************************************************************
003397 1160-FIND-CHAIN-TAIL.
003398     MOVE ZERO TO AC-SEQ-NO.
003399     MOVE ZERO TO AC-CHAIN-VALUE.
003400     OPEN INPUT AUDIT-FILE.
003401     IF NOT WS-AUDIT-OK
003402         MOVE SPACES TO WS-AUDIT-STATUS
003403         GO TO 1160-FIND-CHAIN-TAIL-EXIT
003404     END-IF.
003405     PERFORM 1165-READ-CHAIN-TAIL
003406         THRU 1165-READ-CHAIN-TAIL-EXIT
003407         UNTIL NOT WS-AUDIT-OK.
003408     CLOSE AUDIT-FILE.
003409     MOVE SPACES TO WS-AUDIT-STATUS.
003410     MOVE SPACES TO AUDIT-DETAIL.
003411 1160-FIND-CHAIN-TAIL-EXIT.
003412     EXIT.
003413******************************************************************
003414* 1165-READ-CHAIN-TAIL - KEEP THE SEQUENCE AND CHECK VALUE OF
003415* EVERY SEALED LINE READ, SO THE LAST ONE STANDS AT END OF FILE
003416******************************************************************
003417 1165-READ-CHAIN-TAIL.
003418     READ AUDIT-FILE INTO AUDIT-DETAIL
003419         AT END
003420             GO TO 1165-READ-CHAIN-TAIL-EXIT
003421     END-READ.
003422     IF AD-SEQ-NO IS NUMERIC
003423         AND AD-CHAIN-VALUE IS NUMERIC
003424         MOVE AD-SEQ-NO      TO AC-SEQ-NO
003425         MOVE AD-CHAIN-VALUE TO AC-CHAIN-VALUE
003426     END-IF.
003427 1165-READ-CHAIN-TAIL-EXIT.
003428     EXIT.
003429******************************************************************
003430* 1170-SEAL-AUDIT-LINE - NUMBER THE LINE BUILT IN AUDIT-DETAIL AND
003431* CHAIN ITS CHECK VALUE ON FROM THE LINE BEFORE IT (SEE AUDCHAIN)
003432******************************************************************
003433 1170-SEAL-AUDIT-LINE.
003434     ADD 1 TO AC-SEQ-NO.
003435     MOVE AC-SEQ-NO TO AD-SEQ-NO.
003436     PERFORM 1175-CHAIN-ONE-BYTE
003437         THRU 1175-CHAIN-ONE-BYTE-EXIT
003438         VARYING AC-IX FROM 1 BY 1
003439         UNTIL AC-IX > AC-SEALED-LENGTH.
003440     MOVE AC-CHAIN-VALUE TO AD-CHAIN-VALUE.
003441 1170-SEAL-AUDIT-LINE-EXIT.
003442     EXIT.
003443******************************************************************
003444* 1175-CHAIN-ONE-BYTE - FOLD ONE BYTE INTO THE CHECK VALUE
003445******************************************************************
003446 1175-CHAIN-ONE-BYTE.
003447     MOVE AUDIT-DETAIL (AC-IX:1) TO AC-BYTE.
003448     COMPUTE AC-WORK = AC-CHAIN-VALUE * 31 + AC-BYTE-NUM + AC-IX.
003449     DIVIDE AC-WORK BY AC-MODULUS
003450         GIVING AC-QUOTIENT REMAINDER AC-CHAIN-VALUE.
003451 1175-CHAIN-ONE-BYTE-EXIT.
003452     EXIT.
003453******************************************************************
003454* 2000-MAINT-PROCESS - RUN ONE CONSOLE ACTION - ADD, CHANGE OR
003455* REVOKE AN OPERATOR, PRINT THE RECERTIFICATION LISTING, OR END
003456* THE SESSION
003457******************************************************************
003458 2000-MAINT-PROCESS.
003460     DISPLAY "ADD, CHANGE, REVOKE, PRINT OR END (A/C/R/P/E)?"
003470     ACCEPT WS-ACTION-SW.
003480
003490     IF WS-ACTION-END
003500         GO TO 2000-MAINT-PROCESS-EXIT
003510     END-IF.
003520     IF WS-ACTION-PRINT
003530         PERFORM 5000-PRINT-RECERT
003540             THRU 5000-PRINT-RECERT-EXIT
003550         GO TO 2000-MAINT-PROCESS-EXIT
003560     END-IF.
003570     IF NOT WS-ACTION-ADD
003580         AND NOT WS-ACTION-CHANGE
003590         AND NOT WS-ACTION-REVOKE
003600         DISPLAY "ENTER A, C, R, P OR E"
003610         GO TO 2000-MAINT-PROCESS-EXIT
003620     END-IF.
003630
003640     DISPLAY "OPERATOR ID:"
003650     ACCEPT WS-INQ-OPER-ID.
003660     IF WS-INQ-OPER-ID = SPACES
003670         DISPLAY "OPERATOR ID REQUIRED"
003680         GO TO 2000-MAINT-PROCESS-EXIT
003690     END-IF.
003700*    NOBODY GRANTS, RAISES OR REVOKES THEIR OWN ACCESS - A
003710*    SECOND LEVEL 3 OPERATOR MAKES ANY CHANGE TO THIS RECORD
003720     IF WS-INQ-OPER-ID = WS-OPERATOR-ID
003730         DISPLAY "YOU CANNOT MAINTAIN YOUR OWN OPERATOR RECORD"
003740         GO TO 2000-MAINT-PROCESS-EXIT
003750     END-IF.
003760
003770     SET WS-OPER-NEW TO TRUE.
003780     MOVE WS-INQ-OPER-ID TO OM-OPER-ID.
003790     READ OPERATOR-FILE
003800         INVALID KEY
003810             CONTINUE
003820         NOT INVALID KEY
003830             SET WS-OPER-ON-FILE TO TRUE
003840     END-READ.
003850     MOVE "00" TO WS-OPERATOR-STATUS.
003860
003870     IF WS-OPER-ON-FILE
003880         MOVE OM-NAME       TO WS-OLD-NAME
003890         MOVE OM-AUTH-LEVEL TO WS-OLD-LEVEL-X
003900         DISPLAY "OPER " WS-INQ-OPER-ID
003910             " NAME " OM-NAME
003920             " LEVEL " OM-AUTH-LEVEL
003930             " STATUS " OM-STATUS
003940             " LEVEL SET " OM-LEVEL-DATE
003950     END-IF.
003960
003970     IF WS-ACTION-ADD
003980         PERFORM 3000-ADD-OPERATOR
003990             THRU 3000-ADD-OPERATOR-EXIT
004000     ELSE
004010         IF WS-ACTION-CHANGE
004020             PERFORM 3200-CHANGE-OPERATOR
004030                 THRU 3200-CHANGE-OPERATOR-EXIT
004040         ELSE
004050             PERFORM 3400-REVOKE-OPERATOR
004060                 THRU 3400-REVOKE-OPERATOR-EXIT
004070         END-IF
004080     END-IF.
004090 2000-MAINT-PROCESS-EXIT.
004100     EXIT.
004110******************************************************************
004120* 3000-ADD-OPERATOR - ADD A NEW OPERATOR WITH A NAME AND A LEVEL
004130* OF 1 TO 3. THE LEVEL-CHANGE DATE STARTS AT TODAY.
004140******************************************************************
004150 3000-ADD-OPERATOR.
004160     IF WS-OPER-ON-FILE
004170         DISPLAY "OPERATOR " WS-INQ-OPER-ID
004180             " IS ALREADY ON FILE - USE CHANGE"
004190         GO TO 3000-ADD-OPERATOR-EXIT
004200     END-IF.
004210     DISPLAY "OPERATOR NAME:"
004220     ACCEPT WS-NEW-NAME.
004230     IF WS-NEW-NAME = SPACES
004240         DISPLAY "NAME REQUIRED - NOTHING ADDED"
004250         GO TO 3000-ADD-OPERATOR-EXIT
004260     END-IF.
004270     DISPLAY "AUTHORITY LEVEL (1-3):"
004280     ACCEPT WS-NEW-LEVEL-X.
004290     IF WS-NEW-LEVEL-X < "1" OR WS-NEW-LEVEL-X > "3"
004300         DISPLAY "LEVEL MUST BE 1, 2 OR 3 - NOTHING ADDED"
004310         GO TO 3000-ADD-OPERATOR-EXIT
004320     END-IF.
004330     MOVE WS-NEW-LEVEL-X TO WS-NEW-LEVEL.
004340
004350     MOVE SPACES          TO OPERATOR-MASTER-REC.
004360     MOVE WS-INQ-OPER-ID  TO OM-OPER-ID.
004370     MOVE WS-NEW-NAME     TO OM-NAME.
004380     MOVE WS-NEW-LEVEL    TO OM-AUTH-LEVEL.
004390     MOVE "A"             TO OM-STATUS.
004400     MOVE WS-RUN-DATE     TO OM-LEVEL-DATE.
004410     WRITE OPERATOR-MASTER-REC
004420         INVALID KEY
004430             DISPLAY "OPERATOR WRITE FAILED, STATUS = "
004440                 WS-OPERATOR-STATUS
004450     END-WRITE.
004460     IF NOT WS-OPERATOR-OK
004470         IF RETURN-CODE < 12
004480             MOVE 12 TO RETURN-CODE
004490         END-IF
004500         MOVE "00" TO WS-OPERATOR-STATUS
004510         GO TO 3000-ADD-OPERATOR-EXIT
004520     END-IF.
004530
004540     MOVE "ADD"  TO WS-LOG-ACTION.
004550     MOVE SPACE  TO WS-OLD-LEVEL-X.
004560     MOVE "NONE" TO WS-OLD-NAME.
004570     PERFORM 3900-WRITE-LOG-LINE
004580         THRU 3900-WRITE-LOG-LINE-EXIT.
004590     DISPLAY "OPERATOR " WS-INQ-OPER-ID " ADDED AT LEVEL "
004600         WS-NEW-LEVEL.
004610 3000-ADD-OPERATOR-EXIT.
004620     EXIT.
004630******************************************************************
004640* 3200-CHANGE-OPERATOR - CHANGE THE NAME AND/OR THE LEVEL OF AN
004650* OPERATOR ON FILE. SPACES KEEP THE EXISTING VALUE. A NEW LEVEL
004660* RESTAMPS THE LEVEL-CHANGE DATE, AND GIVING A REVOKED OPERATOR
004670* A LEVEL AGAIN REINSTATES THEM.
004680******************************************************************
004690 3200-CHANGE-OPERATOR.
004700     IF WS-OPER-NEW
004710         DISPLAY "OPERATOR " WS-INQ-OPER-ID
004720             " IS NOT ON FILE - USE ADD"
004730         GO TO 3200-CHANGE-OPERATOR-EXIT
004740     END-IF.
004750     DISPLAY "NEW NAME (SPACES KEEP):"
004760     ACCEPT WS-NEW-NAME.
004770     IF WS-NEW-NAME = SPACES
004780         MOVE OM-NAME TO WS-NEW-NAME
004790     END-IF.
004800     DISPLAY "NEW AUTHORITY LEVEL 1-3 (SPACES KEEP):"
004810     ACCEPT WS-NEW-LEVEL-X.
004820     IF WS-NEW-LEVEL-X = SPACES
004830         MOVE OM-AUTH-LEVEL TO WS-NEW-LEVEL
004840     ELSE
004850         IF WS-NEW-LEVEL-X < "1" OR WS-NEW-LEVEL-X > "3"
004860             DISPLAY "LEVEL MUST BE 1, 2 OR 3 - NO CHANGE APPLIED"
004870             GO TO 3200-CHANGE-OPERATOR-EXIT
004880         END-IF
004890         MOVE WS-NEW-LEVEL-X TO WS-NEW-LEVEL
004900     END-IF.
004910     IF WS-NEW-NAME = OM-NAME
004920         AND WS-NEW-LEVEL = OM-AUTH-LEVEL
004930         DISPLAY "NO CHANGE APPLIED"
004940         GO TO 3200-CHANGE-OPERATOR-EXIT
004950     END-IF.
004960
004970     IF WS-NEW-LEVEL NOT = OM-AUTH-LEVEL
004980         MOVE WS-RUN-DATE TO OM-LEVEL-DATE
004990     END-IF.
005000     MOVE WS-NEW-NAME  TO OM-NAME.
005010     MOVE WS-NEW-LEVEL TO OM-AUTH-LEVEL.
005020     IF OM-LEVEL-INQUIRY
005030         MOVE "A" TO OM-STATUS
005040     END-IF.
005050     REWRITE OPERATOR-MASTER-REC
005060         INVALID KEY
005070             DISPLAY "OPERATOR REWRITE FAILED, STATUS = "
005080                 WS-OPERATOR-STATUS
005090     END-REWRITE.
005100     IF NOT WS-OPERATOR-OK
005110         IF RETURN-CODE < 12
005120             MOVE 12 TO RETURN-CODE
005130         END-IF
005140         MOVE "00" TO WS-OPERATOR-STATUS
005150         GO TO 3200-CHANGE-OPERATOR-EXIT
005160     END-IF.
005170
005180     MOVE "UPD" TO WS-LOG-ACTION.
005190     PERFORM 3900-WRITE-LOG-LINE
005200         THRU 3900-WRITE-LOG-LINE-EXIT.
005210     DISPLAY "OPERATOR " WS-INQ-OPER-ID " NOW " WS-NEW-NAME
005220         " LEVEL " WS-NEW-LEVEL.
005230 3200-CHANGE-OPERATOR-EXIT.
005240     EXIT.
005250******************************************************************
005260* 3400-REVOKE-OPERATOR - REVOKE AN OPERATOR ON FILE. THE RECORD
005270* IS KEPT FOR THE TRAIL AT LEVEL 0 WITH STATUS R, SO EVERY LEVEL
005280* CHECK IN THE SUITE REFUSES IT FROM HERE ON.
005290******************************************************************
005300 3400-REVOKE-OPERATOR.
005310     IF WS-OPER-NEW
005320         DISPLAY "OPERATOR " WS-INQ-OPER-ID " IS NOT ON FILE"
005330         GO TO 3400-REVOKE-OPERATOR-EXIT
005340     END-IF.
005350     IF OM-REVOKED
005360         DISPLAY "OPERATOR " WS-INQ-OPER-ID " IS ALREADY REVOKED"
005370         GO TO 3400-REVOKE-OPERATOR-EXIT
005380     END-IF.
005390     DISPLAY "REVOKE " WS-INQ-OPER-ID " " OM-NAME "? (Y/N):"
005400     ACCEPT WS-CONFIRM-SW.
005410     IF NOT WS-CONFIRM-YES
005420         DISPLAY "NO CHANGE APPLIED"
005430         GO TO 3400-REVOKE-OPERATOR-EXIT
005440     END-IF.
005450
005460     MOVE OM-NAME     TO WS-NEW-NAME.
005470     MOVE ZERO        TO WS-NEW-LEVEL.
005480     MOVE ZERO        TO OM-AUTH-LEVEL.
005490     MOVE "R"         TO OM-STATUS.
005500     MOVE WS-RUN-DATE TO OM-LEVEL-DATE.
005510     REWRITE OPERATOR-MASTER-REC
005520         INVALID KEY
005530             DISPLAY "OPERATOR REWRITE FAILED, STATUS = "
005540                 WS-OPERATOR-STATUS
005550     END-REWRITE.
005560     IF NOT WS-OPERATOR-OK
005570         IF RETURN-CODE < 12
005580             MOVE 12 TO RETURN-CODE
005590         END-IF
005600         MOVE "00" TO WS-OPERATOR-STATUS
005610         GO TO 3400-REVOKE-OPERATOR-EXIT
005620     END-IF.
005630
005640     MOVE "REV" TO WS-LOG-ACTION.
005650     PERFORM 3900-WRITE-LOG-LINE
005660         THRU 3900-WRITE-LOG-LINE-EXIT.
005670     DISPLAY "OPERATOR " WS-INQ-OPER-ID " REVOKED".
005680 3400-REVOKE-OPERATOR-EXIT.
005690     EXIT.
005700******************************************************************
005710* 3900-WRITE-LOG-LINE - ONE BEFORE/AFTER LINE PER CHANGE, WITH
005720* TIMESTAMP AND THE MAINTAINING OPERATOR, SO EVERY GRANT, LEVEL
005730* CHANGE AND REVOCATION IS PROVABLE AFTER THE FACT
005740******************************************************************
005750 3900-WRITE-LOG-LINE.
005760     ACCEPT WS-LOG-TIME FROM TIME.
005770     STRING WS-RUN-DATE   DELIMITED BY SIZE
005780            "-"           DELIMITED BY SIZE
005790            WS-LOG-TIME   DELIMITED BY SIZE
005800         INTO WS-LOG-TIMESTAMP.
005810     MOVE WS-LOG-TIMESTAMP TO OL-TIMESTAMP.
005820     MOVE WS-OPERATOR-ID   TO OL-MAINT-ID.
005830     MOVE WS-INQ-OPER-ID   TO OL-OPER-ID.
005840     MOVE WS-LOG-ACTION    TO OL-ACTION.
005850     MOVE WS-OLD-LEVEL-X   TO OL-OLD-LEVEL.
005860     MOVE WS-OLD-NAME      TO OL-OLD-NAME.
005870     MOVE WS-NEW-LEVEL     TO OL-NEW-LEVEL.
005880     MOVE WS-NEW-NAME      TO OL-NEW-NAME.
005890     MOVE WS-OPER-LOG-DETAIL TO OPER-LOG-RECORD.
005900     WRITE OPER-LOG-RECORD.
005910 3900-WRITE-LOG-LINE-EXIT.
005920     EXIT.
005930******************************************************************
005940* 5000-PRINT-RECERT - PRINT THE RECERTIFICATION LISTING - EVERY
005950* OPERATOR ON THE MASTER IN KEY ORDER WITH THE LEVEL, THE STATUS
005960* AND THE DATE THE LEVEL LAST CHANGED. AN OLDER RECORD THAT
005970* PREDATES THE LEVEL-CHANGE DATE SHOWS UNKNOWN.
005980******************************************************************
005990 5000-PRINT-RECERT.
006000     OPEN OUTPUT RECERT-REPORT-FILE.
006010     IF NOT WS-RECERT-REPORT-OK
006020         DISPLAY "UNABLE TO OPEN RECERT LISTING, STATUS = "
006030             WS-RECERT-REPORT-STATUS
006040         GO TO 5000-PRINT-RECERT-EXIT
006050     END-IF.
006060     MOVE WS-RUN-DATE-ED   TO RH-RUN-DATE.
006070     MOVE WS-RECERT-HEADER TO RECERT-REPORT-RECORD.
006080     WRITE RECERT-REPORT-RECORD.
006090
006100     MOVE ZERO TO WS-LIST-COUNT.
006110     MOVE ZERO TO WS-ACTIVE-COUNT.
006120     MOVE ZERO TO WS-REVOKED-COUNT.
006130     MOVE LOW-VALUES TO OM-KEY.
006140     START OPERATOR-FILE KEY NOT < OM-KEY
006150         INVALID KEY
006160             DISPLAY "OPERATOR MASTER IS EMPTY"
006170     END-START.
006180     IF WS-OPERATOR-OK
006190         PERFORM 5100-LIST-ONE-OPERATOR
006200             THRU 5100-LIST-ONE-OPERATOR-EXIT
006210             UNTIL WS-OPERATOR-EOF
006220                 OR NOT WS-OPERATOR-OK
006230     END-IF.
006240     MOVE "00" TO WS-OPERATOR-STATUS.
006250
006260     MOVE WS-LIST-COUNT    TO RT-LIST-COUNT.
006270     MOVE WS-ACTIVE-COUNT  TO RT-ACTIVE-COUNT.
006280     MOVE WS-REVOKED-COUNT TO RT-REVOKED-COUNT.
006290     MOVE WS-RECERT-TOTALS TO RECERT-REPORT-RECORD.
006300     WRITE RECERT-REPORT-RECORD.
006310     CLOSE RECERT-REPORT-FILE.
006320     DISPLAY "RECERTIFICATION LISTING PRINTED - OPERATORS = "
006330         WS-LIST-COUNT.
006340 5000-PRINT-RECERT-EXIT.
006350     EXIT.
006360******************************************************************
006370* 5100-LIST-ONE-OPERATOR - READ THE NEXT OPERATOR AND LIST IT
006380******************************************************************
006390 5100-LIST-ONE-OPERATOR.
006400     READ OPERATOR-FILE NEXT RECORD
006410         AT END
006420             SET WS-OPERATOR-EOF TO TRUE
006430     END-READ.
006440     IF WS-OPERATOR-EOF OR NOT WS-OPERATOR-OK
006450         GO TO 5100-LIST-ONE-OPERATOR-EXIT
006460     END-IF.
006470     ADD 1 TO WS-LIST-COUNT.
006480     MOVE OM-OPER-ID    TO RD-OPER-ID.
006490     MOVE OM-NAME       TO RD-NAME.
006500     MOVE OM-AUTH-LEVEL TO RD-LEVEL.
006510     IF OM-REVOKED
006520         ADD 1 TO WS-REVOKED-COUNT
006530         MOVE "REVOKED" TO RD-STATUS
006540     ELSE
006550         ADD 1 TO WS-ACTIVE-COUNT
006560         MOVE "ACTIVE " TO RD-STATUS
006570     END-IF.
006580     IF OM-LEVEL-DATE = SPACES
006590         MOVE "UNKNOWN " TO RD-LEVEL-DATE
006600     ELSE
006610         MOVE OM-LEVEL-DATE TO RD-LEVEL-DATE
006620     END-IF.
006630     MOVE WS-RECERT-DETAIL TO RECERT-REPORT-RECORD.
006640     WRITE RECERT-REPORT-RECORD.
006650 5100-LIST-ONE-OPERATOR-EXIT.
006660     EXIT.
006670******************************************************************
006680* 9000-TERMINATE - END OF JOB HOUSEKEEPING
006690******************************************************************
006700 9000-TERMINATE.
006710     IF WS-OPERATOR-OK
006720         CLOSE OPERATOR-FILE
006730     END-IF.
006740     IF WS-OPER-LOG-OK
006750         CLOSE OPER-LOG-FILE
006760     END-IF.
006770 9000-TERMINATE-EXIT.
006780     EXIT.
006790 END PROGRAM OPERMNT.
