000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     GLMAPMNT.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-10-01.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-10-01  JA   ORIGINAL VERSION - CONSOLE MAINTENANCE OF THE
000160*                  KEYED LEDGER ACCOUNT-MAPPING TABLE GLMAP (SEE
000170*                  GLMAPREC). DISPLAYS THE DEBIT AND CREDIT
000180*                  ACCOUNTS FOR A DEPARTMENT AND OPERATION, ADDS
000190*                  A NEW MAPPING OR CHANGES ONE, AND APPENDS A
000200*                  BEFORE/AFTER LINE TO THE GLMAPLOG MAINTENANCE
000210*                  LOG THE WAY RATEMNT DOES ON RATELOG. DEPARTMENT
000220*                  **** IS THE DEFAULT MAPPING FOR THE OPERATION.
000221* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000222*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000223*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000224*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000225*                  RUN WITH RETURN CODE 12.
000230******************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.    IBM-370.
000270 OBJECT-COMPUTER.    IBM-370.
000280 SPECIAL-NAMES.
000290     CONSOLE IS CONSOLE.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT MAP-FILE ASSIGN TO GLMAP
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS GM-KEY
000360         FILE STATUS IS WS-MAP-STATUS.
000370
000380     SELECT MAP-LOG-FILE ASSIGN TO GLMAPLOG
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-MAP-LOG-STATUS.
000402
000404     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000406         ORGANIZATION IS LINE SEQUENTIAL
000408         FILE STATUS IS WS-PROCDATE-STATUS.
000410******************************************************************
000420* DATA DIVISION.
000430******************************************************************
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  MAP-FILE.
000470     COPY GLMAPREC.
000480
000490 FD  MAP-LOG-FILE
000500     RECORDING MODE IS F.
000510 01  MAP-LOG-RECORD                 PIC X(140).
000512
000514 FD  PROCDATE-FILE
000516     RECORDING MODE IS F.
000518     COPY PROCDREC.
000520
000530 WORKING-STORAGE SECTION.
000540******************************************************************
000550* SWITCHES AND COUNTERS
000560******************************************************************
000570 77  WS-MAP-STATUS              PIC X(02)  VALUE SPACES.
000580     88  WS-MAP-OK                         VALUE "00".
000590     88  WS-MAP-NOT-FOUND                  VALUE "23".
000600     88  WS-MAP-FILE-NOT-FOUND             VALUE "35".
000610
000620 77  WS-MAP-LOG-STATUS          PIC X(02)  VALUE SPACES.
000630     88  WS-MAP-LOG-OK                     VALUE "00".
000640     88  WS-MAP-LOG-NOT-FOUND              VALUE "35".
000650
000660 77  WS-ANOTHER-SW              PIC X(01)  VALUE "Y".
000670     88  WS-ANOTHER-YES                    VALUE "Y" "y".
000680     88  WS-ANOTHER-NO                     VALUE "N" "n".
000690
000700 77  WS-FOUND-SW                PIC X(01)  VALUE "N".
000710     88  WS-MAP-ON-FILE                    VALUE "Y".
000720     88  WS-MAP-NEW                        VALUE "N".
000730
000740 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
000741 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
000742     88  WS-PROCDATE-OK                    VALUE "00".
000743     88  WS-PROCDATE-EOF                   VALUE "10".
000744
000745 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
000746     88  WS-PROCDATE-FOUND                 VALUE "Y".
000747     88  WS-PROCDATE-MISSING               VALUE "N".
000748
000750 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
000760 77  WS-LOG-TIME                PIC X(08)  VALUE SPACES.
000770 77  WS-LOG-TIMESTAMP           PIC X(17)  VALUE SPACES.
000780
000790******************************************************************
000800* CONSOLE ENTRY FIELDS - ON A CHANGE, SPACES KEEP THE VALUE ON
000810* FILE. A NEW MAPPING NEEDS BOTH ACCOUNTS.
000820******************************************************************
000830 77  WS-INQ-DEPT                PIC X(04)  VALUE SPACES.
000840 77  WS-INQ-OP-CODE             PIC X(03)  VALUE SPACES.
000850     88  WS-INQ-OP-VALID                   VALUE "SUM" "SUB"
000860         "MUL" "EXP" "RTE".
000870 77  WS-NEW-DEBIT-ACCT          PIC X(10)  VALUE SPACES.
000880 77  WS-NEW-CREDIT-ACCT         PIC X(10)  VALUE SPACES.
000890 77  WS-NEW-DESC                PIC X(20)  VALUE SPACES.
000900
000910 01  WS-OLD-MAP-VALUES.
000920     05  WS-OLD-DEBIT-ACCT      PIC X(10)  VALUE SPACES.
000930     05  WS-OLD-CREDIT-ACCT     PIC X(10)  VALUE SPACES.
000940     05  WS-OLD-DESC            PIC X(20)  VALUE SPACES.
000950
000960******************************************************************
000970* MAINTENANCE LOG LINE - ONE PER CHANGE, BEFORE AND AFTER
000980******************************************************************
000990 01  WS-MAP-LOG-DETAIL.
001000     05  ML-TIMESTAMP           PIC X(17).
001010     05  FILLER                 PIC X(01) VALUE SPACE.
001020     05  ML-OPERATOR-ID         PIC X(08).
001030     05  FILLER                 PIC X(07) VALUE " GLMAP ".
001040     05  ML-DEPT                PIC X(04).
001050     05  FILLER                 PIC X(01) VALUE SPACE.
001060     05  ML-OP-CODE             PIC X(03).
001070     05  FILLER                 PIC X(01) VALUE SPACE.
001080     05  ML-ACTION              PIC X(03).
001090     05  FILLER                 PIC X(05) VALUE " OLD=".
001100     05  ML-OLD-DEBIT-ACCT      PIC X(10).
001110     05  FILLER                 PIC X(01) VALUE "/".
001120     05  ML-OLD-CREDIT-ACCT     PIC X(10).
001130     05  FILLER                 PIC X(01) VALUE SPACE.
001140     05  ML-OLD-DESC            PIC X(20).
001150     05  FILLER                 PIC X(05) VALUE " NEW=".
001160     05  ML-NEW-DEBIT-ACCT      PIC X(10).
001170     05  FILLER                 PIC X(01) VALUE "/".
001180     05  ML-NEW-CREDIT-ACCT     PIC X(10).
001190     05  FILLER                 PIC X(01) VALUE SPACE.
001200     05  ML-NEW-DESC            PIC X(20).
001210     05  FILLER                 PIC X(01) VALUE SPACE.
001220******************************************************************
001230* PROCEDURE DIVISION.
001240******************************************************************
001250 PROCEDURE DIVISION.
001260******************************************************************
001270* 0000-MAINLINE - PROGRAM ENTRY POINT
001280******************************************************************
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE
001310         THRU 1000-INITIALIZE-EXIT.
001320
001330     IF WS-MAP-OK AND WS-MAP-LOG-OK
001340         PERFORM 2000-MAINT-PROCESS
001350             THRU 2000-MAINT-PROCESS-EXIT
001360             UNTIL WS-ANOTHER-NO
001370     END-IF.
001380
001390     PERFORM 9000-TERMINATE
001400         THRU 9000-TERMINATE-EXIT.
001410
001420     STOP RUN.
001430******************************************************************
001440* 1000-INITIALIZE - OPEN THE MAPPING TABLE AND THE MAINTENANCE
001450* LOG. A CHANGE THAT CANNOT BE LOGGED MUST NOT HAPPEN, SO A LOG
001460* OPEN FAILURE STOPS THE SESSION.
001470******************************************************************
001480 1000-INITIALIZE.
001482     PERFORM 1010-READ-PROCESSING-DATE
001484         THRU 1010-READ-PROCESSING-DATE-EXIT.
001486     IF WS-PROCDATE-MISSING
001488         GO TO 1000-INITIALIZE-EXIT
001490     END-IF.
001500     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
001510     IF WS-OPERATOR-ID = SPACES
001520         MOVE "UNKNOWN " TO WS-OPERATOR-ID
001530     END-IF.
001540
001550     OPEN I-O MAP-FILE.
001560     IF WS-MAP-FILE-NOT-FOUND
001570         OPEN OUTPUT MAP-FILE
001580         IF WS-MAP-OK
001590             CLOSE MAP-FILE
001600             OPEN I-O MAP-FILE
001610         END-IF
001620     END-IF.
001630     IF NOT WS-MAP-OK
001640         DISPLAY "UNABLE TO OPEN ACCOUNT MAPPING TABLE, STATUS = "
001650             WS-MAP-STATUS
001660         IF RETURN-CODE < 12
001670             MOVE 12 TO RETURN-CODE
001680         END-IF
001690         GO TO 1000-INITIALIZE-EXIT
001700     END-IF.
001710
001720     OPEN EXTEND MAP-LOG-FILE.
001730     IF WS-MAP-LOG-NOT-FOUND
001740         OPEN OUTPUT MAP-LOG-FILE
001750     END-IF.
001760     IF NOT WS-MAP-LOG-OK
001770         DISPLAY "UNABLE TO OPEN MAPPING LOG, STATUS = "
001780             WS-MAP-LOG-STATUS
001790         IF RETURN-CODE < 12
001800             MOVE 12 TO RETURN-CODE
001810         END-IF
001820     END-IF.
001830 1000-INITIALIZE-EXIT.
001840     EXIT.
001841******************************************************************
001842* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
001843* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
001844* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
001845* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
001846* DOES NOTHING.
001847******************************************************************
001848 1010-READ-PROCESSING-DATE.
001849     OPEN INPUT PROCDATE-FILE.
001850     IF NOT WS-PROCDATE-OK
001851         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
001852             WS-PROCDATE-STATUS
001853         GO TO 1010-READ-PROCESSING-DATE-FAIL
001854     END-IF.
001855     READ PROCDATE-FILE
001856         AT END
001857             MOVE SPACES TO PROCESSING-DATE-REC
001858     END-READ.
001859     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
001860         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
001861             WS-PROCDATE-STATUS
001862         CLOSE PROCDATE-FILE
001863         GO TO 1010-READ-PROCESSING-DATE-FAIL
001864     END-IF.
001865     CLOSE PROCDATE-FILE.
001866     IF PD-CURRENT-DATE IS NOT NUMERIC
001867         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
001868         GO TO 1010-READ-PROCESSING-DATE-FAIL
001869     END-IF.
001870     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
001871     SET WS-PROCDATE-FOUND TO TRUE.
001872     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
001873     GO TO 1010-READ-PROCESSING-DATE-EXIT.
001874
001875 1010-READ-PROCESSING-DATE-FAIL.
001876     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
001877     IF RETURN-CODE < 12
001878         MOVE 12 TO RETURN-CODE
001879     END-IF.
001880 1010-READ-PROCESSING-DATE-EXIT.
001881     EXIT.
001882******************************************************************
001883* 2000-MAINT-PROCESS - MAINTAIN ONE MAPPING AND ASK WHETHER TO
001884* CONTINUE
001885******************************************************************
001890 2000-MAINT-PROCESS.
001900     DISPLAY "DEPARTMENT (**** FOR THE DEFAULT):"
001910     ACCEPT WS-INQ-DEPT.
001920     IF WS-INQ-DEPT = SPACES
001930         DISPLAY "DEPARTMENT REQUIRED"
001940         GO TO 2000-MAINT-PROCESS-ASK
001950     END-IF.
001960     DISPLAY "OPERATION (SUM, SUB, MUL, EXP OR RTE):"
001970     ACCEPT WS-INQ-OP-CODE.
001980     IF NOT WS-INQ-OP-VALID
001990         DISPLAY "OPERATION MUST BE SUM, SUB, MUL, EXP OR RTE"
002000         GO TO 2000-MAINT-PROCESS-ASK
002010     END-IF.
002020
002030     SET WS-MAP-NEW TO TRUE.
002040     MOVE SPACES TO WS-OLD-MAP-VALUES.
002050     MOVE WS-INQ-DEPT    TO GM-DEPT.
002060     MOVE WS-INQ-OP-CODE TO GM-OP-CODE.
002070     READ MAP-FILE
002080         INVALID KEY
002090             CONTINUE
002100         NOT INVALID KEY
002110             SET WS-MAP-ON-FILE TO TRUE
002120     END-READ.
002130     MOVE "00" TO WS-MAP-STATUS.
002140
002150     IF WS-MAP-ON-FILE
002160         MOVE GM-DEBIT-ACCT  TO WS-OLD-DEBIT-ACCT
002170         MOVE GM-CREDIT-ACCT TO WS-OLD-CREDIT-ACCT
002180         MOVE GM-DESC        TO WS-OLD-DESC
002190         DISPLAY "DEPT " WS-INQ-DEPT " OP " WS-INQ-OP-CODE
002200             " " GM-DESC
002210         DISPLAY "     DEBIT " GM-DEBIT-ACCT
002220             " CREDIT " GM-CREDIT-ACCT
002230     ELSE
002240         DISPLAY "DEPT " WS-INQ-DEPT " OP " WS-INQ-OP-CODE
002250             " IS NOT ON FILE - ADDING"
002260     END-IF.
002270
002280     DISPLAY "DEBIT ACCOUNT (SPACES KEEP):"
002290     ACCEPT WS-NEW-DEBIT-ACCT.
002300     DISPLAY "CREDIT ACCOUNT (SPACES KEEP):"
002310     ACCEPT WS-NEW-CREDIT-ACCT.
002320     DISPLAY "DESCRIPTION (SPACES KEEP):"
002330     ACCEPT WS-NEW-DESC.
002340
002350     IF WS-NEW-DEBIT-ACCT = SPACES
002360         MOVE WS-OLD-DEBIT-ACCT TO WS-NEW-DEBIT-ACCT
002370     END-IF.
002380     IF WS-NEW-CREDIT-ACCT = SPACES
002390         MOVE WS-OLD-CREDIT-ACCT TO WS-NEW-CREDIT-ACCT
002400     END-IF.
002410     IF WS-NEW-DESC = SPACES
002420         MOVE WS-OLD-DESC TO WS-NEW-DESC
002430     END-IF.
002440
002450     IF WS-NEW-DEBIT-ACCT = SPACES
002460         OR WS-NEW-CREDIT-ACCT = SPACES
002470         DISPLAY "BOTH ACCOUNTS REQUIRED - NO CHANGE APPLIED"
002480         GO TO 2000-MAINT-PROCESS-ASK
002490     END-IF.
002500     IF WS-NEW-DEBIT-ACCT = WS-NEW-CREDIT-ACCT
002510         DISPLAY "DEBIT AND CREDIT ACCOUNTS MUST DIFFER"
002520             " - NO CHANGE APPLIED"
002530         GO TO 2000-MAINT-PROCESS-ASK
002540     END-IF.
002550     IF WS-MAP-ON-FILE
002560         AND WS-NEW-DEBIT-ACCT  = WS-OLD-DEBIT-ACCT
002570         AND WS-NEW-CREDIT-ACCT = WS-OLD-CREDIT-ACCT
002580         AND WS-NEW-DESC        = WS-OLD-DESC
002590         DISPLAY "NO CHANGE APPLIED"
002600         GO TO 2000-MAINT-PROCESS-ASK
002610     END-IF.
002620
002630     PERFORM 3000-APPLY-CHANGE
002640         THRU 3000-APPLY-CHANGE-EXIT.
002650
002660 2000-MAINT-PROCESS-ASK.
002670     DISPLAY "ANOTHER CHANGE? (Y/N):"
002680     ACCEPT WS-ANOTHER-SW.
002690 2000-MAINT-PROCESS-EXIT.
002700     EXIT.
002710******************************************************************
002720* 3000-APPLY-CHANGE - WRITE OR REWRITE THE MAPPING RECORD AND
002730* APPEND THE BEFORE/AFTER LINE TO THE MAINTENANCE LOG
002740******************************************************************
002750 3000-APPLY-CHANGE.
002760     MOVE SPACES             TO GL-MAP-REC.
002770     MOVE WS-INQ-DEPT        TO GM-DEPT.
002780     MOVE WS-INQ-OP-CODE     TO GM-OP-CODE.
002790     MOVE WS-NEW-DEBIT-ACCT  TO GM-DEBIT-ACCT.
002800     MOVE WS-NEW-CREDIT-ACCT TO GM-CREDIT-ACCT.
002810     MOVE WS-NEW-DESC        TO GM-DESC.
002820     IF WS-MAP-ON-FILE
002830         REWRITE GL-MAP-REC
002840             INVALID KEY
002850                 DISPLAY "MAPPING REWRITE FAILED, STATUS = "
002860                     WS-MAP-STATUS
002870         END-REWRITE
002880     ELSE
002890         WRITE GL-MAP-REC
002900             INVALID KEY
002910                 DISPLAY "MAPPING WRITE FAILED, STATUS = "
002920                     WS-MAP-STATUS
002930         END-WRITE
002940     END-IF.
002950     IF NOT WS-MAP-OK
002960         IF RETURN-CODE < 12
002970             MOVE 12 TO RETURN-CODE
002980         END-IF
002990         MOVE "00" TO WS-MAP-STATUS
003000         GO TO 3000-APPLY-CHANGE-EXIT
003010     END-IF.
003020
003030     PERFORM 3100-WRITE-LOG-LINE
003040         THRU 3100-WRITE-LOG-LINE-EXIT.
003050     DISPLAY "DEPT " WS-INQ-DEPT " OP " WS-INQ-OP-CODE
003060         " NOW DEBIT " WS-NEW-DEBIT-ACCT
003070         " CREDIT " WS-NEW-CREDIT-ACCT.
003080 3000-APPLY-CHANGE-EXIT.
003090     EXIT.
003100******************************************************************
003110* 3100-WRITE-LOG-LINE - ONE BEFORE/AFTER LINE PER CHANGE, WITH
003120* TIMESTAMP AND OPERATOR, SO EVERY MAPPING CHANGE IS PROVABLE
003130******************************************************************
003140 3100-WRITE-LOG-LINE.
003150     ACCEPT WS-LOG-TIME FROM TIME.
003160     STRING WS-RUN-DATE   DELIMITED BY SIZE
003170            "-"           DELIMITED BY SIZE
003180            WS-LOG-TIME   DELIMITED BY SIZE
003190         INTO WS-LOG-TIMESTAMP.
003200     MOVE WS-LOG-TIMESTAMP TO ML-TIMESTAMP.
003210     MOVE WS-OPERATOR-ID   TO ML-OPERATOR-ID.
003220     MOVE WS-INQ-DEPT      TO ML-DEPT.
003230     MOVE WS-INQ-OP-CODE   TO ML-OP-CODE.
003240     IF WS-MAP-ON-FILE
003250         MOVE "UPD"              TO ML-ACTION
003260         MOVE WS-OLD-DEBIT-ACCT  TO ML-OLD-DEBIT-ACCT
003270         MOVE WS-OLD-CREDIT-ACCT TO ML-OLD-CREDIT-ACCT
003280         MOVE WS-OLD-DESC        TO ML-OLD-DESC
003290     ELSE
003300         MOVE "ADD"              TO ML-ACTION
003310         MOVE SPACES             TO ML-OLD-DEBIT-ACCT
003320         MOVE SPACES             TO ML-OLD-CREDIT-ACCT
003330         MOVE "NONE"             TO ML-OLD-DESC
003340     END-IF.
003350     MOVE WS-NEW-DEBIT-ACCT  TO ML-NEW-DEBIT-ACCT.
003360     MOVE WS-NEW-CREDIT-ACCT TO ML-NEW-CREDIT-ACCT.
003370     MOVE WS-NEW-DESC        TO ML-NEW-DESC.
003380     MOVE WS-MAP-LOG-DETAIL  TO MAP-LOG-RECORD.
003390     WRITE MAP-LOG-RECORD.
003400 3100-WRITE-LOG-LINE-EXIT.
003410     EXIT.
003420******************************************************************
003430* 9000-TERMINATE - END OF JOB HOUSEKEEPING
003440******************************************************************
003450 9000-TERMINATE.
003460     IF WS-MAP-OK
003470         CLOSE MAP-FILE
003480     END-IF.
003490     IF WS-MAP-LOG-OK
003500         CLOSE MAP-LOG-FILE
003510     END-IF.
003520 9000-TERMINATE-EXIT.
003530     EXIT.
003540 END PROGRAM GLMAPMNT.
