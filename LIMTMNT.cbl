000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     LIMTMNT.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-10-05.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-10-05  JA   ORIGINAL VERSION - CONSOLE MAINTENANCE OF THE
000160*                  KEYED REASONABLENESS LIMITS TABLE LIMTBL (SEE
000170*                  LIMITREC). DISPLAYS THE NUMERO1 AND NUMERO2
000180*                  LIMITS FOR A DEPARTMENT AND OPERATION, ADDS A
000190*                  NEW LIMIT OR CHANGES ONE, AND APPENDS A
000200*                  BEFORE/AFTER LINE TO THE LIMTLOG MAINTENANCE
000210*                  LOG THE WAY RATEMNT DOES ON RATELOG. DEPARTMENT
000220*                  **** IS THE DEFAULT LIMIT FOR THE OPERATION.
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
000320     SELECT LIMIT-FILE ASSIGN TO LIMTBL
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS LM-KEY
000360         FILE STATUS IS WS-LIMIT-STATUS.
000370
000380     SELECT LIMIT-LOG-FILE ASSIGN TO LIMTLOG
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-LIMIT-LOG-STATUS.
000402
000404     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000406         ORGANIZATION IS LINE SEQUENTIAL
000408         FILE STATUS IS WS-PROCDATE-STATUS.
000410******************************************************************
000420* DATA DIVISION.
000430******************************************************************
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  LIMIT-FILE.
000470     COPY LIMITREC.
000480
000490 FD  LIMIT-LOG-FILE
000500     RECORDING MODE IS F.
000510 01  LIMIT-LOG-RECORD               PIC X(150).
000512
000514 FD  PROCDATE-FILE
000516     RECORDING MODE IS F.
000518     COPY PROCDREC.
000520
000530 WORKING-STORAGE SECTION.
000540******************************************************************
000550* SWITCHES AND COUNTERS
000560******************************************************************
000570 77  WS-LIMIT-STATUS            PIC X(02)  VALUE SPACES.
000580     88  WS-LIMIT-OK                       VALUE "00".
000590     88  WS-LIMIT-NOT-FOUND                VALUE "23".
000600     88  WS-LIMIT-FILE-NOT-FOUND           VALUE "35".
000610
000620 77  WS-LIMIT-LOG-STATUS        PIC X(02)  VALUE SPACES.
000630     88  WS-LIMIT-LOG-OK                   VALUE "00".
000640     88  WS-LIMIT-LOG-NOT-FOUND            VALUE "35".
000650
000660 77  WS-ANOTHER-SW              PIC X(01)  VALUE "Y".
000670     88  WS-ANOTHER-YES                    VALUE "Y" "y".
000680     88  WS-ANOTHER-NO                     VALUE "N" "n".
000690
000700 77  WS-FOUND-SW                PIC X(01)  VALUE "N".
000710     88  WS-LIMIT-ON-FILE                  VALUE "Y".
000720     88  WS-LIMIT-NEW                      VALUE "N".
000730
000740 77  WS-AMOUNT-SW               PIC X(01)  VALUE SPACE.
000750     88  WS-AMOUNT-KEPT                    VALUE "K".
000760     88  WS-AMOUNT-KEYED                   VALUE "Y".
000770     88  WS-AMOUNT-BAD                     VALUE "N".
000780
000790 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
000791 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
000792     88  WS-PROCDATE-OK                    VALUE "00".
000793     88  WS-PROCDATE-EOF                   VALUE "10".
000794
000795 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
000796     88  WS-PROCDATE-FOUND                 VALUE "Y".
000797     88  WS-PROCDATE-MISSING               VALUE "N".
000798
000800 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
000810 77  WS-LOG-TIME                PIC X(08)  VALUE SPACES.
000820 77  WS-LOG-TIMESTAMP           PIC X(17)  VALUE SPACES.
000830
000840******************************************************************
000850* CONSOLE ENTRY FIELDS - AN AMOUNT IS KEYED AS A SIGN (+, - OR
000860* SPACE) FOLLOWED BY NINE DIGITS WITH TWO IMPLIED DECIMALS, THE
000870* SAME SHAPE THE RAW DECK CARRIES. SPACES KEEP THE VALUE ON FILE,
000880* AND A NEW LIMIT STARTS FROM ZERO - A MINIMUM AND MAXIMUM BOTH
000890* ZERO LEAVE THAT AMOUNT UNCHECKED.
000900******************************************************************
000910 77  WS-INQ-DEPT                PIC X(04)  VALUE SPACES.
000920 77  WS-INQ-OP-CODE             PIC X(03)  VALUE SPACES.
000930     88  WS-INQ-OP-VALID                   VALUE "SUM" "SUB"
000940         "DIV" "MUL" "EXP" "PCT" "AVG" "ALL" "RTE".
000950 77  WS-AMOUNT-PROMPT           PIC X(15)  VALUE SPACES.
000960
000970 01  WS-AMOUNT-ENTRY.
000980     05  WS-AMOUNT-SIGN         PIC X(01).
000990         88  WS-AMOUNT-SIGN-VALID          VALUE "+" "-" SPACE.
001000         88  WS-AMOUNT-NEGATIVE            VALUE "-".
001010     05  WS-AMOUNT-DIGITS       PIC X(09).
001020
001030 77  WS-AMOUNT-VALUE            PIC S9(7)V99 VALUE ZERO.
001040 77  WS-AMOUNT-EDIT             PIC -9(7).99.
001050
001060 01  WS-OLD-LIMITS.
001070     05  WS-OLD-N1-MIN          PIC S9(7)V99 VALUE ZERO.
001080     05  WS-OLD-N1-MAX          PIC S9(7)V99 VALUE ZERO.
001090     05  WS-OLD-N2-MIN          PIC S9(7)V99 VALUE ZERO.
001100     05  WS-OLD-N2-MAX          PIC S9(7)V99 VALUE ZERO.
001110
001120 01  WS-NEW-LIMITS.
001130     05  WS-NEW-N1-MIN          PIC S9(7)V99 VALUE ZERO.
001140     05  WS-NEW-N1-MAX          PIC S9(7)V99 VALUE ZERO.
001150     05  WS-NEW-N2-MIN          PIC S9(7)V99 VALUE ZERO.
001160     05  WS-NEW-N2-MAX          PIC S9(7)V99 VALUE ZERO.
001170
001180******************************************************************
001190* MAINTENANCE LOG LINE - ONE PER CHANGE, BEFORE AND AFTER. EACH
001200* SIDE SHOWS NUMERO1 MINIMUM/MAXIMUM THEN NUMERO2 MINIMUM/MAXIMUM.
001210******************************************************************
001220 01  WS-LIMIT-LOG-DETAIL.
001230     05  LL-TIMESTAMP           PIC X(17).
001240     05  FILLER                 PIC X(01) VALUE SPACE.
001250     05  LL-OPERATOR-ID         PIC X(08).
001260     05  FILLER                 PIC X(07) VALUE " LIMIT ".
001270     05  LL-DEPT                PIC X(04).
001280     05  FILLER                 PIC X(01) VALUE SPACE.
001290     05  LL-OP-CODE             PIC X(03).
001300     05  FILLER                 PIC X(01) VALUE SPACE.
001310     05  LL-ACTION              PIC X(03).
001320     05  FILLER                 PIC X(05) VALUE " OLD=".
001330     05  LL-OLD-LIMITS.
001340         10  LL-OLD-N1-MIN      PIC -9(7).99.
001350         10  FILLER             PIC X(01) VALUE "/".
001360         10  LL-OLD-N1-MAX      PIC -9(7).99.
001370         10  FILLER             PIC X(01) VALUE SPACE.
001380         10  LL-OLD-N2-MIN      PIC -9(7).99.
001390         10  FILLER             PIC X(01) VALUE "/".
001400         10  LL-OLD-N2-MAX      PIC -9(7).99.
001410     05  FILLER                 PIC X(05) VALUE " NEW=".
001420     05  LL-NEW-N1-MIN          PIC -9(7).99.
001430     05  FILLER                 PIC X(01) VALUE "/".
001440     05  LL-NEW-N1-MAX          PIC -9(7).99.
001450     05  FILLER                 PIC X(01) VALUE SPACE.
001460     05  LL-NEW-N2-MIN          PIC -9(7).99.
001470     05  FILLER                 PIC X(01) VALUE "/".
001480     05  LL-NEW-N2-MAX          PIC -9(7).99.
001490     05  FILLER                 PIC X(01) VALUE SPACE.
001500******************************************************************
001510* PROCEDURE DIVISION.
001520******************************************************************
001530 PROCEDURE DIVISION.
001540******************************************************************
001550* 0000-MAINLINE - PROGRAM ENTRY POINT
001560******************************************************************
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE
001590         THRU 1000-INITIALIZE-EXIT.
001600
001610     IF WS-LIMIT-OK AND WS-LIMIT-LOG-OK
001620         PERFORM 2000-MAINT-PROCESS
001630             THRU 2000-MAINT-PROCESS-EXIT
001640             UNTIL WS-ANOTHER-NO
001650     END-IF.
001660
001670     PERFORM 9000-TERMINATE
001680         THRU 9000-TERMINATE-EXIT.
001690
001700     STOP RUN.
001710******************************************************************
001720* 1000-INITIALIZE - OPEN THE LIMITS TABLE AND THE MAINTENANCE LOG.
001730* A CHANGE THAT CANNOT BE LOGGED MUST NOT HAPPEN, SO A LOG OPEN
001740* FAILURE STOPS THE SESSION.
001750******************************************************************
001760 1000-INITIALIZE.
001762     PERFORM 1010-READ-PROCESSING-DATE
001764         THRU 1010-READ-PROCESSING-DATE-EXIT.
001766     IF WS-PROCDATE-MISSING
001768         GO TO 1000-INITIALIZE-EXIT
001770     END-IF.
001780     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
001790     IF WS-OPERATOR-ID = SPACES
001800         MOVE "UNKNOWN " TO WS-OPERATOR-ID
001810     END-IF.
001820
001830     OPEN I-O LIMIT-FILE.
001840     IF WS-LIMIT-FILE-NOT-FOUND
001850         OPEN OUTPUT LIMIT-FILE
001860         IF WS-LIMIT-OK
001870             CLOSE LIMIT-FILE
001880             OPEN I-O LIMIT-FILE
001890         END-IF
001900     END-IF.
001910     IF NOT WS-LIMIT-OK
001920         DISPLAY "UNABLE TO OPEN LIMITS TABLE, STATUS = "
001930             WS-LIMIT-STATUS
001940         IF RETURN-CODE < 12
001950             MOVE 12 TO RETURN-CODE
001960         END-IF
001970         GO TO 1000-INITIALIZE-EXIT
001980     END-IF.
001990
002000     OPEN EXTEND LIMIT-LOG-FILE.
002010     IF WS-LIMIT-LOG-NOT-FOUND
002020         OPEN OUTPUT LIMIT-LOG-FILE
002030     END-IF.
002040     IF NOT WS-LIMIT-LOG-OK
002050         DISPLAY "UNABLE TO OPEN LIMITS LOG, STATUS = "
002060             WS-LIMIT-LOG-STATUS
002070         IF RETURN-CODE < 12
002080             MOVE 12 TO RETURN-CODE
002090         END-IF
002100     END-IF.
002110 1000-INITIALIZE-EXIT.
002120     EXIT.
002121******************************************************************
002122* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
002123* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
002124* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
002125* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
002126* DOES NOTHING.
002127******************************************************************
002128 1010-READ-PROCESSING-DATE.
002129     OPEN INPUT PROCDATE-FILE.
002130     IF NOT WS-PROCDATE-OK
002131         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
002132             WS-PROCDATE-STATUS
002133         GO TO 1010-READ-PROCESSING-DATE-FAIL
002134     END-IF.
002135     READ PROCDATE-FILE
002136         AT END
002137             MOVE SPACES TO PROCESSING-DATE-REC
002138     END-READ.
002139     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
002140         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
002141             WS-PROCDATE-STATUS
002142         CLOSE PROCDATE-FILE
002143         GO TO 1010-READ-PROCESSING-DATE-FAIL
002144     END-IF.
002145     CLOSE PROCDATE-FILE.
002146     IF PD-CURRENT-DATE IS NOT NUMERIC
002147         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
002148         GO TO 1010-READ-PROCESSING-DATE-FAIL
002149     END-IF.
002150     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
002151     SET WS-PROCDATE-FOUND TO TRUE.
002152     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
002153     GO TO 1010-READ-PROCESSING-DATE-EXIT.
002154
002155 1010-READ-PROCESSING-DATE-FAIL.
002156     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
002157     IF RETURN-CODE < 12
002158         MOVE 12 TO RETURN-CODE
002159     END-IF.
002160 1010-READ-PROCESSING-DATE-EXIT.
002161     EXIT.
002162******************************************************************
002163* 2000-MAINT-PROCESS - MAINTAIN ONE LIMIT AND ASK WHETHER TO
002164* CONTINUE
002165******************************************************************
002170 2000-MAINT-PROCESS.
002180     DISPLAY "DEPARTMENT (**** FOR THE DEFAULT):"
002190     ACCEPT WS-INQ-DEPT.
002200     IF WS-INQ-DEPT = SPACES
002210         DISPLAY "DEPARTMENT REQUIRED"
002220         GO TO 2000-MAINT-PROCESS-ASK
002230     END-IF.
002240     DISPLAY "OPERATION CODE:"
002250     ACCEPT WS-INQ-OP-CODE.
002260     IF NOT WS-INQ-OP-VALID
002270         DISPLAY "UNKNOWN OPERATION CODE " WS-INQ-OP-CODE
002280         GO TO 2000-MAINT-PROCESS-ASK
002290     END-IF.
002300
002310     SET WS-LIMIT-NEW TO TRUE.
002320     MOVE ZERO TO WS-OLD-N1-MIN.
002330     MOVE ZERO TO WS-OLD-N1-MAX.
002340     MOVE ZERO TO WS-OLD-N2-MIN.
002350     MOVE ZERO TO WS-OLD-N2-MAX.
002360     MOVE WS-INQ-DEPT    TO LM-DEPT.
002370     MOVE WS-INQ-OP-CODE TO LM-OP-CODE.
002380     READ LIMIT-FILE
002390         INVALID KEY
002400             CONTINUE
002410         NOT INVALID KEY
002420             SET WS-LIMIT-ON-FILE TO TRUE
002430     END-READ.
002440     MOVE "00" TO WS-LIMIT-STATUS.
002450
002460     IF WS-LIMIT-ON-FILE
002470         MOVE LM-N1-MIN TO WS-OLD-N1-MIN
002480         MOVE LM-N1-MAX TO WS-OLD-N1-MAX
002490         MOVE LM-N2-MIN TO WS-OLD-N2-MIN
002500         MOVE LM-N2-MAX TO WS-OLD-N2-MAX
002510         DISPLAY "DEPT " WS-INQ-DEPT " OP " WS-INQ-OP-CODE
002520             " LAST CHANGED " LM-CHANGE-DATE
002530             " BY " LM-CHANGE-OPER
002540         PERFORM 2200-SHOW-LIMITS
002550             THRU 2200-SHOW-LIMITS-EXIT
002560     ELSE
002570         DISPLAY "DEPT " WS-INQ-DEPT " OP " WS-INQ-OP-CODE
002580             " IS NOT ON FILE - ADDING"
002590     END-IF.
002600     MOVE WS-OLD-LIMITS TO WS-NEW-LIMITS.
002610
002620     MOVE "NUMERO1 MINIMUM" TO WS-AMOUNT-PROMPT.
002630     MOVE WS-NEW-N1-MIN     TO WS-AMOUNT-VALUE.
002640     PERFORM 2100-ACCEPT-AMOUNT
002650         THRU 2100-ACCEPT-AMOUNT-EXIT.
002660     IF WS-AMOUNT-BAD
002670         GO TO 2000-MAINT-PROCESS-ASK
002680     END-IF.
002690     MOVE WS-AMOUNT-VALUE   TO WS-NEW-N1-MIN.
002700
002710     MOVE "NUMERO1 MAXIMUM" TO WS-AMOUNT-PROMPT.
002720     MOVE WS-NEW-N1-MAX     TO WS-AMOUNT-VALUE.
002730     PERFORM 2100-ACCEPT-AMOUNT
002740         THRU 2100-ACCEPT-AMOUNT-EXIT.
002750     IF WS-AMOUNT-BAD
002760         GO TO 2000-MAINT-PROCESS-ASK
002770     END-IF.
002780     MOVE WS-AMOUNT-VALUE   TO WS-NEW-N1-MAX.
002790
002800     MOVE "NUMERO2 MINIMUM" TO WS-AMOUNT-PROMPT.
002810     MOVE WS-NEW-N2-MIN     TO WS-AMOUNT-VALUE.
002820     PERFORM 2100-ACCEPT-AMOUNT
002830         THRU 2100-ACCEPT-AMOUNT-EXIT.
002840     IF WS-AMOUNT-BAD
002850         GO TO 2000-MAINT-PROCESS-ASK
002860     END-IF.
002870     MOVE WS-AMOUNT-VALUE   TO WS-NEW-N2-MIN.
002880
002890     MOVE "NUMERO2 MAXIMUM" TO WS-AMOUNT-PROMPT.
002900     MOVE WS-NEW-N2-MAX     TO WS-AMOUNT-VALUE.
002910     PERFORM 2100-ACCEPT-AMOUNT
002920         THRU 2100-ACCEPT-AMOUNT-EXIT.
002930     IF WS-AMOUNT-BAD
002940         GO TO 2000-MAINT-PROCESS-ASK
002950     END-IF.
002960     MOVE WS-AMOUNT-VALUE   TO WS-NEW-N2-MAX.
002970
002980     IF WS-NEW-N1-MIN > WS-NEW-N1-MAX
002990         OR WS-NEW-N2-MIN > WS-NEW-N2-MAX
003000         DISPLAY "MINIMUM ABOVE MAXIMUM - NO CHANGE APPLIED"
003010         GO TO 2000-MAINT-PROCESS-ASK
003020     END-IF.
003030     IF WS-LIMIT-ON-FILE
003040         AND WS-NEW-LIMITS = WS-OLD-LIMITS
003050         DISPLAY "NO CHANGE APPLIED"
003060         GO TO 2000-MAINT-PROCESS-ASK
003070     END-IF.
003080
003090     PERFORM 3000-APPLY-CHANGE
003100         THRU 3000-APPLY-CHANGE-EXIT.
003110
003120 2000-MAINT-PROCESS-ASK.
003130     DISPLAY "ANOTHER CHANGE? (Y/N):"
003140     ACCEPT WS-ANOTHER-SW.
003150 2000-MAINT-PROCESS-EXIT.
003160     EXIT.
003170******************************************************************
003180* 2100-ACCEPT-AMOUNT - PROMPT FOR ONE LIMIT AMOUNT. SPACES KEEP
003190* THE VALUE PASSED IN WS-AMOUNT-VALUE, A BAD SIGN OR A NON-NUMERIC
003200* AMOUNT CANCELS THE CHANGE.
003210******************************************************************
003220 2100-ACCEPT-AMOUNT.
003230     MOVE WS-AMOUNT-VALUE TO WS-AMOUNT-EDIT.
003240     DISPLAY WS-AMOUNT-PROMPT " NOW " WS-AMOUNT-EDIT.
003250     DISPLAY "  NEW VALUE, SIGN + 9 DIGITS VV99 IMPLIED"
003260         " (SPACES KEEP):"
003270     MOVE SPACES TO WS-AMOUNT-ENTRY.
003280     ACCEPT WS-AMOUNT-ENTRY.
003290     IF WS-AMOUNT-ENTRY = SPACES
003300         SET WS-AMOUNT-KEPT TO TRUE
003310         GO TO 2100-ACCEPT-AMOUNT-EXIT
003320     END-IF.
003330     IF NOT WS-AMOUNT-SIGN-VALID
003340         OR WS-AMOUNT-DIGITS IS NOT NUMERIC
003350         DISPLAY WS-AMOUNT-PROMPT
003360             " IS NOT A SIGNED 9-DIGIT AMOUNT - NO CHANGE APPLIED"
003370         SET WS-AMOUNT-BAD TO TRUE
003380         GO TO 2100-ACCEPT-AMOUNT-EXIT
003390     END-IF.
003400     MOVE ZERO TO WS-AMOUNT-VALUE.
003410     MOVE WS-AMOUNT-DIGITS TO WS-AMOUNT-VALUE(1:9).
003420     IF WS-AMOUNT-NEGATIVE
003430         COMPUTE WS-AMOUNT-VALUE = ZERO - WS-AMOUNT-VALUE
003440     END-IF.
003450     SET WS-AMOUNT-KEYED TO TRUE.
003460 2100-ACCEPT-AMOUNT-EXIT.
003470     EXIT.
003480******************************************************************
003490* 2200-SHOW-LIMITS - DISPLAY THE LIMITS AS THEY STAND ON FILE
003500******************************************************************
003510 2200-SHOW-LIMITS.
003520     MOVE WS-OLD-N1-MIN TO WS-AMOUNT-EDIT.
003530     DISPLAY "     NUMERO1 MINIMUM " WS-AMOUNT-EDIT.
003540     MOVE WS-OLD-N1-MAX TO WS-AMOUNT-EDIT.
003550     DISPLAY "     NUMERO1 MAXIMUM " WS-AMOUNT-EDIT.
003560     MOVE WS-OLD-N2-MIN TO WS-AMOUNT-EDIT.
003570     DISPLAY "     NUMERO2 MINIMUM " WS-AMOUNT-EDIT.
003580     MOVE WS-OLD-N2-MAX TO WS-AMOUNT-EDIT.
003590     DISPLAY "     NUMERO2 MAXIMUM " WS-AMOUNT-EDIT.
003600 2200-SHOW-LIMITS-EXIT.
003610     EXIT.
003620******************************************************************
003630* 3000-APPLY-CHANGE - WRITE OR REWRITE THE LIMIT RECORD AND
003640* APPEND THE BEFORE/AFTER LINE TO THE MAINTENANCE LOG
003650******************************************************************
003660 3000-APPLY-CHANGE.
003670     MOVE SPACES          TO LIMIT-TABLE-REC.
003680     MOVE WS-INQ-DEPT     TO LM-DEPT.
003690     MOVE WS-INQ-OP-CODE  TO LM-OP-CODE.
003700     MOVE WS-NEW-N1-MIN   TO LM-N1-MIN.
003710     MOVE WS-NEW-N1-MAX   TO LM-N1-MAX.
003720     MOVE WS-NEW-N2-MIN   TO LM-N2-MIN.
003730     MOVE WS-NEW-N2-MAX   TO LM-N2-MAX.
003740     MOVE WS-RUN-DATE     TO LM-CHANGE-DATE.
003750     MOVE WS-OPERATOR-ID  TO LM-CHANGE-OPER.
003760     IF WS-LIMIT-ON-FILE
003770         REWRITE LIMIT-TABLE-REC
003780             INVALID KEY
003790                 DISPLAY "LIMIT REWRITE FAILED, STATUS = "
003800                     WS-LIMIT-STATUS
003810         END-REWRITE
003820     ELSE
003830         WRITE LIMIT-TABLE-REC
003840             INVALID KEY
003850                 DISPLAY "LIMIT WRITE FAILED, STATUS = "
003860                     WS-LIMIT-STATUS
003870         END-WRITE
003880     END-IF.
003890     IF NOT WS-LIMIT-OK
003900         IF RETURN-CODE < 12
003910             MOVE 12 TO RETURN-CODE
003920         END-IF
003930         MOVE "00" TO WS-LIMIT-STATUS
003940         GO TO 3000-APPLY-CHANGE-EXIT
003950     END-IF.
003960
003970     PERFORM 3100-WRITE-LOG-LINE
003980         THRU 3100-WRITE-LOG-LINE-EXIT.
003990     DISPLAY "DEPT " WS-INQ-DEPT " OP " WS-INQ-OP-CODE
004000         " LIMITS NOW:".
004010     MOVE WS-NEW-LIMITS TO WS-OLD-LIMITS.
004020     PERFORM 2200-SHOW-LIMITS
004030         THRU 2200-SHOW-LIMITS-EXIT.
004040 3000-APPLY-CHANGE-EXIT.
004050     EXIT.
004060******************************************************************
004070* 3100-WRITE-LOG-LINE - ONE BEFORE/AFTER LINE PER CHANGE, WITH
004080* TIMESTAMP AND OPERATOR, SO EVERY LIMIT CHANGE IS PROVABLE
004090******************************************************************
004100 3100-WRITE-LOG-LINE.
004110     ACCEPT WS-LOG-TIME FROM TIME.
004120     STRING WS-RUN-DATE   DELIMITED BY SIZE
004130            "-"           DELIMITED BY SIZE
004140            WS-LOG-TIME   DELIMITED BY SIZE
004150         INTO WS-LOG-TIMESTAMP.
004160     MOVE WS-LOG-TIMESTAMP TO LL-TIMESTAMP.
004170     MOVE WS-OPERATOR-ID   TO LL-OPERATOR-ID.
004180     MOVE WS-INQ-DEPT      TO LL-DEPT.
004190     MOVE WS-INQ-OP-CODE   TO LL-OP-CODE.
004200     IF WS-LIMIT-ON-FILE
004210         MOVE "UPD"          TO LL-ACTION
004220         MOVE WS-OLD-N1-MIN  TO LL-OLD-N1-MIN
004230         MOVE WS-OLD-N1-MAX  TO LL-OLD-N1-MAX
004240         MOVE WS-OLD-N2-MIN  TO LL-OLD-N2-MIN
004250         MOVE WS-OLD-N2-MAX  TO LL-OLD-N2-MAX
004260     ELSE
004270         MOVE "ADD"          TO LL-ACTION
004280         MOVE "NONE"         TO LL-OLD-LIMITS
004290     END-IF.
004300     MOVE WS-NEW-N1-MIN    TO LL-NEW-N1-MIN.
004310     MOVE WS-NEW-N1-MAX    TO LL-NEW-N1-MAX.
004320     MOVE WS-NEW-N2-MIN    TO LL-NEW-N2-MIN.
004330     MOVE WS-NEW-N2-MAX    TO LL-NEW-N2-MAX.
004340     MOVE WS-LIMIT-LOG-DETAIL TO LIMIT-LOG-RECORD.
004350     WRITE LIMIT-LOG-RECORD.
004360 3100-WRITE-LOG-LINE-EXIT.
004370     EXIT.
004380******************************************************************
004390* 9000-TERMINATE - END OF JOB HOUSEKEEPING
004400******************************************************************
004410 9000-TERMINATE.
004420     IF WS-LIMIT-OK
004430         CLOSE LIMIT-FILE
004440     END-IF.
004450     IF WS-LIMIT-LOG-OK
004460         CLOSE LIMIT-LOG-FILE
004470     END-IF.
004480 9000-TERMINATE-EXIT.
004490     EXIT.
004500 END PROGRAM LIMTMNT.
