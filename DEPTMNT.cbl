000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DEPTMNT.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-09-24.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-09-24  JA   ORIGINAL VERSION - CONSOLE MAINTENANCE OF THE
000160*                  KEYED DEPARTMENT MASTER DEPTMAST (SEE DEPTREC).
000170*                  DISPLAYS A DEPARTMENT'S NAME, COST CENTER,
000180*                  MANAGER AND STATUS, ADDS A NEW DEPARTMENT OR
000190*                  CHANGES ONE (A CLOSED DEPARTMENT STAYS ON FILE
000200*                  WITH STATUS C SO ITS HISTORY STILL PRINTS), AND
000210*                  APPENDS A BEFORE/AFTER LINE TO THE DEPTLOG
000220*                  MAINTENANCE LOG THE WAY RATEMNT DOES ON
000230*                  RATELOG.
000231* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000232*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000233*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000234*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000235*                  RUN WITH RETURN CODE 12.
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.    IBM-370.
000280 OBJECT-COMPUTER.    IBM-370.
000290 SPECIAL-NAMES.
000300     CONSOLE IS CONSOLE.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DEPT-FILE ASSIGN TO DEPTMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS DM-KEY
000370         FILE STATUS IS WS-DEPT-STATUS.
000380
000390     SELECT DEPT-LOG-FILE ASSIGN TO DEPTLOG
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-DEPT-LOG-STATUS.
000412
000414     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000416         ORGANIZATION IS LINE SEQUENTIAL
000418         FILE STATUS IS WS-PROCDATE-STATUS.
000420******************************************************************
000430* DATA DIVISION.
000440******************************************************************
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DEPT-FILE.
000480     COPY DEPTREC.
000490
000500 FD  DEPT-LOG-FILE
000510     RECORDING MODE IS F.
000520 01  DEPT-LOG-RECORD                PIC X(150).
000522
000524 FD  PROCDATE-FILE
000526     RECORDING MODE IS F.
000528     COPY PROCDREC.
000530
000540 WORKING-STORAGE SECTION.
000550******************************************************************
000560* SWITCHES AND COUNTERS
000570******************************************************************
000580 77  WS-DEPT-STATUS             PIC X(02)  VALUE SPACES.
000590     88  WS-DEPT-OK                        VALUE "00".
000600     88  WS-DEPT-NOT-FOUND                 VALUE "23".
000610     88  WS-DEPT-FILE-NOT-FOUND            VALUE "35".
000620
000630 77  WS-DEPT-LOG-STATUS         PIC X(02)  VALUE SPACES.
000640     88  WS-DEPT-LOG-OK                    VALUE "00".
000650     88  WS-DEPT-LOG-NOT-FOUND             VALUE "35".
000660
000670 77  WS-ANOTHER-SW              PIC X(01)  VALUE "Y".
000680     88  WS-ANOTHER-YES                     VALUE "Y" "y".
000690     88  WS-ANOTHER-NO                       VALUE "N" "n".
000700
000710 77  WS-FOUND-SW                PIC X(01)  VALUE "N".
000720     88  WS-DEPT-ON-FILE                   VALUE "Y".
000730     88  WS-DEPT-NEW                       VALUE "N".
000740
000750 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
000751 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
000752     88  WS-PROCDATE-OK                    VALUE "00".
000753     88  WS-PROCDATE-EOF                   VALUE "10".
000754
000755 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
000756     88  WS-PROCDATE-FOUND                 VALUE "Y".
000757     88  WS-PROCDATE-MISSING               VALUE "N".
000758
000760 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
000770 77  WS-LOG-TIME                PIC X(08)  VALUE SPACES.
000780 77  WS-LOG-TIMESTAMP           PIC X(17)  VALUE SPACES.
000790
000800******************************************************************
000810* CONSOLE ENTRY FIELDS - ON A CHANGE, SPACES KEEP THE VALUE ON
000820* FILE. A NEW DEPARTMENT NEEDS A NAME AND STARTS ACTIVE.
000830******************************************************************
000840 77  WS-INQ-DEPT                PIC X(04)  VALUE SPACES.
000850 77  WS-NEW-NAME                PIC X(20)  VALUE SPACES.
000860 77  WS-NEW-COST-CENTER         PIC X(06)  VALUE SPACES.
000870 77  WS-NEW-MANAGER             PIC X(20)  VALUE SPACES.
000880 77  WS-NEW-STATUS              PIC X(01)  VALUE SPACES.
000890     88  WS-NEW-STATUS-VALID               VALUE "A" "C".
000900
000910 01  WS-OLD-DEPT-VALUES.
000920     05  WS-OLD-STATUS          PIC X(01)  VALUE SPACES.
000930     05  WS-OLD-COST-CENTER     PIC X(06)  VALUE SPACES.
000940     05  WS-OLD-NAME            PIC X(20)  VALUE SPACES.
000950     05  WS-OLD-MANAGER         PIC X(20)  VALUE SPACES.
000960
000970******************************************************************
000980* MAINTENANCE LOG LINE - ONE PER CHANGE, BEFORE AND AFTER
000990******************************************************************
001000 01  WS-DEPT-LOG-DETAIL.
001010     05  DL-TIMESTAMP           PIC X(17).
001020     05  FILLER                 PIC X(01) VALUE SPACE.
001030     05  DL-OPERATOR-ID         PIC X(08).
001040     05  FILLER                 PIC X(06) VALUE " DEPT ".
001050     05  DL-DEPT                PIC X(04).
001060     05  FILLER                 PIC X(01) VALUE SPACE.
001070     05  DL-ACTION              PIC X(03).
001080     05  FILLER                 PIC X(05) VALUE " OLD=".
001090     05  DL-OLD-STATUS          PIC X(01).
001100     05  FILLER                 PIC X(01) VALUE SPACE.
001110     05  DL-OLD-COST-CENTER     PIC X(06).
001120     05  FILLER                 PIC X(01) VALUE SPACE.
001130     05  DL-OLD-NAME            PIC X(20).
001140     05  FILLER                 PIC X(01) VALUE SPACE.
001150     05  DL-OLD-MANAGER         PIC X(20).
001160     05  FILLER                 PIC X(05) VALUE " NEW=".
001170     05  DL-NEW-STATUS          PIC X(01).
001180     05  FILLER                 PIC X(01) VALUE SPACE.
001190     05  DL-NEW-COST-CENTER     PIC X(06).
001200     05  FILLER                 PIC X(01) VALUE SPACE.
001210     05  DL-NEW-NAME            PIC X(20).
001220     05  FILLER                 PIC X(01) VALUE SPACE.
001230     05  DL-NEW-MANAGER         PIC X(20).
001240******************************************************************
001250* PROCEDURE DIVISION.
001260******************************************************************
001270 PROCEDURE DIVISION.
001280******************************************************************
001290* 0000-MAINLINE - PROGRAM ENTRY POINT
001300******************************************************************
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE
001330         THRU 1000-INITIALIZE-EXIT.
001340
001350     IF WS-DEPT-OK AND WS-DEPT-LOG-OK
001360         PERFORM 2000-MAINT-PROCESS
001370             THRU 2000-MAINT-PROCESS-EXIT
001380             UNTIL WS-ANOTHER-NO
001390     END-IF.
001400
001410     PERFORM 9000-TERMINATE
001420         THRU 9000-TERMINATE-EXIT.
001430
001440     STOP RUN.
001450******************************************************************
001460* 1000-INITIALIZE - OPEN THE DEPARTMENT MASTER AND THE MAINTENANCE
001470* LOG. A CHANGE THAT CANNOT BE LOGGED MUST NOT HAPPEN, SO A LOG
001480* OPEN FAILURE STOPS THE SESSION.
001490******************************************************************
001500 1000-INITIALIZE.
001502     PERFORM 1010-READ-PROCESSING-DATE
001504         THRU 1010-READ-PROCESSING-DATE-EXIT.
001506     IF WS-PROCDATE-MISSING
001508         GO TO 1000-INITIALIZE-EXIT
001510     END-IF.
001520     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
001530     IF WS-OPERATOR-ID = SPACES
001540         MOVE "UNKNOWN " TO WS-OPERATOR-ID
001550     END-IF.
001560
001570     OPEN I-O DEPT-FILE.
001580     IF WS-DEPT-FILE-NOT-FOUND
001590         OPEN OUTPUT DEPT-FILE
001600         IF WS-DEPT-OK
001610             CLOSE DEPT-FILE
001620             OPEN I-O DEPT-FILE
001630         END-IF
001640     END-IF.
001650     IF NOT WS-DEPT-OK
001660         DISPLAY "UNABLE TO OPEN DEPARTMENT MASTER, STATUS = "
001670             WS-DEPT-STATUS
001680         IF RETURN-CODE < 12
001690             MOVE 12 TO RETURN-CODE
001700         END-IF
001710         GO TO 1000-INITIALIZE-EXIT
001720     END-IF.
001730
001740     OPEN EXTEND DEPT-LOG-FILE.
001750     IF WS-DEPT-LOG-NOT-FOUND
001760         OPEN OUTPUT DEPT-LOG-FILE
001770     END-IF.
001780     IF NOT WS-DEPT-LOG-OK
001790         DISPLAY "UNABLE TO OPEN DEPARTMENT LOG, STATUS = "
001800             WS-DEPT-LOG-STATUS
001810         IF RETURN-CODE < 12
001820             MOVE 12 TO RETURN-CODE
001830         END-IF
001840     END-IF.
001850 1000-INITIALIZE-EXIT.
001860     EXIT.
001861******************************************************************
001862* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
001863* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
001864* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
001865* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
001866* DOES NOTHING.
001867******************************************************************
001868 1010-READ-PROCESSING-DATE.
001869     OPEN INPUT PROCDATE-FILE.
001870     IF NOT WS-PROCDATE-OK
001871         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
001872             WS-PROCDATE-STATUS
001873         GO TO 1010-READ-PROCESSING-DATE-FAIL
001874     END-IF.
001875     READ PROCDATE-FILE
001876         AT END
001877             MOVE SPACES TO PROCESSING-DATE-REC
001878     END-READ.
001879     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
001880         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
001881             WS-PROCDATE-STATUS
001882         CLOSE PROCDATE-FILE
001883         GO TO 1010-READ-PROCESSING-DATE-FAIL
001884     END-IF.
001885     CLOSE PROCDATE-FILE.
001886     IF PD-CURRENT-DATE IS NOT NUMERIC
001887         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
001888         GO TO 1010-READ-PROCESSING-DATE-FAIL
001889     END-IF.
001890     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
001891     SET WS-PROCDATE-FOUND TO TRUE.
001892     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
001893     GO TO 1010-READ-PROCESSING-DATE-EXIT.
001894
001895 1010-READ-PROCESSING-DATE-FAIL.
001896     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
001897     IF RETURN-CODE < 12
001898         MOVE 12 TO RETURN-CODE
001899     END-IF.
001900 1010-READ-PROCESSING-DATE-EXIT.
001901     EXIT.
001902******************************************************************
001903* 2000-MAINT-PROCESS - MAINTAIN ONE DEPARTMENT AND ASK WHETHER TO
001904* CONTINUE
001905******************************************************************
001910 2000-MAINT-PROCESS.
001920     DISPLAY "DEPARTMENT:"
001930     ACCEPT WS-INQ-DEPT.
001940     IF WS-INQ-DEPT = SPACES
001950         DISPLAY "DEPARTMENT REQUIRED"
001960         GO TO 2000-MAINT-PROCESS-ASK
001970     END-IF.
001980
001990     SET WS-DEPT-NEW TO TRUE.
002000     MOVE SPACES TO WS-OLD-DEPT-VALUES.
002010     MOVE WS-INQ-DEPT TO DM-DEPT.
002020     READ DEPT-FILE
002030         INVALID KEY
002040             CONTINUE
002050         NOT INVALID KEY
002060             SET WS-DEPT-ON-FILE TO TRUE
002070     END-READ.
002080     MOVE "00" TO WS-DEPT-STATUS.
002090
002100     IF WS-DEPT-ON-FILE
002110         MOVE DM-STATUS      TO WS-OLD-STATUS
002120         MOVE DM-COST-CENTER TO WS-OLD-COST-CENTER
002130         MOVE DM-NAME        TO WS-OLD-NAME
002140         MOVE DM-MANAGER     TO WS-OLD-MANAGER
002150         DISPLAY "DEPT " WS-INQ-DEPT " " DM-NAME
002160             " COST CENTER " DM-COST-CENTER
002170         DISPLAY "     MANAGER " DM-MANAGER
002180             " STATUS " DM-STATUS
002190     ELSE
002200         DISPLAY "DEPT " WS-INQ-DEPT " IS NOT ON FILE - ADDING"
002210     END-IF.
002220
002230     DISPLAY "DEPARTMENT NAME (SPACES KEEP):"
002240     ACCEPT WS-NEW-NAME.
002250     DISPLAY "COST CENTER (SPACES KEEP):"
002260     ACCEPT WS-NEW-COST-CENTER.
002270     DISPLAY "RESPONSIBLE MANAGER (SPACES KEEP):"
002280     ACCEPT WS-NEW-MANAGER.
002290     DISPLAY "STATUS A=ACTIVE C=CLOSED (SPACES KEEP):"
002300     ACCEPT WS-NEW-STATUS.
002310
002320     IF WS-NEW-NAME = SPACES
002330         MOVE WS-OLD-NAME TO WS-NEW-NAME
002340     END-IF.
002350     IF WS-NEW-COST-CENTER = SPACES
002360         MOVE WS-OLD-COST-CENTER TO WS-NEW-COST-CENTER
002370     END-IF.
002380     IF WS-NEW-MANAGER = SPACES
002390         MOVE WS-OLD-MANAGER TO WS-NEW-MANAGER
002400     END-IF.
002410     IF WS-NEW-STATUS = SPACES
002420         MOVE WS-OLD-STATUS TO WS-NEW-STATUS
002430     END-IF.
002440     IF WS-NEW-STATUS = SPACES
002450         MOVE "A" TO WS-NEW-STATUS
002460     END-IF.
002470
002480     IF WS-NEW-NAME = SPACES
002490         DISPLAY "DEPARTMENT NAME REQUIRED - NO CHANGE APPLIED"
002500         GO TO 2000-MAINT-PROCESS-ASK
002510     END-IF.
002520     IF NOT WS-NEW-STATUS-VALID
002530         DISPLAY "STATUS MUST BE A OR C - NO CHANGE APPLIED"
002540         GO TO 2000-MAINT-PROCESS-ASK
002550     END-IF.
002560     IF WS-DEPT-ON-FILE
002570         AND WS-NEW-NAME        = WS-OLD-NAME
002580         AND WS-NEW-COST-CENTER = WS-OLD-COST-CENTER
002590         AND WS-NEW-MANAGER     = WS-OLD-MANAGER
002600         AND WS-NEW-STATUS      = WS-OLD-STATUS
002610         DISPLAY "NO CHANGE APPLIED"
002620         GO TO 2000-MAINT-PROCESS-ASK
002630     END-IF.
002640
002650     PERFORM 3000-APPLY-CHANGE
002660         THRU 3000-APPLY-CHANGE-EXIT.
002670
002680 2000-MAINT-PROCESS-ASK.
002690     DISPLAY "ANOTHER CHANGE? (Y/N):"
002700     ACCEPT WS-ANOTHER-SW.
002710 2000-MAINT-PROCESS-EXIT.
002720     EXIT.
002730******************************************************************
002740* 3000-APPLY-CHANGE - WRITE OR REWRITE THE DEPARTMENT RECORD AND
002750* APPEND THE BEFORE/AFTER LINE TO THE MAINTENANCE LOG
002760******************************************************************
002770 3000-APPLY-CHANGE.
002780     MOVE SPACES             TO DEPT-MASTER-REC.
002790     MOVE WS-INQ-DEPT        TO DM-DEPT.
002800     MOVE WS-NEW-NAME        TO DM-NAME.
002810     MOVE WS-NEW-COST-CENTER TO DM-COST-CENTER.
002820     MOVE WS-NEW-MANAGER     TO DM-MANAGER.
002830     MOVE WS-NEW-STATUS      TO DM-STATUS.
002840     IF WS-DEPT-ON-FILE
002850         REWRITE DEPT-MASTER-REC
002860             INVALID KEY
002870                 DISPLAY "DEPARTMENT REWRITE FAILED, STATUS = "
002880                     WS-DEPT-STATUS
002890         END-REWRITE
002900     ELSE
002910         WRITE DEPT-MASTER-REC
002920             INVALID KEY
002930                 DISPLAY "DEPARTMENT WRITE FAILED, STATUS = "
002940                     WS-DEPT-STATUS
002950         END-WRITE
002960     END-IF.
002970     IF NOT WS-DEPT-OK
002980         IF RETURN-CODE < 12
002990             MOVE 12 TO RETURN-CODE
003000         END-IF
003010         MOVE "00" TO WS-DEPT-STATUS
003020         GO TO 3000-APPLY-CHANGE-EXIT
003030     END-IF.
003040
003050     PERFORM 3100-WRITE-LOG-LINE
003060         THRU 3100-WRITE-LOG-LINE-EXIT.
003070     DISPLAY "DEPT " WS-INQ-DEPT " " WS-NEW-NAME
003080         " NOW STATUS " WS-NEW-STATUS.
003090 3000-APPLY-CHANGE-EXIT.
003100     EXIT.
003110******************************************************************
003120* 3100-WRITE-LOG-LINE - ONE BEFORE/AFTER LINE PER CHANGE, WITH
003130* TIMESTAMP AND OPERATOR, SO EVERY DEPARTMENT CHANGE IS PROVABLE
003140******************************************************************
003150 3100-WRITE-LOG-LINE.
003160     ACCEPT WS-LOG-TIME FROM TIME.
003170     STRING WS-RUN-DATE   DELIMITED BY SIZE
003180            "-"           DELIMITED BY SIZE
003190            WS-LOG-TIME   DELIMITED BY SIZE
003200         INTO WS-LOG-TIMESTAMP.
003210     MOVE WS-LOG-TIMESTAMP TO DL-TIMESTAMP.
003220     MOVE WS-OPERATOR-ID   TO DL-OPERATOR-ID.
003230     MOVE WS-INQ-DEPT      TO DL-DEPT.
003240     IF WS-DEPT-ON-FILE
003250         MOVE "UPD"              TO DL-ACTION
003260         MOVE WS-OLD-STATUS      TO DL-OLD-STATUS
003270         MOVE WS-OLD-COST-CENTER TO DL-OLD-COST-CENTER
003280         MOVE WS-OLD-NAME        TO DL-OLD-NAME
003290         MOVE WS-OLD-MANAGER     TO DL-OLD-MANAGER
003300     ELSE
003310         MOVE "ADD"              TO DL-ACTION
003320         MOVE SPACES             TO DL-OLD-STATUS
003330         MOVE SPACES             TO DL-OLD-COST-CENTER
003340         MOVE "NONE"             TO DL-OLD-NAME
003350         MOVE SPACES             TO DL-OLD-MANAGER
003360     END-IF.
003370     MOVE WS-NEW-STATUS      TO DL-NEW-STATUS.
003380     MOVE WS-NEW-COST-CENTER TO DL-NEW-COST-CENTER.
003390     MOVE WS-NEW-NAME        TO DL-NEW-NAME.
003400     MOVE WS-NEW-MANAGER     TO DL-NEW-MANAGER.
003410     MOVE WS-DEPT-LOG-DETAIL TO DEPT-LOG-RECORD.
003420     WRITE DEPT-LOG-RECORD.
003430 3100-WRITE-LOG-LINE-EXIT.
003440     EXIT.
003450******************************************************************
003460* 9000-TERMINATE - END OF JOB HOUSEKEEPING
003470******************************************************************
003480 9000-TERMINATE.
003490     IF WS-DEPT-OK
003500         CLOSE DEPT-FILE
003510     END-IF.
003520     IF WS-DEPT-LOG-OK
003530         CLOSE DEPT-LOG-FILE
003540     END-IF.
003550 9000-TERMINATE-EXIT.
003560     EXIT.
003570 END PROGRAM DEPTMNT.
