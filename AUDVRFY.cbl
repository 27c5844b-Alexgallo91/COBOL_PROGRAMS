000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     AUDVRFY.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-10-08.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-10-08  JA   ORIGINAL VERSION - AUDIT LOG CHAIN
000160*                  VERIFICATION. READS THE LIVE AUDITLOG, OR THE
000170*                  AUDARCH GENERATION THE JOB STREAM ASSIGNS WHEN
000180*                  VFYPARM COLUMN 1 IS A, AND PROVES EVERY SEALED
000190*                  LINE AGAINST THE ONE BEFORE IT - THE RUNNING
000200*                  SEQUENCE MUST GO UP BY ONE AND THE CHECK VALUE
000210*                  MUST RECOMPUTE FROM THE LINE AND THE PRIOR
000220*                  CHECK VALUE (SEE AUDCHAIN). A GAP, A REPEATED
000230*                  OR OUT-OF-ORDER SEQUENCE, AN ALTERED LINE OR A
000240*                  BROKEN CHAIN IS LISTED ON VFYRPT AND ENDS THE
000250*                  RUN WITH RETURN CODE 8. THE FIRST AND LAST
000260*                  SEQUENCE AND THE LAST CHECK VALUE ARE PRINTED
000270*                  SO THE TWO HALVES OF A PURGE CAN BE MATCHED
000280*                  THROUGH THE CHN CARRY LINE.
000281* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000282*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000283*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000284*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000285*                  RUN WITH RETURN CODE 12.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.    IBM-370.
000330 OBJECT-COMPUTER.    IBM-370.
000340 SPECIAL-NAMES.
000350     CONSOLE IS CONSOLE.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*    ONLY ONE OF THE TWO LOGS IS OPENED IN A RUN, SO THEY SHARE
000390*    THE ONE STATUS FIELD
000400     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-AUDIT-STATUS.
000430
000440     SELECT ARCHIVE-FILE ASSIGN TO AUDARCH
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-AUDIT-STATUS.
000470
000480     SELECT PARM-FILE ASSIGN TO VFYPARM
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUS.
000510
000520     SELECT VERIFY-REPORT-FILE ASSIGN TO VFYRPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-VERIFY-REPORT-STATUS.
000542
000544     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000546         ORGANIZATION IS LINE SEQUENTIAL
000548         FILE STATUS IS WS-PROCDATE-STATUS.
000550******************************************************************
000560* DATA DIVISION.
000570******************************************************************
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  AUDIT-FILE
000610     RECORDING MODE IS F.
000620 01  AUDIT-RECORD                   PIC X(177).
000630
000640 FD  ARCHIVE-FILE
000650     RECORDING MODE IS F.
000660 01  ARCHIVE-RECORD                 PIC X(177).
000670
000680 FD  PARM-FILE
000690     RECORDING MODE IS F.
000700 01  PARM-RECORD                    PIC X(80).
000710
000720 FD  VERIFY-REPORT-FILE
000730     RECORDING MODE IS F.
000740 01  VERIFY-REPORT-RECORD           PIC X(132).
000742
000744 FD  PROCDATE-FILE
000746     RECORDING MODE IS F.
000748     COPY PROCDREC.
000750
000760 WORKING-STORAGE SECTION.
000770******************************************************************
000780* SWITCHES AND COUNTERS
000790******************************************************************
000800 77  WS-AUDIT-STATUS            PIC X(02)  VALUE SPACES.
000810     88  WS-AUDIT-OK                       VALUE "00".
000820     88  WS-AUDIT-EOF                      VALUE "10".
000830
000840 77  WS-PARM-STATUS             PIC X(02)  VALUE SPACES.
000850     88  WS-PARM-OK                        VALUE "00".
000860     88  WS-PARM-EOF                       VALUE "10".
000870
000880 77  WS-VERIFY-REPORT-STATUS    PIC X(02)  VALUE SPACES.
000890     88  WS-VERIFY-REPORT-OK               VALUE "00".
000900
000910 77  WS-SOURCE-SW               PIC X(01)  VALUE "L".
000920     88  WS-SOURCE-LIVE                    VALUE "L".
000930     88  WS-SOURCE-ARCHIVE                 VALUE "A".
000940 77  WS-SOURCE-NAME             PIC X(08)  VALUE "AUDITLOG".
000950
000960 77  WS-CHAIN-SW                PIC X(01)  VALUE "N".
000970     88  WS-CHAIN-NOT-STARTED              VALUE "N".
000980     88  WS-CHAIN-STARTED                  VALUE "Y".
000990
001000 77  WS-CARRY-IN-SW             PIC X(01)  VALUE "N".
001010     88  WS-CARRIED-IN                     VALUE "Y".
001020
001030 77  WS-ORDER-SW                PIC X(01)  VALUE "Y".
001040     88  WS-SEQ-IN-ORDER                   VALUE "Y".
001050     88  WS-SEQ-OUT-OF-ORDER               VALUE "N".
001060
001070 77  WS-READ-COUNT              PIC 9(07)  COMP VALUE ZERO.
001080 77  WS-PRECHAIN-COUNT          PIC 9(07)  COMP VALUE ZERO.
001090 77  WS-SEALED-COUNT            PIC 9(07)  COMP VALUE ZERO.
001100 77  WS-PROBLEM-COUNT           PIC 9(07)  COMP VALUE ZERO.
001110
001120 77  WS-EXPECTED-SEQ            PIC 9(09)  COMP VALUE ZERO.
001130 77  WS-LAST-SEQ                PIC 9(09)  COMP VALUE ZERO.
001140 77  WS-FIRST-SEQ               PIC 9(09)  COMP VALUE ZERO.
001150 77  WS-RECORDED-CHAIN          PIC 9(09)  COMP VALUE ZERO.
001160 77  WS-CARRY-IN-SEQ            PIC 9(09)  COMP VALUE ZERO.
001170 77  WS-CARRY-IN-CHAIN          PIC 9(09)  COMP VALUE ZERO.
001180 77  WS-PROBLEM-TEXT            PIC X(40)  VALUE SPACES.
001181
001182 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001183     88  WS-PROCDATE-OK                    VALUE "00".
001184     88  WS-PROCDATE-EOF                   VALUE "10".
001185
001186 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001187     88  WS-PROCDATE-FOUND                 VALUE "Y".
001188     88  WS-PROCDATE-MISSING               VALUE "N".
001190
001200 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001210 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
001220
001230******************************************************************
001240* AUDIT LOG RECORD - SHARED COPYBOOK
001250******************************************************************
001260     COPY AUDITREC.
001270
001280******************************************************************
001290* AUDIT LOG SEQUENCE AND CHECK VALUE WORK AREA - SHARED COPYBOOK
001300******************************************************************
001310     COPY AUDCHAIN.
001320
001330******************************************************************
001340* VERIFICATION REPORT LAYOUTS
001350******************************************************************
001360 01  WS-VERIFY-HEADER.
001370     05  FILLER                 PIC X(14) VALUE
001380             "AUDVRFY REPORT".
001390     05  FILLER                 PIC X(11) VALUE
001400             "  RUN DATE ".
001410     05  VH-RUN-DATE            PIC X(10).
001420     05  FILLER                 PIC X(08) VALUE "  FILE  ".
001430     05  VH-SOURCE-NAME         PIC X(08).
001440     05  FILLER                 PIC X(81) VALUE SPACES.
001450
001460 01  WS-VERIFY-CARRY-LINE.
001470     05  FILLER                 PIC X(30) VALUE
001480             "** CHAIN CARRIED IN       SEQ ".
001490     05  VC-SEQ-NO              PIC Z(08)9.
001500     05  FILLER                 PIC X(08) VALUE "  CHECK ".
001510     05  VC-CHAIN-VALUE         PIC 9(09).
001520     05  FILLER                 PIC X(76) VALUE SPACES.
001530
001540 01  WS-VERIFY-PROBLEM-LINE.
001550     05  FILLER                 PIC X(08) VALUE "** LINE ".
001560     05  VP-LINE-NO             PIC Z,ZZZ,ZZ9.
001570     05  FILLER                 PIC X(06) VALUE "  SEQ ".
001580     05  VP-SEQ-NO              PIC X(09).
001590     05  FILLER                 PIC X(07) VALUE "  EXPD ".
001600     05  VP-EXPECTED-SEQ        PIC Z(08)9.
001610     05  FILLER                 PIC X(02) VALUE SPACES.
001620     05  VP-TIMESTAMP           PIC X(17).
001630     05  FILLER                 PIC X(01) VALUE SPACE.
001640     05  VP-BATCH-ID            PIC X(08).
001650     05  FILLER                 PIC X(01) VALUE SPACE.
001660     05  VP-OP-CODE             PIC X(03).
001670     05  FILLER                 PIC X(02) VALUE SPACES.
001680     05  VP-PROBLEM-TEXT        PIC X(40).
001690     05  FILLER                 PIC X(10) VALUE SPACES.
001700
001710 01  WS-VERIFY-TOTALS.
001720     05  FILLER                 PIC X(14) VALUE
001730             "** LINES  READ".
001740     05  FILLER                 PIC X(01) VALUE "=".
001750     05  VT-READ-COUNT          PIC Z,ZZZ,ZZ9.
001760     05  FILLER                 PIC X(11) VALUE "  PRE-CHAIN".
001770     05  FILLER                 PIC X(01) VALUE "=".
001780     05  VT-PRECHAIN-COUNT      PIC Z,ZZZ,ZZ9.
001790     05  FILLER                 PIC X(08) VALUE "  SEALED".
001800     05  FILLER                 PIC X(01) VALUE "=".
001810     05  VT-SEALED-COUNT        PIC Z,ZZZ,ZZ9.
001820     05  FILLER                 PIC X(10) VALUE "  PROBLEMS".
001830     05  FILLER                 PIC X(01) VALUE "=".
001840     05  VT-PROBLEM-COUNT       PIC Z,ZZZ,ZZ9.
001850     05  FILLER                 PIC X(49) VALUE SPACES.
001860
001870 01  WS-VERIFY-RANGE-LINE.
001880     05  FILLER                 PIC X(13) VALUE
001890             "** FIRST SEQ ".
001900     05  VR-FIRST-SEQ           PIC Z(08)9.
001910     05  FILLER                 PIC X(12) VALUE "  LAST SEQ  ".
001920     05  VR-LAST-SEQ            PIC Z(08)9.
001930     05  FILLER                 PIC X(13) VALUE "  LAST CHECK ".
001940     05  VR-LAST-CHAIN          PIC 9(09).
001950     05  FILLER                 PIC X(67) VALUE SPACES.
001960
001970 01  WS-VERIFY-VERDICT-LINE.
001980     05  FILLER                 PIC X(12) VALUE "** VERDICT  ".
001990     05  VV-VERDICT             PIC X(40).
002000     05  FILLER                 PIC X(80) VALUE SPACES.
002010******************************************************************
002020* PROCEDURE DIVISION.
002030******************************************************************
002040 PROCEDURE DIVISION.
002050******************************************************************
002060* 0000-MAINLINE - PROGRAM ENTRY POINT
002070******************************************************************
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE
002100         THRU 1000-INITIALIZE-EXIT.
002110
002120     IF WS-AUDIT-OK
002130         PERFORM 2000-VERIFY-PROCESS
002140             THRU 2000-VERIFY-PROCESS-EXIT
002150     END-IF.
002160
002170     PERFORM 9000-TERMINATE
002180         THRU 9000-TERMINATE-EXIT.
002190
002200     STOP RUN.
002210******************************************************************
002220* 1000-INITIALIZE - READ THE PARAMETER AND OPEN THE LOG TO BE
002230* PROVED AND THE REPORT
002240******************************************************************
002250 1000-INITIALIZE.
002252     PERFORM 1010-READ-PROCESSING-DATE
002254         THRU 1010-READ-PROCESSING-DATE-EXIT.
002256     IF WS-PROCDATE-MISSING
002258         GO TO 1000-INITIALIZE-EXIT
002260     END-IF.
002270     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
002280     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
002290     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
002300     MOVE "/"                TO WS-RUN-DATE-ED(6:1)
002310     MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-ED(7:4).
002320
002330     PERFORM 1100-READ-PARAMETERS
002340         THRU 1100-READ-PARAMETERS-EXIT.
002350     IF NOT WS-SOURCE-LIVE AND NOT WS-SOURCE-ARCHIVE
002360         DISPLAY "INVALID LOG IN VERIFY PARAMETER FILE: "
002370             WS-SOURCE-SW
002380         DISPLAY "RUN ABANDONED - NOTHING VERIFIED"
002390         IF RETURN-CODE < 12
002400             MOVE 12 TO RETURN-CODE
002410         END-IF
002420         GO TO 1000-INITIALIZE-EXIT
002430     END-IF.
002440
002450     IF WS-SOURCE-ARCHIVE
002460         MOVE "AUDARCH " TO WS-SOURCE-NAME
002470         OPEN INPUT ARCHIVE-FILE
002480     ELSE
002490         OPEN INPUT AUDIT-FILE
002500     END-IF.
002510     IF NOT WS-AUDIT-OK
002520         DISPLAY "UNABLE TO OPEN " WS-SOURCE-NAME
002530             ", STATUS = " WS-AUDIT-STATUS
002540         IF RETURN-CODE < 12
002550             MOVE 12 TO RETURN-CODE
002560         END-IF
002570         GO TO 1000-INITIALIZE-EXIT
002580     END-IF.
002590
002600     OPEN OUTPUT VERIFY-REPORT-FILE.
002610     IF NOT WS-VERIFY-REPORT-OK
002620         DISPLAY "UNABLE TO OPEN VERIFY REPORT FILE, STATUS = "
002630             WS-VERIFY-REPORT-STATUS
002640         IF RETURN-CODE < 12
002650             MOVE 12 TO RETURN-CODE
002660         END-IF
002670     ELSE
002680         MOVE WS-RUN-DATE-ED   TO VH-RUN-DATE
002690         MOVE WS-SOURCE-NAME   TO VH-SOURCE-NAME
002700         MOVE WS-VERIFY-HEADER TO VERIFY-REPORT-RECORD
002710         WRITE VERIFY-REPORT-RECORD
002720     END-IF.
002730 1000-INITIALIZE-EXIT.
002740     EXIT.
002741******************************************************************
002742* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
002743* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
002744* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
002745* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
002746* DOES NOTHING.
002747******************************************************************
002748 1010-READ-PROCESSING-DATE.
002749     OPEN INPUT PROCDATE-FILE.
002750     IF NOT WS-PROCDATE-OK
002751         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
002752             WS-PROCDATE-STATUS
002753         GO TO 1010-READ-PROCESSING-DATE-FAIL
002754     END-IF.
002755     READ PROCDATE-FILE
002756         AT END
002757             MOVE SPACES TO PROCESSING-DATE-REC
002758     END-READ.
002759     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
002760         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
002761             WS-PROCDATE-STATUS
002762         CLOSE PROCDATE-FILE
002763         GO TO 1010-READ-PROCESSING-DATE-FAIL
002764     END-IF.
002765     CLOSE PROCDATE-FILE.
002766     IF PD-CURRENT-DATE IS NOT NUMERIC
002767         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
002768         GO TO 1010-READ-PROCESSING-DATE-FAIL
002769     END-IF.
002770     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
002771     SET WS-PROCDATE-FOUND TO TRUE.
002772     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
002773     GO TO 1010-READ-PROCESSING-DATE-EXIT.
002774
002775 1010-READ-PROCESSING-DATE-FAIL.
002776     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
002777     IF RETURN-CODE < 12
002778         MOVE 12 TO RETURN-CODE
002779     END-IF.
002780 1010-READ-PROCESSING-DATE-EXIT.
002781     EXIT.
002782******************************************************************
002783* 1100-READ-PARAMETERS - LOAD THE LOG TO PROVE FROM VFYPARM
002784* COLUMN 1 - L THE LIVE AUDITLOG, A THE AUDARCH GENERATION.
002785* NO PARAMETER FILE OR AN EMPTY ONE PROVES THE LIVE LOG.
002790******************************************************************
002800 1100-READ-PARAMETERS.
002810     OPEN INPUT PARM-FILE.
002820     IF NOT WS-PARM-OK
002830         DISPLAY "NO VERIFY PARAMETER FILE - PROVING AUDITLOG"
002840         GO TO 1100-READ-PARAMETERS-EXIT
002850     END-IF.
002860
002870     READ PARM-FILE
002880         AT END SET WS-PARM-EOF TO TRUE
002890     END-READ.
002900     IF WS-PARM-EOF
002910         DISPLAY "VERIFY PARAMETER FILE IS EMPTY - "
002920             "PROVING AUDITLOG"
002930     ELSE
002940         MOVE PARM-RECORD(1:1) TO WS-SOURCE-SW
002950     END-IF.
002960     CLOSE PARM-FILE.
002970 1100-READ-PARAMETERS-EXIT.
002980     EXIT.
002990******************************************************************
003000* 2000-VERIFY-PROCESS - READ THE WHOLE LOG, PROVE EACH LINE
003010* AND WRITE THE SUMMARY AND VERDICT
003020******************************************************************
003030 2000-VERIFY-PROCESS.
003040     PERFORM 2100-READ-AUDIT
003050         THRU 2100-READ-AUDIT-EXIT.
003060
003070     PERFORM 2150-VERIFY-ONE
003080         THRU 2150-VERIFY-ONE-EXIT
003090         UNTIL NOT WS-AUDIT-OK.
003100*    A LOG THAT CANNOT BE READ TO THE END IS NOT PROVED
003110     IF NOT WS-AUDIT-EOF
003120         DISPLAY "READ OF " WS-SOURCE-NAME " FAILED AFTER LINE "
003130             WS-READ-COUNT ", STATUS = " WS-AUDIT-STATUS
003140         IF RETURN-CODE < 12
003150             MOVE 12 TO RETURN-CODE
003160         END-IF
003170     END-IF.
003180
003190     PERFORM 6000-WRITE-SUMMARY
003200         THRU 6000-WRITE-SUMMARY-EXIT.
003210 2000-VERIFY-PROCESS-EXIT.
003220     EXIT.
003230******************************************************************
003240* 2100-READ-AUDIT - READ THE NEXT LINE OF THE LOG BEING PROVED
003250******************************************************************
003260 2100-READ-AUDIT.
003270     IF WS-SOURCE-ARCHIVE
003280         READ ARCHIVE-FILE INTO AUDIT-DETAIL
003290             AT END
003300                 SET WS-AUDIT-EOF TO TRUE
003310         END-READ
003320     ELSE
003330         READ AUDIT-FILE INTO AUDIT-DETAIL
003340             AT END
003350                 SET WS-AUDIT-EOF TO TRUE
003360         END-READ
003370     END-IF.
003380     IF WS-AUDIT-OK
003390         ADD 1 TO WS-READ-COUNT
003400     END-IF.
003410 2100-READ-AUDIT-EXIT.
003420     EXIT.
003430******************************************************************
003440* 2150-VERIFY-ONE - ROUTE ONE LINE AND READ THE NEXT. LINES
003450* WITHOUT A SEQUENCE AHEAD OF THE FIRST SEALED LINE WERE LOGGED
003460* BEFORE SEALING BEGAN AND ARE ONLY COUNTED - ONE INSIDE THE
003470* CHAIN WAS PUT THERE AFTER THE EVENT.
003480******************************************************************
003490 2150-VERIFY-ONE.
003500     IF AD-SEQ-NO IS NOT NUMERIC
003510         OR AD-CHAIN-VALUE IS NOT NUMERIC
003520         IF WS-CHAIN-NOT-STARTED
003530             ADD 1 TO WS-PRECHAIN-COUNT
003540         ELSE
003550             COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1
003560             MOVE "CHAIN BROKEN - UNSEALED LINE"
003570                 TO WS-PROBLEM-TEXT
003580             PERFORM 5000-REPORT-PROBLEM
003590                 THRU 5000-REPORT-PROBLEM-EXIT
003600         END-IF
003610         GO TO 2150-VERIFY-ONE-NEXT
003620     END-IF.
003630
003640     ADD 1 TO WS-SEALED-COUNT.
003650     IF AD-BATCH-ID = "AUDCHAIN" AND AD-OP-CODE = "CHN"
003660         PERFORM 2300-CHECK-CARRY
003670             THRU 2300-CHECK-CARRY-EXIT
003680     ELSE
003690         PERFORM 2200-CHECK-SEALED-LINE
003700             THRU 2200-CHECK-SEALED-LINE-EXIT
003710     END-IF.
003720 2150-VERIFY-ONE-NEXT.
003730     PERFORM 2100-READ-AUDIT
003740         THRU 2100-READ-AUDIT-EXIT.
003750 2150-VERIFY-ONE-EXIT.
003760     EXIT.
003770******************************************************************
003780* 2200-CHECK-SEALED-LINE - THE SEQUENCE MUST BE ONE MORE THAN
003790* THE LINE BEFORE AND THE CHECK VALUE MUST RECOMPUTE FROM THIS
003800* LINE AND THE CHECK VALUE BEFORE IT. A GAP OR A SEQUENCE OUT
003810* OF ORDER IS REPORTED AS SUCH (THE CHECK VALUE CANNOT BE
003820* PROVED ACROSS IT). EITHER WAY THE CHAIN PICKS UP AGAIN FROM
003830* THIS LINE'S RECORDED VALUES, SO ONE FAULT IS REPORTED ONCE.
003840******************************************************************
003850 2200-CHECK-SEALED-LINE.
003860     SET WS-SEQ-IN-ORDER TO TRUE.
003870     IF WS-CHAIN-NOT-STARTED
003880         SET WS-CHAIN-STARTED TO TRUE
003890         MOVE ZERO TO WS-LAST-SEQ
003900         MOVE ZERO TO AC-CHAIN-VALUE
003910     END-IF.
003920     IF WS-FIRST-SEQ = ZERO
003930         MOVE AD-SEQ-NO TO WS-FIRST-SEQ
003940     END-IF.
003950     COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1.
003960
003970     IF AD-SEQ-NO > WS-EXPECTED-SEQ
003980         SET WS-SEQ-OUT-OF-ORDER TO TRUE
003990         IF WS-LAST-SEQ = ZERO
004000             MOVE "EARLIER LINES MISSING - NO CHAIN CARRY"
004010                 TO WS-PROBLEM-TEXT
004020         ELSE
004030             MOVE "GAP - LINES MISSING BEFORE THIS ONE"
004040                 TO WS-PROBLEM-TEXT
004050         END-IF
004060         PERFORM 5000-REPORT-PROBLEM
004070             THRU 5000-REPORT-PROBLEM-EXIT
004080     END-IF.
004090     IF AD-SEQ-NO < WS-EXPECTED-SEQ
004100         SET WS-SEQ-OUT-OF-ORDER TO TRUE
004110         MOVE "SEQUENCE REPEATED OR OUT OF ORDER"
004120             TO WS-PROBLEM-TEXT
004130         PERFORM 5000-REPORT-PROBLEM
004140             THRU 5000-REPORT-PROBLEM-EXIT
004150     END-IF.
004160
004170     MOVE AD-CHAIN-VALUE TO WS-RECORDED-CHAIN.
004180     IF WS-SEQ-IN-ORDER
004190         PERFORM 3000-CHAIN-ONE-BYTE
004200             THRU 3000-CHAIN-ONE-BYTE-EXIT
004210             VARYING AC-IX FROM 1 BY 1
004220             UNTIL AC-IX > AC-SEALED-LENGTH
004230         IF AC-CHAIN-VALUE NOT = WS-RECORDED-CHAIN
004240             MOVE "LINE ALTERED - CHECK VALUE WRONG"
004250                 TO WS-PROBLEM-TEXT
004260             PERFORM 5000-REPORT-PROBLEM
004270                 THRU 5000-REPORT-PROBLEM-EXIT
004280         END-IF
004290     END-IF.
004300
004310     MOVE AD-SEQ-NO         TO WS-LAST-SEQ.
004320     MOVE WS-RECORDED-CHAIN TO AC-CHAIN-VALUE.
004330 2200-CHECK-SEALED-LINE-EXIT.
004340     EXIT.
004350******************************************************************
004360* 2300-CHECK-CARRY - A CHN LINE AT THE HEAD OF THE LOG STARTS
004370* THE CHAIN FROM THE LAST LINE ARCHIVED BY THE PURGE. FURTHER
004380* DOWN IT MUST REPEAT THE SEQUENCE AND CHECK VALUE OF THE LINE
004390* JUST BEFORE IT, OR THE CHAIN IS BROKEN THERE.
004400******************************************************************
004410 2300-CHECK-CARRY.
004420     IF WS-CHAIN-NOT-STARTED
004430         SET WS-CHAIN-STARTED TO TRUE
004440         SET WS-CARRIED-IN    TO TRUE
004450         MOVE AD-SEQ-NO       TO WS-CARRY-IN-SEQ
004460         MOVE AD-CHAIN-VALUE  TO WS-CARRY-IN-CHAIN
004470         MOVE AD-SEQ-NO       TO WS-LAST-SEQ
004480         MOVE AD-CHAIN-VALUE  TO AC-CHAIN-VALUE
004490         IF WS-VERIFY-REPORT-OK
004500             MOVE AD-SEQ-NO            TO VC-SEQ-NO
004510             MOVE AD-CHAIN-VALUE       TO VC-CHAIN-VALUE
004520             MOVE WS-VERIFY-CARRY-LINE TO VERIFY-REPORT-RECORD
004530             WRITE VERIFY-REPORT-RECORD
004540         END-IF
004550         GO TO 2300-CHECK-CARRY-EXIT
004560     END-IF.
004570
004580     IF AD-SEQ-NO NOT = WS-LAST-SEQ
004590         OR AD-CHAIN-VALUE NOT = AC-CHAIN-VALUE
004600         MOVE WS-LAST-SEQ TO WS-EXPECTED-SEQ
004610         MOVE "CHAIN BROKEN - CARRY LINE DOES NOT MATCH"
004620             TO WS-PROBLEM-TEXT
004630         PERFORM 5000-REPORT-PROBLEM
004640             THRU 5000-REPORT-PROBLEM-EXIT
004650     END-IF.
004660     MOVE AD-SEQ-NO      TO WS-LAST-SEQ.
004670     MOVE AD-CHAIN-VALUE TO AC-CHAIN-VALUE.
004680 2300-CHECK-CARRY-EXIT.
004690     EXIT.
004700******************************************************************
004710* 3000-CHAIN-ONE-BYTE - FOLD ONE BYTE INTO THE CHECK VALUE, THE
004720* SAME ARITHMETIC THE WRITING PROGRAMS SEAL WITH (SEE AUDCHAIN)
004730******************************************************************
004740 3000-CHAIN-ONE-BYTE.
004750     MOVE AUDIT-DETAIL (AC-IX:1) TO AC-BYTE.
004760     COMPUTE AC-WORK = AC-CHAIN-VALUE * 31 + AC-BYTE-NUM + AC-IX.
004770     DIVIDE AC-WORK BY AC-MODULUS
004780         GIVING AC-QUOTIENT REMAINDER AC-CHAIN-VALUE.
004790 3000-CHAIN-ONE-BYTE-EXIT.
004800     EXIT.
004810******************************************************************
004820* 5000-REPORT-PROBLEM - LIST ONE FAULT - THE LINE NUMBER IN THE
004830* FILE, THE SEQUENCE FOUND AND THE ONE EXPECTED, WHAT THE LINE
004840* IS, AND WHAT IS WRONG WITH IT
004850******************************************************************
004860 5000-REPORT-PROBLEM.
004870     ADD 1 TO WS-PROBLEM-COUNT.
004880     IF NOT WS-VERIFY-REPORT-OK
004890         GO TO 5000-REPORT-PROBLEM-EXIT
004900     END-IF.
004910     MOVE WS-READ-COUNT     TO VP-LINE-NO.
004920     MOVE AD-SEQ-NO         TO VP-SEQ-NO.
004930     MOVE WS-EXPECTED-SEQ   TO VP-EXPECTED-SEQ.
004940     MOVE AD-TIMESTAMP      TO VP-TIMESTAMP.
004950     MOVE AD-BATCH-ID       TO VP-BATCH-ID.
004960     MOVE AD-OP-CODE        TO VP-OP-CODE.
004970     MOVE WS-PROBLEM-TEXT   TO VP-PROBLEM-TEXT.
004980     MOVE WS-VERIFY-PROBLEM-LINE TO VERIFY-REPORT-RECORD.
004990     WRITE VERIFY-REPORT-RECORD.
005000 5000-REPORT-PROBLEM-EXIT.
005010     EXIT.
005020******************************************************************
005030* 6000-WRITE-SUMMARY - WRITE THE LINE COUNTS, THE SEQUENCE
005040* RANGE AND LAST CHECK VALUE, AND THE VERDICT
005050******************************************************************
005060 6000-WRITE-SUMMARY.
005070     MOVE WS-READ-COUNT     TO VT-READ-COUNT.
005080     MOVE WS-PRECHAIN-COUNT TO VT-PRECHAIN-COUNT.
005090     MOVE WS-SEALED-COUNT   TO VT-SEALED-COUNT.
005100     MOVE WS-PROBLEM-COUNT  TO VT-PROBLEM-COUNT.
005110     MOVE WS-FIRST-SEQ      TO VR-FIRST-SEQ.
005120     MOVE WS-LAST-SEQ       TO VR-LAST-SEQ.
005130     MOVE AC-CHAIN-VALUE    TO VR-LAST-CHAIN.
005140     IF NOT WS-AUDIT-EOF
005150         MOVE "NOT PROVED - LOG COULD NOT BE READ"
005160             TO VV-VERDICT
005170     ELSE
005180         IF WS-PROBLEM-COUNT = ZERO
005190             MOVE "CHAIN INTACT" TO VV-VERDICT
005200         ELSE
005210             MOVE "CHAIN BROKEN - SEE THE LINES LISTED"
005220                 TO VV-VERDICT
005230             IF RETURN-CODE < 8
005240                 MOVE 8 TO RETURN-CODE
005250             END-IF
005260         END-IF
005270     END-IF.
005280     IF WS-VERIFY-REPORT-OK
005290         MOVE WS-VERIFY-TOTALS       TO VERIFY-REPORT-RECORD
005300         WRITE VERIFY-REPORT-RECORD
005310         MOVE WS-VERIFY-RANGE-LINE   TO VERIFY-REPORT-RECORD
005320         WRITE VERIFY-REPORT-RECORD
005330         MOVE WS-VERIFY-VERDICT-LINE TO VERIFY-REPORT-RECORD
005340         WRITE VERIFY-REPORT-RECORD
005350     END-IF.
005360     DISPLAY "AUDIT LINES READ       = " WS-READ-COUNT.
005370     DISPLAY "LINES BEFORE THE CHAIN = " WS-PRECHAIN-COUNT.
005380     DISPLAY "SEALED LINES           = " WS-SEALED-COUNT.
005390     IF WS-CARRIED-IN
005400         DISPLAY "CHAIN CARRIED IN AT    = " WS-CARRY-IN-SEQ
005410             " CHECK " WS-CARRY-IN-CHAIN
005420     END-IF.
005430     DISPLAY "LAST SEQUENCE          = " WS-LAST-SEQ
005440         " CHECK " AC-CHAIN-VALUE.
005450     DISPLAY "PROBLEMS FOUND         = " WS-PROBLEM-COUNT.
005460     DISPLAY "VERDICT: " VV-VERDICT.
005470 6000-WRITE-SUMMARY-EXIT.
005480     EXIT.
005490******************************************************************
005500* 9000-TERMINATE - END OF JOB HOUSEKEEPING
005510******************************************************************
005520 9000-TERMINATE.
005530     IF WS-AUDIT-OK OR WS-AUDIT-EOF
005540         IF WS-SOURCE-ARCHIVE
005550             CLOSE ARCHIVE-FILE
005560         ELSE
005570             CLOSE AUDIT-FILE
005580         END-IF
005590     END-IF.
005600     IF WS-VERIFY-REPORT-OK
005610         CLOSE VERIFY-REPORT-FILE
005620     END-IF.
005630 9000-TERMINATE-EXIT.
005640     EXIT.
005650 END PROGRAM AUDVRFY.
