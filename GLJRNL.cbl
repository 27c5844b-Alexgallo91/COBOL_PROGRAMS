000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     GLJRNL.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-10-01.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-10-01  JA   ORIGINAL VERSION - GENERAL LEDGER JOURNAL
000160*                  INTERFACE. READS THE DAY'S POSTINGS ON THE
000170*                  RESULTS MASTER RSLTMAST AND WRITES A BALANCED
000180*                  JOURNAL FILE GLJOUT (SEE GLJREC) SO FINANCE NO
000190*                  LONGER RE-KEYS THE RPTOUT CONTROL TOTALS. THE
000200*                  JOURNALED RESULTS ARE THE FOUR CONTROL-TOTAL
000210*                  RESULTS (SUMA, RESTA, MULTIPLICACION AND EXPO)
000220*                  OF EVERY CLEAN CALCULATION. EACH IS MAPPED TO A
000230*                  DEBIT AND A CREDIT ACCOUNT THROUGH THE GLMAP
000240*                  ACCOUNT-MAPPING TABLE (SEE GLMAPREC) BY
000250*                  DEPARTMENT AND OPERATION, AND SUMMARIZED INTO
000260*                  ONE ENTRY PER DEPARTMENT, BUSINESS DATE (FROM
000270*                  THE BCHREG REGISTER) AND OPERATION. A RESULT
000280*                  REVERSED THAT DAY (RM-REVERSED, RM-REV-DATE)
000290*                  PRODUCES AN OFFSETTING ENTRY WITH THE ACCOUNTS
000300*                  SWAPPED. THE GLPROOF REPORT PROVES DEBITS EQUAL
000310*                  CREDITS AND THAT THE JOURNAL TIES BACK TO THE
000320*                  RSLTMAST TOTALS. A RESULT WITH NO MAPPING, OR A
000330*                  JOURNAL THAT FAILS EITHER PROOF, IS MARKED
000340*                  FAILED ON THE TRAILER AND ENDS THE RUN WITH
000350*                  RETURN CODE 8 - THE FILE IS NOT RELEASED TO
000360*                  THE LEDGER. THE JOURNAL DATE DEFAULTS TO THE
000370*                  RUN DATE AND MAY BE SET IN GLJPARM COLUMNS 1-8
000380*                  TO REPRODUCE AN EARLIER DAY.
000381* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000382*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000383*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000384*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000385*                  RUN WITH RETURN CODE 12.
000386* 2026-10-14  JA   THE RESULTS MASTER DEFINITION NOW CARRIES THE
000387*                  DEPARTMENT AND OPERATOR ALTERNATE KEYS (SEE
000388*                  RSLTMAST).
000389* 2026-10-15  JA   A HARD READ ERROR ON THE RESULTS MASTER NOW
000390*                  FAILS THE PROOF, SO THE JOURNAL IS NEVER MARKED
000391*                  PROVED OR RELEASED, AND ENDS THE RUN WITH
000392*                  RETURN CODE 12.
000393******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.    IBM-370.
000430 OBJECT-COMPUTER.    IBM-370.
000440 SPECIAL-NAMES.
000450     CONSOLE IS CONSOLE.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT RESULT-FILE ASSIGN TO RSLTMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS RM-KEY
000512         ALTERNATE RECORD KEY IS RM-DEPT-KEY
000514             WITH DUPLICATES
000516         ALTERNATE RECORD KEY IS RM-OPER-KEY
000518             WITH DUPLICATES
000520         FILE STATUS IS WS-RESULT-STATUS.
000530
000540     SELECT REGISTER-FILE ASSIGN TO BCHREG
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS BR-KEY
000580         FILE STATUS IS WS-REGISTER-STATUS.
000590
000600     SELECT MAP-FILE ASSIGN TO GLMAP
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS GM-KEY
000640         FILE STATUS IS WS-MAP-STATUS.
000650
000660     SELECT DEPT-FILE ASSIGN TO DEPTMAST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS DM-KEY
000700         FILE STATUS IS WS-DEPT-STATUS.
000710
000720     SELECT PARM-FILE ASSIGN TO GLJPARM
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PARM-STATUS.
000750
000760     SELECT JOURNAL-FILE ASSIGN TO GLJOUT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-JOURNAL-STATUS.
000790
000800     SELECT PROOF-REPORT-FILE ASSIGN TO GLPROOF
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-PROOF-REPORT-STATUS.
000822
000824     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000826         ORGANIZATION IS LINE SEQUENTIAL
000828         FILE STATUS IS WS-PROCDATE-STATUS.
000830******************************************************************
000840* DATA DIVISION.
000850******************************************************************
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  RESULT-FILE.
000890     COPY RSLTMAST.
000900
000910 FD  REGISTER-FILE.
000920     COPY BATCHREG.
000930
000940 FD  MAP-FILE.
000950     COPY GLMAPREC.
000960
000970 FD  DEPT-FILE.
000980     COPY DEPTREC.
000990
001000 FD  PARM-FILE
001010     RECORDING MODE IS F.
001020 01  PARM-RECORD                    PIC X(80).
001030
001040 FD  JOURNAL-FILE
001050     RECORDING MODE IS F.
001060     COPY GLJREC.
001070
001080 FD  PROOF-REPORT-FILE
001090     RECORDING MODE IS F.
001100 01  PROOF-REPORT-RECORD            PIC X(132).
001102
001104 FD  PROCDATE-FILE
001106     RECORDING MODE IS F.
001108     COPY PROCDREC.
001110
001120 WORKING-STORAGE SECTION.
001130******************************************************************
001140* SWITCHES AND COUNTERS
001150******************************************************************
001160 77  WS-RESULT-STATUS           PIC X(02)  VALUE SPACES.
001170     88  WS-RESULT-OK                      VALUE "00".
001180     88  WS-RESULT-EOF                     VALUE "10".
001190
001200 77  WS-REGISTER-STATUS         PIC X(02)  VALUE SPACES.
001210     88  WS-REGISTER-OK                    VALUE "00".
001220
001230 77  WS-MAP-STATUS              PIC X(02)  VALUE SPACES.
001240     88  WS-MAP-OK                         VALUE "00".
001250
001260 77  WS-DEPT-STATUS             PIC X(02)  VALUE SPACES.
001270     88  WS-DEPT-OK                        VALUE "00".
001280
001290 77  WS-PARM-STATUS             PIC X(02)  VALUE SPACES.
001300     88  WS-PARM-OK                        VALUE "00".
001310     88  WS-PARM-EOF                       VALUE "10".
001320
001330 77  WS-JOURNAL-STATUS          PIC X(02)  VALUE SPACES.
001340     88  WS-JOURNAL-OK                     VALUE "00".
001350
001360 77  WS-PROOF-REPORT-STATUS     PIC X(02)  VALUE SPACES.
001370     88  WS-PROOF-REPORT-OK                VALUE "00".
001380
001390 77  WS-ITEM-TYPE-SW            PIC X(01)  VALUE "P".
001400     88  WS-ITEM-POSTING                   VALUE "P".
001410     88  WS-ITEM-REVERSAL                  VALUE "R".
001420
001430 77  WS-MAP-SW                  PIC X(01)  VALUE "N".
001440     88  WS-MAP-FOUND                      VALUE "Y".
001450     88  WS-MAP-MISSING                    VALUE "N".
001460
001470 77  WS-PROOF-SW                PIC X(01)  VALUE "Y".
001480     88  WS-PROOF-PASSED                   VALUE "Y".
001490     88  WS-PROOF-FAILED                   VALUE "N".
001500
001510 77  WS-READ-COUNT              PIC 9(07)  COMP VALUE ZERO.
001520 77  WS-POSTED-COUNT            PIC 9(07)  COMP VALUE ZERO.
001530 77  WS-REVERSED-COUNT          PIC 9(07)  COMP VALUE ZERO.
001540 77  WS-UNMAPPED-COUNT          PIC 9(07)  COMP VALUE ZERO.
001550 77  WS-NO-BUS-DATE-COUNT       PIC 9(07)  COMP VALUE ZERO.
001560 77  WS-ENTRY-NO                PIC 9(05)  COMP VALUE ZERO.
001570 77  WS-LINE-COUNT              PIC 9(07)  COMP VALUE ZERO.
001580 77  WS-IX                      PIC 9(03)  COMP VALUE ZERO.
001590 77  WS-FOUND-IX                PIC 9(03)  COMP VALUE ZERO.
001600 77  WS-BK                      PIC 9(01)  COMP VALUE ZERO.
001601
001602 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001603     88  WS-PROCDATE-OK                    VALUE "00".
001604     88  WS-PROCDATE-EOF                   VALUE "10".
001605
001606 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001607     88  WS-PROCDATE-FOUND                 VALUE "Y".
001608     88  WS-PROCDATE-MISSING               VALUE "N".
001610
001620 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001630 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
001640 77  WS-RUN-TIME                PIC X(08)  VALUE SPACES.
001650 77  WS-RUN-TIMESTAMP           PIC X(17)  VALUE SPACES.
001660 77  WS-JOURNAL-DATE            PIC X(08)  VALUE SPACES.
001670
001680******************************************************************
001690* THE ITEM BEING JOURNALED - ONE CONTROL-TOTAL RESULT OF ONE
001700* RESULTS MASTER RECORD, AND THE BUSINESS DATE OF ITS BATCH
001710******************************************************************
001720 77  WS-LAST-BATCH-ID           PIC X(08)  VALUE HIGH-VALUES.
001730 77  WS-BUS-DATE                PIC X(08)  VALUE SPACES.
001740 77  WS-ITEM-OP-CODE            PIC X(03)  VALUE SPACES.
001750 77  WS-ITEM-AMOUNT             PIC S9(09)V99 VALUE ZERO.
001760 77  WS-DEBIT-ACCT              PIC X(10)  VALUE SPACES.
001770 77  WS-CREDIT-ACCT             PIC X(10)  VALUE SPACES.
001780 77  WS-SWAP-ACCT               PIC X(10)  VALUE SPACES.
001790 77  WS-ENTRY-AMOUNT            PIC 9(11)V99 VALUE ZERO.
001800 77  WS-NOT-JOURNALED-TEXT      PIC X(20)  VALUE SPACES.
001810
001820******************************************************************
001830* JOURNAL TOTALS - ACCUMULATED FROM THE LINES AS WRITTEN
001840******************************************************************
001850 77  WS-TOTAL-DEBITS            PIC 9(13)V99 VALUE ZERO.
001860 77  WS-TOTAL-CREDITS           PIC 9(13)V99 VALUE ZERO.
001870
001880******************************************************************
001890* TIE-BACK TABLE - ONE ROW PER CONTROL-TOTAL RESULT. THE RSLTMAST
001900* SIDE IS ADDED AS EACH ITEM IS READ, THE JOURNAL SIDE AS EACH
001910* ENTRY IS WRITTEN, SO THE TWO ARE PROVED INDEPENDENTLY. AN ITEM
001920* THAT COULD NOT BE JOURNALED IS HELD APART SO THE DIFFERENCE
001930* SHOWS WHERE IT WENT.
001940******************************************************************
001950 01  WS-TIE-NAME-VALUES.
001960     05  FILLER                 PIC X(03) VALUE "SUM".
001970     05  FILLER                 PIC X(03) VALUE "SUB".
001980     05  FILLER                 PIC X(03) VALUE "MUL".
001990     05  FILLER                 PIC X(03) VALUE "EXP".
002000 01  WS-TIE-NAME-TABLE REDEFINES WS-TIE-NAME-VALUES.
002010     05  WS-TIE-NAME            PIC X(03) OCCURS 4 TIMES.
002020
002030 01  WS-TIE-TABLE.
002040     05  WS-TIE-ENTRY OCCURS 4 TIMES.
002050         10  WS-TIE-RSLT-POSTED PIC S9(11)V99.
002060         10  WS-TIE-RSLT-REV    PIC S9(11)V99.
002070         10  WS-TIE-JRNL-POSTED PIC S9(11)V99.
002080         10  WS-TIE-JRNL-REV    PIC S9(11)V99.
002090         10  WS-TIE-NOT-JRNL    PIC S9(11)V99.
002100
002110 77  WS-TIE-RSLT-NET            PIC S9(11)V99 VALUE ZERO.
002120 77  WS-TIE-JRNL-NET            PIC S9(11)V99 VALUE ZERO.
002130 77  WS-TIE-DIFF                PIC S9(11)V99 VALUE ZERO.
002140
002150******************************************************************
002160* JOURNAL ENTRY TABLE - ONE ROW PER DEPARTMENT, BUSINESS DATE,
002170* OPERATION AND ENTRY TYPE, CARRYING THE MAPPED ACCOUNTS AND THE
002180* SIGNED NET AMOUNT
002190******************************************************************
002200 77  WS-GL-COUNT                PIC 9(03)  COMP VALUE ZERO.
002210
002220 01  WS-GL-TABLE.
002230     05  WS-GL-ENTRY OCCURS 500 TIMES.
002240         10  WS-GL-DEPT         PIC X(04).
002250         10  WS-GL-BUS-DATE     PIC X(08).
002260         10  WS-GL-OP-CODE      PIC X(03).
002270         10  WS-GL-TYPE         PIC X(01).
002280         10  WS-GL-BUCKET       PIC 9(01).
002290         10  WS-GL-DEBIT-ACCT   PIC X(10).
002300         10  WS-GL-CREDIT-ACCT  PIC X(10).
002310         10  WS-GL-AMOUNT       PIC S9(11)V99.
002320         10  WS-GL-ITEMS        PIC 9(07) COMP.
002330
002340******************************************************************
002350* PROOF REPORT LAYOUTS
002360******************************************************************
002370 01  WS-PROOF-HEADER.
002380     05  FILLER                 PIC X(20) VALUE
002390             "GLJRNL JOURNAL PROOF".
002400     05  FILLER                 PIC X(15) VALUE
002410             "  JOURNAL DATE ".
002420     05  PH-JOURNAL-DATE        PIC X(08).
002430     05  FILLER                 PIC X(11) VALUE
002440             "  RUN DATE ".
002450     05  PH-RUN-DATE            PIC X(10).
002460     05  FILLER                 PIC X(68) VALUE SPACES.
002470
002480 01  WS-PROOF-ENTRY-LINE.
002490     05  FILLER                 PIC X(09) VALUE "** ENTRY ".
002500     05  PE-ENTRY-NO            PIC 9(05).
002510     05  FILLER                 PIC X(06) VALUE " DEPT ".
002520     05  PE-DEPT                PIC X(04).
002530     05  FILLER                 PIC X(10) VALUE " BUS DATE ".
002540     05  PE-BUS-DATE            PIC X(08).
002550     05  FILLER                 PIC X(04) VALUE " OP ".
002560     05  PE-OP-CODE             PIC X(03).
002570     05  FILLER                 PIC X(01) VALUE SPACE.
002580     05  PE-TYPE-TEXT           PIC X(08).
002590     05  FILLER                 PIC X(07) VALUE " ITEMS=".
002600     05  PE-ITEMS               PIC Z,ZZZ,ZZ9.
002610     05  FILLER                 PIC X(04) VALUE " DR ".
002620     05  PE-DEBIT-ACCT          PIC X(10).
002630     05  FILLER                 PIC X(04) VALUE " CR ".
002640     05  PE-CREDIT-ACCT         PIC X(10).
002650     05  FILLER                 PIC X(01) VALUE SPACE.
002660     05  PE-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002670     05  FILLER                 PIC X(12) VALUE SPACES.
002680
002690 01  WS-PROOF-EXCEPTION-LINE.
002700     05  FILLER                 PIC X(09) VALUE "** BATCH ".
002710     05  PX-BATCH-ID            PIC X(08).
002720     05  FILLER                 PIC X(08) VALUE " RECORD ".
002730     05  PX-REC-NO              PIC 9(07).
002740     05  FILLER                 PIC X(06) VALUE " DEPT ".
002750     05  PX-DEPT                PIC X(04).
002760     05  FILLER                 PIC X(04) VALUE " OP ".
002770     05  PX-OP-CODE             PIC X(03).
002780     05  FILLER                 PIC X(01) VALUE SPACE.
002790     05  PX-TYPE-TEXT           PIC X(08).
002800     05  FILLER                 PIC X(01) VALUE SPACE.
002810     05  PX-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
002820     05  FILLER                 PIC X(19) VALUE
002830             " NOT JOURNALED -   ".
002840     05  PX-REASON              PIC X(20).
002850     05  FILLER                 PIC X(19) VALUE SPACES.
002860
002870 01  WS-PROOF-TIE-LINE.
002880     05  FILLER                 PIC X(07) VALUE "** TIE ".
002890     05  PT-NAME                PIC X(03).
002900     05  FILLER                 PIC X(13) VALUE " RSLT POSTED=".
002910     05  PT-RSLT-POSTED         PIC -ZZZZZZZZZZ9.99.
002920     05  FILLER                 PIC X(05) VALUE " REV=".
002930     05  PT-RSLT-REV            PIC -ZZZZZZZZZZ9.99.
002940     05  FILLER                 PIC X(05) VALUE " NET=".
002950     05  PT-RSLT-NET            PIC -ZZZZZZZZZZ9.99.
002960     05  FILLER                 PIC X(10) VALUE " JRNL NET=".
002970     05  PT-JRNL-NET            PIC -ZZZZZZZZZZ9.99.
002980     05  FILLER                 PIC X(06) VALUE " DIFF=".
002990     05  PT-DIFF                PIC -ZZZZZZZZZZ9.99.
003000     05  FILLER                 PIC X(08) VALUE SPACES.
003010
003020 01  WS-PROOF-TOTALS.
003030     05  FILLER                 PIC X(18) VALUE
003040             "** JOURNAL TOTALS ".
003050     05  FILLER                 PIC X(08) VALUE "ENTRIES=".
003060     05  PS-ENTRIES             PIC ZZ,ZZ9.
003070     05  FILLER                 PIC X(07) VALUE " LINES=".
003080     05  PS-LINES               PIC Z,ZZZ,ZZ9.
003090     05  FILLER                 PIC X(08) VALUE " DEBITS=".
003100     05  PS-DEBITS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003110     05  FILLER                 PIC X(09) VALUE " CREDITS=".
003120     05  PS-CREDITS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003130     05  FILLER                 PIC X(31) VALUE SPACES.
003140
003150 01  WS-PROOF-COUNTS.
003160     05  FILLER                 PIC X(18) VALUE
003170             "** RSLTMAST ITEMS ".
003180     05  FILLER                 PIC X(07) VALUE "POSTED=".
003190     05  PC-POSTED              PIC Z,ZZZ,ZZ9.
003200     05  FILLER                 PIC X(10) VALUE " REVERSED=".
003210     05  PC-REVERSED            PIC Z,ZZZ,ZZ9.
003220     05  FILLER                 PIC X(15) VALUE " NOT JOURNALED=".
003230     05  PC-UNMAPPED            PIC Z,ZZZ,ZZ9.
003240     05  FILLER                 PIC X(55) VALUE SPACES.
003250
003260 01  WS-PROOF-VERDICT.
003270     05  FILLER                 PIC X(03) VALUE "** ".
003280     05  PV-VERDICT             PIC X(60).
003290     05  FILLER                 PIC X(69) VALUE SPACES.
003300******************************************************************
003310* PROCEDURE DIVISION.
003320******************************************************************
003330 PROCEDURE DIVISION.
003340******************************************************************
003350* 0000-MAINLINE - PROGRAM ENTRY POINT
003360******************************************************************
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE
003390         THRU 1000-INITIALIZE-EXIT.
003400
003410     IF WS-RESULT-OK AND WS-MAP-OK
003420         AND WS-JOURNAL-OK AND WS-PROOF-REPORT-OK
003430         PERFORM 2000-JOURNAL-PROCESS
003440             THRU 2000-JOURNAL-PROCESS-EXIT
003450     END-IF.
003460
003470     PERFORM 9000-TERMINATE
003480         THRU 9000-TERMINATE-EXIT.
003490
003500     STOP RUN.
003510******************************************************************
003520* 1000-INITIALIZE - ESTABLISH THE JOURNAL DATE AND OPEN THE FILES.
003530* THE RESULTS MASTER, THE MAPPING TABLE, THE JOURNAL AND THE
003540* PROOF REPORT ARE ALL REQUIRED. WITHOUT THE REGISTER THE RUN
003550* DATE STANDS IN FOR THE BUSINESS DATE; WITHOUT THE DEPARTMENT
003560* MASTER THE COST CENTER IS LEFT BLANK.
003570******************************************************************
003580 1000-INITIALIZE.
003582     PERFORM 1010-READ-PROCESSING-DATE
003584         THRU 1010-READ-PROCESSING-DATE-EXIT.
003586     IF WS-PROCDATE-MISSING
003588         GO TO 1000-INITIALIZE-EXIT
003590     END-IF.
003600     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
003610     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
003620     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
003630     MOVE "/"                TO WS-RUN-DATE-ED(6:1)
003640     MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-ED(7:4).
003650     ACCEPT WS-RUN-TIME FROM TIME.
003660     STRING WS-RUN-DATE    DELIMITED BY SIZE
003670            "-"            DELIMITED BY SIZE
003680            WS-RUN-TIME    DELIMITED BY SIZE
003690         INTO WS-RUN-TIMESTAMP.
003700     MOVE WS-RUN-DATE TO WS-JOURNAL-DATE.
003710     PERFORM 1100-INIT-TIE-ROW
003720         THRU 1100-INIT-TIE-ROW-EXIT
003730         VARYING WS-BK FROM 1 BY 1
003740         UNTIL WS-BK > 4.
003750
003760     PERFORM 1200-READ-PARAMETERS
003770         THRU 1200-READ-PARAMETERS-EXIT.
003780
003790     OPEN INPUT RESULT-FILE.
003800     IF NOT WS-RESULT-OK
003810         DISPLAY "UNABLE TO OPEN RESULTS MASTER, STATUS = "
003820             WS-RESULT-STATUS
003830         IF RETURN-CODE < 12
003840             MOVE 12 TO RETURN-CODE
003850         END-IF
003860         GO TO 1000-INITIALIZE-EXIT
003870     END-IF.
003880
003890     OPEN INPUT MAP-FILE.
003900     IF NOT WS-MAP-OK
003910         DISPLAY "UNABLE TO OPEN ACCOUNT MAPPING TABLE, STATUS = "
003920             WS-MAP-STATUS
003930         IF RETURN-CODE < 12
003940             MOVE 12 TO RETURN-CODE
003950         END-IF
003960         GO TO 1000-INITIALIZE-EXIT
003970     END-IF.
003980
003990     OPEN OUTPUT JOURNAL-FILE.
004000     IF NOT WS-JOURNAL-OK
004010         DISPLAY "UNABLE TO OPEN JOURNAL FILE, STATUS = "
004020             WS-JOURNAL-STATUS
004030         IF RETURN-CODE < 12
004040             MOVE 12 TO RETURN-CODE
004050         END-IF
004060         GO TO 1000-INITIALIZE-EXIT
004070     END-IF.
004080
004090     OPEN OUTPUT PROOF-REPORT-FILE.
004100     IF NOT WS-PROOF-REPORT-OK
004110         DISPLAY "UNABLE TO OPEN JOURNAL PROOF REPORT, STATUS = "
004120             WS-PROOF-REPORT-STATUS
004130         IF RETURN-CODE < 12
004140             MOVE 12 TO RETURN-CODE
004150         END-IF
004160         GO TO 1000-INITIALIZE-EXIT
004170     END-IF.
004180     MOVE WS-JOURNAL-DATE TO PH-JOURNAL-DATE.
004190     MOVE WS-RUN-DATE-ED  TO PH-RUN-DATE.
004200     MOVE WS-PROOF-HEADER TO PROOF-REPORT-RECORD.
004210     WRITE PROOF-REPORT-RECORD.
004220
004230     OPEN INPUT REGISTER-FILE.
004240     IF NOT WS-REGISTER-OK
004250         DISPLAY "NO BATCH REGISTER - RUN DATE USED AS"
004260             " BUSINESS DATE"
004270         IF RETURN-CODE < 4
004280             MOVE 4 TO RETURN-CODE
004290         END-IF
004300     END-IF.
004310     OPEN INPUT DEPT-FILE.
004320     IF NOT WS-DEPT-OK
004330         DISPLAY "NO DEPARTMENT MASTER - COST CENTERS LEFT BLANK"
004340     END-IF.
004350 1000-INITIALIZE-EXIT.
004360     EXIT.
004361******************************************************************
004362* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
004363* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
004364* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
004365* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
004366* DOES NOTHING.
004367******************************************************************
004368 1010-READ-PROCESSING-DATE.
004369     OPEN INPUT PROCDATE-FILE.
004370     IF NOT WS-PROCDATE-OK
004371         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
004372             WS-PROCDATE-STATUS
004373         GO TO 1010-READ-PROCESSING-DATE-FAIL
004374     END-IF.
004375     READ PROCDATE-FILE
004376         AT END
004377             MOVE SPACES TO PROCESSING-DATE-REC
004378     END-READ.
004379     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
004380         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
004381             WS-PROCDATE-STATUS
004382         CLOSE PROCDATE-FILE
004383         GO TO 1010-READ-PROCESSING-DATE-FAIL
004384     END-IF.
004385     CLOSE PROCDATE-FILE.
004386     IF PD-CURRENT-DATE IS NOT NUMERIC
004387         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
004388         GO TO 1010-READ-PROCESSING-DATE-FAIL
004389     END-IF.
004390     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
004391     SET WS-PROCDATE-FOUND TO TRUE.
004392     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
004393     GO TO 1010-READ-PROCESSING-DATE-EXIT.
004394
004395 1010-READ-PROCESSING-DATE-FAIL.
004396     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
004397     IF RETURN-CODE < 12
004398         MOVE 12 TO RETURN-CODE
004399     END-IF.
004400 1010-READ-PROCESSING-DATE-EXIT.
004401     EXIT.
004402******************************************************************
004403* 1100-INIT-TIE-ROW - ZERO ONE ROW OF THE TIE-BACK TABLE
004404******************************************************************
004405 1100-INIT-TIE-ROW.
004410     MOVE ZERO TO WS-TIE-RSLT-POSTED (WS-BK).
004420     MOVE ZERO TO WS-TIE-RSLT-REV (WS-BK).
004430     MOVE ZERO TO WS-TIE-JRNL-POSTED (WS-BK).
004440     MOVE ZERO TO WS-TIE-JRNL-REV (WS-BK).
004450     MOVE ZERO TO WS-TIE-NOT-JRNL (WS-BK).
004460 1100-INIT-TIE-ROW-EXIT.
004470     EXIT.
004480******************************************************************
004490* 1200-READ-PARAMETERS - LOAD THE JOURNAL DATE FROM GLJPARM
004500* COLUMNS 1-8. NO FILE OR SPACES JOURNALS THE RUN DATE.
004510******************************************************************
004520 1200-READ-PARAMETERS.
004530     OPEN INPUT PARM-FILE.
004540     IF NOT WS-PARM-OK
004550         DISPLAY "NO JOURNAL PARAMETER FILE - JOURNAL DATE "
004560             WS-JOURNAL-DATE
004570         GO TO 1200-READ-PARAMETERS-EXIT
004580     END-IF.
004590
004600     READ PARM-FILE
004610         AT END SET WS-PARM-EOF TO TRUE
004620     END-READ.
004630     IF NOT WS-PARM-EOF
004640         AND PARM-RECORD(1:8) NOT = SPACES
004650         MOVE PARM-RECORD(1:8) TO WS-JOURNAL-DATE
004660     END-IF.
004670     CLOSE PARM-FILE.
004680 1200-READ-PARAMETERS-EXIT.
004690     EXIT.
004700******************************************************************
004710* 2000-JOURNAL-PROCESS - READ THE WHOLE RESULTS MASTER, BUILD THE
004720* JOURNAL ENTRIES, THEN WRITE THE JOURNAL AND PROVE IT
004730******************************************************************
004740 2000-JOURNAL-PROCESS.
004750     PERFORM 2100-READ-MASTER
004760         THRU 2100-READ-MASTER-EXIT.
004770
004780     PERFORM 2150-PROCESS-ONE
004790         THRU 2150-PROCESS-ONE-EXIT
004800         UNTIL WS-RESULT-EOF
004810             OR NOT WS-RESULT-OK.
004820
004830     PERFORM 6000-WRITE-JOURNAL
004840         THRU 6000-WRITE-JOURNAL-EXIT.
004850     PERFORM 7000-PROVE-JOURNAL
004860         THRU 7000-PROVE-JOURNAL-EXIT.
004870 2000-JOURNAL-PROCESS-EXIT.
004880     EXIT.
004890******************************************************************
004900* 2100-READ-MASTER - READ THE NEXT RESULTS MASTER RECORD
004910******************************************************************
004920 2100-READ-MASTER.
004930     READ RESULT-FILE NEXT RECORD
004940         AT END
004950             SET WS-RESULT-EOF TO TRUE
004960     END-READ.
004961*    A HARD READ ERROR LEAVES THE JOURNAL SHORT OF THE REST OF THE
004962*    MASTER - IT CAN NEVER PROVE, SO FAIL IT AND THE RUN
004963     IF NOT WS-RESULT-OK
004964         AND NOT WS-RESULT-EOF
004965         DISPLAY "RESULTS MASTER READ FAILED, STATUS = "
004966             WS-RESULT-STATUS
004967         SET WS-PROOF-FAILED TO TRUE
004968         IF RETURN-CODE < 12
004969             MOVE 12 TO RETURN-CODE
004970         END-IF
004971         GO TO 2100-READ-MASTER-EXIT
004972     END-IF.
004973     IF NOT WS-RESULT-EOF
004980         AND WS-RESULT-OK
004990         ADD 1 TO WS-READ-COUNT
005000     END-IF.
005010 2100-READ-MASTER-EXIT.
005020     EXIT.
005030******************************************************************
005040* 2150-PROCESS-ONE - A RECORD POSTED ON THE JOURNAL DATE IS
005050* JOURNALED AS A POSTING. A RECORD REVERSED ON THE JOURNAL DATE
005060* IS JOURNALED AS AN OFFSET - BOTH, IF IT WAS POSTED AND BACKED
005070* OUT THE SAME DAY, SO THE LEDGER SEES THE PAIR.
005080******************************************************************
005090 2150-PROCESS-ONE.
005100     IF RM-RUN-DATE = WS-JOURNAL-DATE
005110         SET WS-ITEM-POSTING TO TRUE
005120         ADD 1 TO WS-POSTED-COUNT
005130         PERFORM 3000-JOURNAL-RECORD
005140             THRU 3000-JOURNAL-RECORD-EXIT
005150     END-IF.
005160     IF RM-REVERSED
005170         AND RM-REV-DATE = WS-JOURNAL-DATE
005180         SET WS-ITEM-REVERSAL TO TRUE
005190         ADD 1 TO WS-REVERSED-COUNT
005200         PERFORM 3000-JOURNAL-RECORD
005210             THRU 3000-JOURNAL-RECORD-EXIT
005220     END-IF.
005230
005240     PERFORM 2100-READ-MASTER
005250         THRU 2100-READ-MASTER-EXIT.
005260 2150-PROCESS-ONE-EXIT.
005270     EXIT.
005280******************************************************************
005290* 3000-JOURNAL-RECORD - JOURNAL EACH CLEAN CONTROL-TOTAL RESULT OF
005300* ONE RECORD. A RESULT NOT REQUESTED, N/A OR OVERFLOWED NEVER
005310* REACHED THE CONTROL TOTALS AND IS NOT JOURNALED EITHER. THE
005320* MULTIPLY OF A STORED-RATE CALCULATION MAPS UNDER RTE.
005330******************************************************************
005340 3000-JOURNAL-RECORD.
005350     PERFORM 3100-GET-BUS-DATE
005360         THRU 3100-GET-BUS-DATE-EXIT.
005370     IF RM-SUMA-FLAG = SPACE
005380         MOVE 1       TO WS-BK
005390         MOVE "SUM"   TO WS-ITEM-OP-CODE
005400         MOVE RM-SUMA TO WS-ITEM-AMOUNT
005410         PERFORM 3200-JOURNAL-ITEM
005420             THRU 3200-JOURNAL-ITEM-EXIT
005430     END-IF.
005440     IF RM-RESTA-FLAG = SPACE
005450         MOVE 2        TO WS-BK
005460         MOVE "SUB"    TO WS-ITEM-OP-CODE
005470         MOVE RM-RESTA TO WS-ITEM-AMOUNT
005480         PERFORM 3200-JOURNAL-ITEM
005490             THRU 3200-JOURNAL-ITEM-EXIT
005500     END-IF.
005510     IF RM-MUL-FLAG = SPACE
005520         MOVE 3        TO WS-BK
005530         IF RM-OP-CODE = "RTE"
005540             MOVE "RTE" TO WS-ITEM-OP-CODE
005550         ELSE
005560             MOVE "MUL" TO WS-ITEM-OP-CODE
005570         END-IF
005580         MOVE RM-MULTIPLICACION TO WS-ITEM-AMOUNT
005590         PERFORM 3200-JOURNAL-ITEM
005600             THRU 3200-JOURNAL-ITEM-EXIT
005610     END-IF.
005620     IF RM-EXPO-FLAG = SPACE
005630         MOVE 4       TO WS-BK
005640         MOVE "EXP"   TO WS-ITEM-OP-CODE
005650         MOVE RM-EXPO TO WS-ITEM-AMOUNT
005660         PERFORM 3200-JOURNAL-ITEM
005670             THRU 3200-JOURNAL-ITEM-EXIT
005680     END-IF.
005690 3000-JOURNAL-RECORD-EXIT.
005700     EXIT.
005710******************************************************************
005720* 3100-GET-BUS-DATE - THE BUSINESS DATE OF THE RECORD'S BATCH
005730* FROM THE REGISTER, LOOKED UP ONCE PER BATCH. A BATCH NOT ON THE
005740* REGISTER IS JOURNALED UNDER ITS RUN DATE WITH A WARNING.
005750******************************************************************
005760 3100-GET-BUS-DATE.
005770     IF RM-BATCH-ID = WS-LAST-BATCH-ID
005780         GO TO 3100-GET-BUS-DATE-EXIT
005790     END-IF.
005800     MOVE RM-BATCH-ID TO WS-LAST-BATCH-ID.
005810     MOVE RM-RUN-DATE TO WS-BUS-DATE.
005820     IF NOT WS-REGISTER-OK
005830         GO TO 3100-GET-BUS-DATE-EXIT
005840     END-IF.
005850     MOVE RM-BATCH-ID TO BR-BATCH-ID.
005860     READ REGISTER-FILE
005870         INVALID KEY
005880             ADD 1 TO WS-NO-BUS-DATE-COUNT
005890             DISPLAY "BATCH " RM-BATCH-ID
005900                 " NOT ON REGISTER - RUN DATE USED AS"
005910                 " BUSINESS DATE"
005920             IF RETURN-CODE < 4
005930                 MOVE 4 TO RETURN-CODE
005940             END-IF
005950         NOT INVALID KEY
005960             IF BR-BUS-DATE NOT = SPACES
005970                 MOVE BR-BUS-DATE TO WS-BUS-DATE
005980             END-IF
005990     END-READ.
006000     MOVE "00" TO WS-REGISTER-STATUS.
006010 3100-GET-BUS-DATE-EXIT.
006020     EXIT.
006030******************************************************************
006040* 3200-JOURNAL-ITEM - COUNT THE ITEM ON THE RSLTMAST SIDE OF THE
006050* TIE-BACK, MAP IT TO ITS ACCOUNTS AND ADD IT TO ITS JOURNAL
006060* ENTRY. AN ITEM WITH NO MAPPING, OR NO ROOM FOR A NEW ENTRY, IS
006070* LISTED ON THE PROOF REPORT AND HELD OUT OF THE JOURNAL.
006080******************************************************************
006090 3200-JOURNAL-ITEM.
006100     IF WS-ITEM-POSTING
006110         ADD WS-ITEM-AMOUNT TO WS-TIE-RSLT-POSTED (WS-BK)
006120     ELSE
006130         ADD WS-ITEM-AMOUNT TO WS-TIE-RSLT-REV (WS-BK)
006140     END-IF.
006150
006160     PERFORM 3300-GET-MAPPING
006170         THRU 3300-GET-MAPPING-EXIT.
006180     IF WS-MAP-MISSING
006190         MOVE "NO ACCOUNT MAPPING  " TO WS-NOT-JOURNALED-TEXT
006200         GO TO 3200-JOURNAL-ITEM-HOLD
006210     END-IF.
006220
006230     MOVE ZERO TO WS-FOUND-IX.
006240     PERFORM 3250-SCAN-ENTRY
006250         THRU 3250-SCAN-ENTRY-EXIT
006260         VARYING WS-IX FROM 1 BY 1
006270         UNTIL WS-IX > WS-GL-COUNT
006280             OR WS-FOUND-IX > ZERO.
006290     IF WS-FOUND-IX = ZERO
006300         IF WS-GL-COUNT >= 500
006310             MOVE "JOURNAL TABLE FULL  " TO WS-NOT-JOURNALED-TEXT
006320             GO TO 3200-JOURNAL-ITEM-HOLD
006330         END-IF
006340         ADD 1 TO WS-GL-COUNT
006350         MOVE WS-GL-COUNT     TO WS-FOUND-IX
006360         MOVE RM-DEPT         TO WS-GL-DEPT (WS-FOUND-IX)
006370         MOVE WS-BUS-DATE     TO WS-GL-BUS-DATE (WS-FOUND-IX)
006380         MOVE WS-ITEM-OP-CODE TO WS-GL-OP-CODE (WS-FOUND-IX)
006390         MOVE WS-ITEM-TYPE-SW TO WS-GL-TYPE (WS-FOUND-IX)
006400         MOVE WS-BK           TO WS-GL-BUCKET (WS-FOUND-IX)
006410         MOVE GM-DEBIT-ACCT   TO WS-GL-DEBIT-ACCT (WS-FOUND-IX)
006420         MOVE GM-CREDIT-ACCT  TO WS-GL-CREDIT-ACCT (WS-FOUND-IX)
006430         MOVE ZERO            TO WS-GL-AMOUNT (WS-FOUND-IX)
006440         MOVE ZERO            TO WS-GL-ITEMS (WS-FOUND-IX)
006450     END-IF.
006460     ADD WS-ITEM-AMOUNT TO WS-GL-AMOUNT (WS-FOUND-IX).
006470     ADD 1              TO WS-GL-ITEMS (WS-FOUND-IX).
006480     GO TO 3200-JOURNAL-ITEM-EXIT.
006490
006500 3200-JOURNAL-ITEM-HOLD.
006510     ADD 1 TO WS-UNMAPPED-COUNT.
006520     ADD WS-ITEM-AMOUNT TO WS-TIE-NOT-JRNL (WS-BK).
006530     MOVE RM-BATCH-ID          TO PX-BATCH-ID.
006540     MOVE RM-REC-NO            TO PX-REC-NO.
006550     MOVE RM-DEPT              TO PX-DEPT.
006560     MOVE WS-ITEM-OP-CODE      TO PX-OP-CODE.
006570     IF WS-ITEM-POSTING
006580         MOVE "POSTING " TO PX-TYPE-TEXT
006590     ELSE
006600         MOVE "REVERSAL" TO PX-TYPE-TEXT
006610     END-IF.
006620     MOVE WS-ITEM-AMOUNT        TO PX-AMOUNT.
006630     MOVE WS-NOT-JOURNALED-TEXT TO PX-REASON.
006640     MOVE WS-PROOF-EXCEPTION-LINE TO PROOF-REPORT-RECORD.
006650     WRITE PROOF-REPORT-RECORD.
006660 3200-JOURNAL-ITEM-EXIT.
006670     EXIT.
006680******************************************************************
006690* 3250-SCAN-ENTRY - TEST ONE JOURNAL ENTRY TABLE ROW
006700******************************************************************
006710 3250-SCAN-ENTRY.
006720     IF WS-GL-DEPT (WS-IX)     = RM-DEPT
006730         AND WS-GL-BUS-DATE (WS-IX) = WS-BUS-DATE
006740         AND WS-GL-OP-CODE (WS-IX)  = WS-ITEM-OP-CODE
006750         AND WS-GL-TYPE (WS-IX)     = WS-ITEM-TYPE-SW
006760         MOVE WS-IX TO WS-FOUND-IX
006770     END-IF.
006780 3250-SCAN-ENTRY-EXIT.
006790     EXIT.
006800******************************************************************
006810* 3300-GET-MAPPING - THE DEPARTMENT'S OWN MAPPING FOR THE
006820* OPERATION, OR FAILING THAT THE **** DEFAULT
006830******************************************************************
006840 3300-GET-MAPPING.
006850     SET WS-MAP-FOUND TO TRUE.
006860     MOVE RM-DEPT         TO GM-DEPT.
006870     MOVE WS-ITEM-OP-CODE TO GM-OP-CODE.
006880     READ MAP-FILE
006890         INVALID KEY
006900             MOVE "****" TO GM-DEPT
006910             READ MAP-FILE
006920                 INVALID KEY
006930                     SET WS-MAP-MISSING TO TRUE
006940             END-READ
006950     END-READ.
006960     MOVE "00" TO WS-MAP-STATUS.
006970 3300-GET-MAPPING-EXIT.
006980     EXIT.
006990******************************************************************
007000* 6000-WRITE-JOURNAL - THE HEADER, A DEBIT AND A CREDIT LINE FOR
007010* EVERY ENTRY WITH A NON-ZERO NET, THEN THE TIE-BACK, AND LAST THE
007020* TRAILER CARRYING THE PROOF VERDICT
007030******************************************************************
007040 6000-WRITE-JOURNAL.
007050     MOVE SPACES           TO GL-JOURNAL-REC.
007060     SET GJ-HEADER-REC     TO TRUE.
007070     MOVE WS-JOURNAL-DATE  TO GJ-JOURNAL-DATE.
007080     MOVE WS-RUN-TIMESTAMP TO GJ-RUN-TIMESTAMP.
007090     MOVE "RSLTMAST"       TO GJ-SOURCE.
007100     WRITE GL-JOURNAL-REC.
007110
007120     PERFORM 6100-WRITE-ENTRY
007130         THRU 6100-WRITE-ENTRY-EXIT
007140         VARYING WS-IX FROM 1 BY 1
007150         UNTIL WS-IX > WS-GL-COUNT.
007160
007166*    THE PROOF SWITCH STARTS PASSED - A MASTER READ FAILURE HAS
007172*    ALREADY FAILED IT AND MUST NOT BE CLEARED HERE
007180     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
007190         SET WS-PROOF-FAILED TO TRUE
007200     END-IF.
007210     IF WS-UNMAPPED-COUNT > ZERO
007220         SET WS-PROOF-FAILED TO TRUE
007230     END-IF.
007240     PERFORM 6300-CHECK-TIE
007250         THRU 6300-CHECK-TIE-EXIT
007260         VARYING WS-BK FROM 1 BY 1
007270         UNTIL WS-BK > 4.
007280
007290     MOVE SPACES            TO GL-JOURNAL-REC.
007300     SET GJ-TRAILER-REC     TO TRUE.
007310     MOVE WS-LINE-COUNT     TO GJ-LINE-COUNT.
007320     MOVE WS-TOTAL-DEBITS   TO GJ-TOTAL-DEBITS.
007330     MOVE WS-TOTAL-CREDITS  TO GJ-TOTAL-CREDITS.
007340     IF WS-PROOF-PASSED
007350         SET GJ-PROOF-PASSED TO TRUE
007360     ELSE
007370         SET GJ-PROOF-FAILED TO TRUE
007380     END-IF.
007390     WRITE GL-JOURNAL-REC.
007400 6000-WRITE-JOURNAL-EXIT.
007410     EXIT.
007420******************************************************************
007430* 6100-WRITE-ENTRY - ONE JOURNAL ENTRY AS A DEBIT LINE AND A
007440* CREDIT LINE. A REVERSAL OFFSET SWAPS THE MAPPED ACCOUNTS, AND SO
007450* DOES A NEGATIVE NET, SO EVERY AMOUNT ON THE FILE IS POSITIVE.
007460******************************************************************
007470 6100-WRITE-ENTRY.
007480     IF WS-GL-AMOUNT (WS-IX) = ZERO
007490         GO TO 6100-WRITE-ENTRY-EXIT
007500     END-IF.
007510     MOVE WS-GL-BUCKET (WS-IX) TO WS-BK.
007520     IF WS-GL-TYPE (WS-IX) = "P"
007530         ADD WS-GL-AMOUNT (WS-IX) TO WS-TIE-JRNL-POSTED (WS-BK)
007540         MOVE WS-GL-DEBIT-ACCT (WS-IX)  TO WS-DEBIT-ACCT
007550         MOVE WS-GL-CREDIT-ACCT (WS-IX) TO WS-CREDIT-ACCT
007560     ELSE
007570         ADD WS-GL-AMOUNT (WS-IX) TO WS-TIE-JRNL-REV (WS-BK)
007580         MOVE WS-GL-CREDIT-ACCT (WS-IX) TO WS-DEBIT-ACCT
007590         MOVE WS-GL-DEBIT-ACCT (WS-IX)  TO WS-CREDIT-ACCT
007600     END-IF.
007610     IF WS-GL-AMOUNT (WS-IX) < ZERO
007620         COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-GL-AMOUNT (WS-IX)
007630         MOVE WS-DEBIT-ACCT  TO WS-SWAP-ACCT
007640         MOVE WS-CREDIT-ACCT TO WS-DEBIT-ACCT
007650         MOVE WS-SWAP-ACCT   TO WS-CREDIT-ACCT
007660     ELSE
007670         MOVE WS-GL-AMOUNT (WS-IX) TO WS-ENTRY-AMOUNT
007680     END-IF.
007690     ADD 1 TO WS-ENTRY-NO.
007700
007710     MOVE SPACES                 TO GL-JOURNAL-REC.
007720     SET GJ-DETAIL-REC           TO TRUE.
007730     MOVE WS-ENTRY-NO            TO GJ-ENTRY-NO.
007740     MOVE WS-GL-BUS-DATE (WS-IX) TO GJ-BUS-DATE.
007750     MOVE WS-GL-DEPT (WS-IX)     TO GJ-DEPT.
007760     PERFORM 6200-GET-COST-CENTER
007770         THRU 6200-GET-COST-CENTER-EXIT.
007780     MOVE WS-GL-OP-CODE (WS-IX)  TO GJ-OP-CODE.
007790     MOVE WS-GL-TYPE (WS-IX)     TO GJ-ENTRY-TYPE.
007800     MOVE WS-ENTRY-AMOUNT        TO GJ-AMOUNT.
007810     MOVE WS-GL-ITEMS (WS-IX)    TO GJ-ITEM-COUNT.
007820     IF GJ-POSTING
007830         MOVE "POSTED RESULTS"       TO GJ-DESC
007840     ELSE
007850         MOVE "REVERSED RESULTS"     TO GJ-DESC
007860     END-IF.
007870     MOVE WS-DEBIT-ACCT          TO GJ-ACCOUNT.
007880     SET GJ-DEBIT                TO TRUE.
007890     WRITE GL-JOURNAL-REC.
007900     ADD WS-ENTRY-AMOUNT         TO WS-TOTAL-DEBITS.
007910     MOVE WS-CREDIT-ACCT         TO GJ-ACCOUNT.
007920     SET GJ-CREDIT               TO TRUE.
007930     WRITE GL-JOURNAL-REC.
007940     ADD WS-ENTRY-AMOUNT         TO WS-TOTAL-CREDITS.
007950     ADD 2 TO WS-LINE-COUNT.
007960
007970     MOVE WS-ENTRY-NO            TO PE-ENTRY-NO.
007980     MOVE WS-GL-DEPT (WS-IX)     TO PE-DEPT.
007990     MOVE WS-GL-BUS-DATE (WS-IX) TO PE-BUS-DATE.
008000     MOVE WS-GL-OP-CODE (WS-IX)  TO PE-OP-CODE.
008010     IF GJ-POSTING
008020         MOVE "POSTING " TO PE-TYPE-TEXT
008030     ELSE
008040         MOVE "REVERSAL" TO PE-TYPE-TEXT
008050     END-IF.
008060     MOVE WS-GL-ITEMS (WS-IX)    TO PE-ITEMS.
008070     MOVE WS-DEBIT-ACCT          TO PE-DEBIT-ACCT.
008080     MOVE WS-CREDIT-ACCT         TO PE-CREDIT-ACCT.
008090     MOVE WS-ENTRY-AMOUNT        TO PE-AMOUNT.
008100     MOVE WS-PROOF-ENTRY-LINE    TO PROOF-REPORT-RECORD.
008110     WRITE PROOF-REPORT-RECORD.
008120 6100-WRITE-ENTRY-EXIT.
008130     EXIT.
008140******************************************************************
008150* 6200-GET-COST-CENTER - THE DEPARTMENT'S COST CENTER FOR THE
008160* JOURNAL LINE, BLANK WHEN THE MASTER IS MISSING OR SILENT
008170******************************************************************
008180 6200-GET-COST-CENTER.
008190     MOVE SPACES TO GJ-COST-CENTER.
008200     IF NOT WS-DEPT-OK
008210         GO TO 6200-GET-COST-CENTER-EXIT
008220     END-IF.
008230     MOVE WS-GL-DEPT (WS-IX) TO DM-DEPT.
008240     READ DEPT-FILE
008250         INVALID KEY
008260             CONTINUE
008270         NOT INVALID KEY
008280             MOVE DM-COST-CENTER TO GJ-COST-CENTER
008290     END-READ.
008300     MOVE "00" TO WS-DEPT-STATUS.
008310 6200-GET-COST-CENTER-EXIT.
008320     EXIT.
008330******************************************************************
008340* 6300-CHECK-TIE - THE JOURNAL NET FOR ONE CONTROL-TOTAL RESULT
008350* MUST EQUAL THE RSLTMAST NET - POSTED LESS REVERSED
008360******************************************************************
008370 6300-CHECK-TIE.
008380     COMPUTE WS-TIE-RSLT-NET =
008390         WS-TIE-RSLT-POSTED (WS-BK) - WS-TIE-RSLT-REV (WS-BK).
008400     COMPUTE WS-TIE-JRNL-NET =
008410         WS-TIE-JRNL-POSTED (WS-BK) - WS-TIE-JRNL-REV (WS-BK).
008420     IF WS-TIE-RSLT-NET NOT = WS-TIE-JRNL-NET
008430         SET WS-PROOF-FAILED TO TRUE
008440     END-IF.
008450 6300-CHECK-TIE-EXIT.
008460     EXIT.
008470******************************************************************
008480* 7000-PROVE-JOURNAL - THE PROOF SECTION - TIE-BACK BY RESULT,
008490* JOURNAL TOTALS, ITEM COUNTS AND THE RELEASE VERDICT
008500******************************************************************
008510 7000-PROVE-JOURNAL.
008520     PERFORM 7100-WRITE-TIE-LINE
008530         THRU 7100-WRITE-TIE-LINE-EXIT
008540         VARYING WS-BK FROM 1 BY 1
008550         UNTIL WS-BK > 4.
008560
008570     MOVE WS-ENTRY-NO      TO PS-ENTRIES.
008580     MOVE WS-LINE-COUNT    TO PS-LINES.
008590     MOVE WS-TOTAL-DEBITS  TO PS-DEBITS.
008600     MOVE WS-TOTAL-CREDITS TO PS-CREDITS.
008610     MOVE WS-PROOF-TOTALS  TO PROOF-REPORT-RECORD.
008620     WRITE PROOF-REPORT-RECORD.
008630
008640     MOVE WS-POSTED-COUNT   TO PC-POSTED.
008650     MOVE WS-REVERSED-COUNT TO PC-REVERSED.
008660     MOVE WS-UNMAPPED-COUNT TO PC-UNMAPPED.
008670     MOVE WS-PROOF-COUNTS   TO PROOF-REPORT-RECORD.
008680     WRITE PROOF-REPORT-RECORD.
008690
008700     IF WS-PROOF-PASSED
008710         MOVE "JOURNAL IN BALANCE AND TIED TO RSLTMAST - RELEASE"
008720             TO PV-VERDICT
008730     ELSE
008740         MOVE "JOURNAL FAILED PROOF - DO NOT RELEASE TO LEDGER"
008750             TO PV-VERDICT
008760         IF RETURN-CODE < 8
008770             MOVE 8 TO RETURN-CODE
008780         END-IF
008790     END-IF.
008800     MOVE WS-PROOF-VERDICT TO PROOF-REPORT-RECORD.
008810     WRITE PROOF-REPORT-RECORD.
008820
008830     DISPLAY "JOURNAL DATE           = " WS-JOURNAL-DATE.
008840     DISPLAY "MASTER RECORDS READ    = " WS-READ-COUNT.
008850     DISPLAY "RECORDS POSTED         = " WS-POSTED-COUNT.
008860     DISPLAY "RECORDS REVERSED       = " WS-REVERSED-COUNT.
008870     DISPLAY "ITEMS NOT JOURNALED    = " WS-UNMAPPED-COUNT.
008880     DISPLAY "JOURNAL ENTRIES        = " WS-ENTRY-NO.
008890     DISPLAY "** " PV-VERDICT.
008900 7000-PROVE-JOURNAL-EXIT.
008910     EXIT.
008920******************************************************************
008930* 7100-WRITE-TIE-LINE - ONE TIE-BACK LINE PER CONTROL-TOTAL RESULT
008940******************************************************************
008950 7100-WRITE-TIE-LINE.
008960     COMPUTE WS-TIE-RSLT-NET =
008970         WS-TIE-RSLT-POSTED (WS-BK) - WS-TIE-RSLT-REV (WS-BK).
008980     COMPUTE WS-TIE-JRNL-NET =
008990         WS-TIE-JRNL-POSTED (WS-BK) - WS-TIE-JRNL-REV (WS-BK).
009000     COMPUTE WS-TIE-DIFF = WS-TIE-RSLT-NET - WS-TIE-JRNL-NET.
009010     MOVE WS-TIE-NAME (WS-BK)        TO PT-NAME.
009020     MOVE WS-TIE-RSLT-POSTED (WS-BK) TO PT-RSLT-POSTED.
009030     MOVE WS-TIE-RSLT-REV (WS-BK)    TO PT-RSLT-REV.
009040     MOVE WS-TIE-RSLT-NET            TO PT-RSLT-NET.
009050     MOVE WS-TIE-JRNL-NET            TO PT-JRNL-NET.
009060     MOVE WS-TIE-DIFF                TO PT-DIFF.
009070     MOVE WS-PROOF-TIE-LINE          TO PROOF-REPORT-RECORD.
009080     WRITE PROOF-REPORT-RECORD.
009090 7100-WRITE-TIE-LINE-EXIT.
009100     EXIT.
009110******************************************************************
009120* 9000-TERMINATE - END OF JOB HOUSEKEEPING
009130******************************************************************
009140 9000-TERMINATE.
009150     IF WS-RESULT-OK OR WS-RESULT-EOF
009160         CLOSE RESULT-FILE
009170     END-IF.
009180     IF WS-MAP-OK
009190         CLOSE MAP-FILE
009200     END-IF.
009210     IF WS-JOURNAL-OK
009220         CLOSE JOURNAL-FILE
009230     END-IF.
009240     IF WS-PROOF-REPORT-OK
009250         CLOSE PROOF-REPORT-FILE
009260     END-IF.
009270     IF WS-REGISTER-OK
009280         CLOSE REGISTER-FILE
009290     END-IF.
009300     IF WS-DEPT-OK
009310         CLOSE DEPT-FILE
009320     END-IF.
009330 9000-TERMINATE-EXIT.
009340     EXIT.
009350 END PROGRAM GLJRNL.
