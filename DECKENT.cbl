000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DECKENT.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-10-09.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-10-09  JA   ORIGINAL VERSION - CONSOLE ENTRY OF A TRANSIN
000160*                  BATCH DECK. PROMPTS FOR THE HEADER (BATCH ID,
000170*                  DEPARTMENT, BUSINESS DATE) AND THEN FOR EACH
000180*                  DETAIL OR REVERSAL LINE, CHECKS THE OPERATION
000190*                  CODE AND THE AMOUNTS AS THEY ARE KEYED, AND
000200*                  WRITES THE H/D/R/T ENVELOPE TO ENTRYOUT WITH A
000210*                  TRAILER COUNT AND HASH TOTALS IT COMPUTES
000220*                  ITSELF. A BATCH ID THAT BCHREG SHOWS AS
000230*                  ACCEPTED BY EDITTRNS IS REFUSED. THE ENTRYRPT
000240*                  LISTING SHOWS EVERY LINE AS WRITTEN SO THE
000250*                  KEYER CAN CHECK IT AGAINST THE SOURCE DOCUMENTS
000260*                  BEFORE THE DECK GOES TO EDITTRNS AS TRANSIN.
000261* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000262*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000263*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000264*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000265*                  RUN WITH RETURN CODE 12.
000266* 2026-10-15  JA   A BATCH REGISTER READ ERROR OTHER THAN RECORD
000267*                  NOT FOUND NOW REFUSES THE BATCH ID INSTEAD OF
000268*                  TESTING A STALE REGISTER RECORD.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.    IBM-370.
000310 OBJECT-COMPUTER.    IBM-370.
000320 SPECIAL-NAMES.
000330     CONSOLE IS CONSOLE.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DECK-FILE ASSIGN TO ENTRYOUT
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-DECK-STATUS.
000390
000400     SELECT ENTRY-REPORT-FILE ASSIGN TO ENTRYRPT
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-ENTRY-REPORT-STATUS.
000430
000440     SELECT REGISTER-FILE ASSIGN TO BCHREG
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS BR-KEY
000480         FILE STATUS IS WS-REGISTER-STATUS.
000490
000500     SELECT DEPT-FILE ASSIGN TO DEPTMAST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS DM-KEY
000540         FILE STATUS IS WS-DEPT-STATUS.
000542
000544     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000546         ORGANIZATION IS LINE SEQUENTIAL
000548         FILE STATUS IS WS-PROCDATE-STATUS.
000550******************************************************************
000560* DATA DIVISION.
000570******************************************************************
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  DECK-FILE
000610     RECORDING MODE IS F.
000620 01  DECK-RECORD                    PIC X(80).
000630
000640 FD  ENTRY-REPORT-FILE
000650     RECORDING MODE IS F.
000660 01  ENTRY-REPORT-RECORD            PIC X(132).
000670
000680 FD  REGISTER-FILE.
000690     COPY BATCHREG.
000700
000710 FD  DEPT-FILE.
000720     COPY DEPTREC.
000722
000724 FD  PROCDATE-FILE
000726     RECORDING MODE IS F.
000728     COPY PROCDREC.
000730
000740 WORKING-STORAGE SECTION.
000750******************************************************************
000760* SWITCHES AND COUNTERS
000770******************************************************************
000780 77  WS-DECK-STATUS             PIC X(02)  VALUE SPACES.
000790     88  WS-DECK-OK                        VALUE "00".
000800
000810 77  WS-ENTRY-REPORT-STATUS     PIC X(02)  VALUE SPACES.
000820     88  WS-ENTRY-REPORT-OK                VALUE "00".
000830
000840 77  WS-REGISTER-STATUS         PIC X(02)  VALUE SPACES.
000850     88  WS-REGISTER-OK                    VALUE "00".
000860     88  WS-REGISTER-NOT-FOUND             VALUE "23".
000870
000880 77  WS-DEPT-STATUS             PIC X(02)  VALUE SPACES.
000890     88  WS-DEPT-OK                        VALUE "00".
000900     88  WS-DEPT-NOT-FOUND                 VALUE "23".
000910
000920 77  WS-REGISTER-PRESENT-SW     PIC X(01)  VALUE "N".
000930     88  WS-REGISTER-PRESENT               VALUE "Y".
000940     88  WS-REGISTER-ABSENT                VALUE "N".
000950
000960 77  WS-DEPT-PRESENT-SW         PIC X(01)  VALUE "N".
000970     88  WS-DEPT-PRESENT                   VALUE "Y".
000980     88  WS-DEPT-ABSENT                    VALUE "N".
000990
001000 77  WS-ANOTHER-SW              PIC X(01)  VALUE "Y".
001010     88  WS-ANOTHER-YES                    VALUE "Y" "y".
001020     88  WS-ANOTHER-NO                     VALUE "N" "n".
001030
001040 77  WS-CONFIRM-SW              PIC X(01)  VALUE SPACE.
001050     88  WS-CONFIRM-YES                    VALUE "Y" "y".
001060
001070 77  WS-HEADER-SW               PIC X(01)  VALUE "Y".
001080     88  WS-HEADER-OK                      VALUE "Y".
001090     88  WS-HEADER-REFUSED                 VALUE "N".
001100
001110 77  WS-BATCH-STATE-SW          PIC X(01)  VALUE SPACE.
001120     88  WS-BATCH-KEYING                   VALUE SPACE.
001130     88  WS-BATCH-ENDED                    VALUE "E".
001140     88  WS-BATCH-CANCELLED                VALUE "C".
001150     88  WS-BATCH-CLOSED                   VALUE "E" "C".
001160
001170 77  WS-AMOUNT-SW               PIC X(01)  VALUE SPACE.
001180     88  WS-AMOUNT-KEYED                   VALUE "Y".
001190     88  WS-AMOUNT-BAD                     VALUE "N".
001200
001210 77  WS-LINE-COMMAND            PIC X(01)  VALUE SPACE.
001220     88  WS-CMD-DETAIL                     VALUE "D" "d".
001230     88  WS-CMD-REVERSAL                   VALUE "R" "r".
001240     88  WS-CMD-DROP-LAST                  VALUE "X" "x".
001250     88  WS-CMD-END-BATCH                  VALUE "E" "e".
001260     88  WS-CMD-CANCEL-BATCH               VALUE "C" "c".
001270
001280 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
001281 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001282     88  WS-PROCDATE-OK                    VALUE "00".
001283     88  WS-PROCDATE-EOF                   VALUE "10".
001284
001285 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001286     88  WS-PROCDATE-FOUND                 VALUE "Y".
001287     88  WS-PROCDATE-MISSING               VALUE "N".
001288
001290 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001300 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
001310
001320 77  WS-BATCHES-WRITTEN         PIC 9(07)  COMP VALUE ZERO.
001330 77  WS-BATCHES-CANCELLED       PIC 9(07)  COMP VALUE ZERO.
001340 77  WS-RECORDS-WRITTEN         PIC 9(07)  COMP VALUE ZERO.
001350 77  WS-DETAIL-COUNT            PIC 9(07)  COMP VALUE ZERO.
001360 77  WS-REVERSAL-COUNT          PIC 9(07)  COMP VALUE ZERO.
001370
001380******************************************************************
001390* CURRENT BATCH - THE HEADER AS KEYED AND THE DETAIL/REVERSAL
001400* LINES HELD AS 80-BYTE DECK IMAGES. NOTHING GOES TO ENTRYOUT
001410* UNTIL THE KEYER ENDS THE BATCH, SO A CANCELLED BATCH LEAVES NO
001420* PARTIAL ENVELOPE ON THE DECK.
001430******************************************************************
001440 77  WS-BATCH-ID                PIC X(08)  VALUE SPACES.
001450 77  WS-BATCH-DEPT              PIC X(04)  VALUE SPACES.
001460 77  WS-BATCH-DEPT-NAME         PIC X(20)  VALUE SPACES.
001470
001480 01  WS-BUS-DATE-ENTRY.
001490     05  WS-BATCH-BUS-DATE      PIC X(08)  VALUE SPACES.
001500     05  WS-BUS-DATE-PARTS REDEFINES WS-BATCH-BUS-DATE.
001510         10  WS-BUS-DATE-YEAR   PIC 9(04).
001520         10  WS-BUS-DATE-MONTH  PIC 9(02).
001530         10  WS-BUS-DATE-DAY    PIC 9(02).
001540
001550 77  WS-LINE-COUNT              PIC 9(03)  COMP VALUE ZERO.
001560 77  WS-LINE-IX                 PIC 9(03)  COMP VALUE ZERO.
001570 77  WS-LINE-NO-ED              PIC ZZ9.
001580
001590 01  WS-LINE-TABLE.
001600     05  WS-LINE-IMAGE OCCURS 500 TIMES
001610                                PIC X(80).
001620
001630 77  WS-BATCH-HASH-NUMERO1      PIC S9(09)V99  VALUE ZERO.
001640 77  WS-BATCH-HASH-NUMERO2      PIC S9(09)V99  VALUE ZERO.
001650 77  WS-TRY-HASH-NUMERO1        PIC S9(09)V99  VALUE ZERO.
001660 77  WS-TRY-HASH-NUMERO2        PIC S9(09)V99  VALUE ZERO.
001670
001680******************************************************************
001690* BATCH IDS WRITTEN THIS SESSION - BCHREG ONLY KNOWS A BATCH
001700* ONCE EDITTRNS HAS SEEN IT, SO A SECOND ENVELOPE FOR THE SAME
001710* ID ON THIS DECK IS CAUGHT HERE
001720******************************************************************
001730 77  WS-KEYED-COUNT             PIC 9(03)  COMP VALUE ZERO.
001740 77  WS-KEYED-IX                PIC 9(03)  COMP VALUE ZERO.
001750 77  WS-KEYED-FOUND-IX          PIC 9(03)  COMP VALUE ZERO.
001760
001770 01  WS-KEYED-TABLE.
001780     05  WS-KEYED-BATCH-ID OCCURS 50 TIMES
001790                                PIC X(08).
001800
001810******************************************************************
001820* CONSOLE ENTRY FIELDS - AN AMOUNT IS KEYED AS A SIGN (+, - OR
001830* SPACE) FOLLOWED BY NINE DIGITS WITH TWO IMPLIED DECIMALS, THE
001840* SAME SHAPE THE DECK CARRIES
001850******************************************************************
001860 77  WS-ENTRY-OP-CODE           PIC X(03)  VALUE SPACES.
001870 77  WS-ENTRY-NUMERO1           PIC S9(7)V99 VALUE ZERO.
001880 77  WS-ENTRY-NUMERO2           PIC S9(7)V99 VALUE ZERO.
001890 77  WS-ENTRY-REV-BATCH-ID      PIC X(08)  VALUE SPACES.
001900 77  WS-ENTRY-REV-REC-NO        PIC X(07)  VALUE SPACES.
001910 77  WS-AMOUNT-PROMPT           PIC X(07)  VALUE SPACES.
001920
001930 01  WS-AMOUNT-ENTRY.
001940     05  WS-AMOUNT-SIGN         PIC X(01).
001950         88  WS-AMOUNT-SIGN-VALID          VALUE "+" "-" SPACE.
001960         88  WS-AMOUNT-NEGATIVE            VALUE "-".
001970     05  WS-AMOUNT-DIGITS       PIC X(09).
001980
001990 77  WS-AMOUNT-VALUE            PIC S9(7)V99 VALUE ZERO.
002000 77  WS-AMOUNT-EDIT             PIC -9(7).99.
002010 77  WS-AMOUNT-EDIT-2           PIC -9(7).99.
002020
002030******************************************************************
002040* TRANSACTION RECORD - SHARED COPYBOOK, USED TO BUILD EACH DECK
002050* IMAGE
002060******************************************************************
002070     COPY TRANSREC.
002080
002090******************************************************************
002100* TRAILER WRITTEN AT THE END OF EACH ENVELOPE - THE COUNT OF
002110* DETAIL AND REVERSAL LINES AND THE HASH OF THE DETAIL AMOUNTS,
002120* PROVED BY EDITTRNS THE SAME WAY AS ANY OTHER DECK
002130******************************************************************
002140 01  WS-ENTRY-TRAILER.
002150     05  FILLER                 PIC X(01) VALUE "T".
002160     05  ET-REC-COUNT           PIC 9(07).
002170     05  ET-HASH-NUMERO1        PIC S9(09)V99.
002180     05  ET-HASH-NUMERO2        PIC S9(09)V99.
002190     05  FILLER                 PIC X(50) VALUE SPACES.
002200
002210******************************************************************
002220* ENTRY LISTING LAYOUTS
002230******************************************************************
002240 01  WS-ENTRY-HEADER.
002250     05  FILLER                 PIC X(22) VALUE
002260             "DECKENT ENTRY LISTING ".
002270     05  FILLER                 PIC X(11) VALUE
002280             "  RUN DATE ".
002290     05  EH-RUN-DATE            PIC X(10).
002300     05  FILLER                 PIC X(12) VALUE
002310             "  KEYED BY  ".
002320     05  EH-OPERATOR-ID         PIC X(08).
002330     05  FILLER                 PIC X(69) VALUE SPACES.
002340
002350 01  WS-ENTRY-BATCH-LINE.
002360     05  FILLER                 PIC X(06) VALUE "BATCH ".
002370     05  EB-BATCH-ID            PIC X(08).
002380     05  FILLER                 PIC X(07) VALUE "  DEPT ".
002390     05  EB-DEPT                PIC X(04).
002400     05  FILLER                 PIC X(01) VALUE SPACE.
002410     05  EB-DEPT-NAME           PIC X(20).
002420     05  FILLER                 PIC X(11) VALUE
002430             "  BUS DATE ".
002440     05  EB-BUS-DATE            PIC X(08).
002450     05  FILLER                 PIC X(67) VALUE SPACES.
002460
002470 01  WS-ENTRY-DETAIL-LINE.
002480     05  FILLER                 PIC X(07) VALUE "  LINE ".
002490     05  EL-LINE-NO             PIC ZZ9.
002500     05  FILLER                 PIC X(02) VALUE SPACES.
002510     05  EL-REC-TYPE            PIC X(01).
002520     05  FILLER                 PIC X(02) VALUE SPACES.
002530     05  EL-OP-CODE             PIC X(03).
002540     05  FILLER                 PIC X(10) VALUE
002550             "  NUMERO1 ".
002560     05  EL-NUMERO1             PIC -9(7).99.
002570     05  FILLER                 PIC X(10) VALUE
002580             "  NUMERO2 ".
002590     05  EL-NUMERO2             PIC -9(7).99.
002600     05  FILLER                 PIC X(72) VALUE SPACES.
002610
002620 01  WS-ENTRY-REVERSAL-LINE.
002630     05  FILLER                 PIC X(07) VALUE "  LINE ".
002640     05  ER-LINE-NO             PIC ZZ9.
002650     05  FILLER                 PIC X(02) VALUE SPACES.
002660     05  ER-REC-TYPE            PIC X(01).
002670     05  FILLER                 PIC X(23) VALUE
002680             "  REVERSES BATCH       ".
002690     05  ER-REV-BATCH-ID        PIC X(08).
002700     05  FILLER                 PIC X(08) VALUE "  RECORD".
002710     05  FILLER                 PIC X(01) VALUE SPACE.
002720     05  ER-REV-REC-NO          PIC 9(07).
002730     05  FILLER                 PIC X(72) VALUE SPACES.
002740
002750 01  WS-ENTRY-TRAILER-LINE.
002760     05  FILLER                 PIC X(17) VALUE
002770             "  TRAILER RECORDS".
002780     05  FILLER                 PIC X(01) VALUE SPACE.
002790     05  ES-REC-COUNT           PIC Z,ZZZ,ZZ9.
002800     05  FILLER                 PIC X(12) VALUE
002810             "  HASH N1   ".
002820     05  ES-HASH-NUMERO1        PIC -9(9).99.
002830     05  FILLER                 PIC X(12) VALUE
002840             "  HASH N2   ".
002850     05  ES-HASH-NUMERO2        PIC -9(9).99.
002860     05  FILLER                 PIC X(02) VALUE SPACES.
002870     05  ES-DISPOSITION         PIC X(28).
002880     05  FILLER                 PIC X(25) VALUE SPACES.
002890
002900 01  WS-ENTRY-TOTALS.
002910     05  FILLER                 PIC X(18) VALUE
002920             "** BATCHES WRITTEN".
002930     05  FILLER                 PIC X(01) VALUE "=".
002940     05  ET-BATCHES-WRITTEN     PIC Z,ZZZ,ZZ9.
002950     05  FILLER                 PIC X(11) VALUE "  CANCELLED".
002960     05  FILLER                 PIC X(01) VALUE "=".
002970     05  ET-BATCHES-CANCELLED   PIC Z,ZZZ,ZZ9.
002980     05  FILLER                 PIC X(17) VALUE
002990             "  RECORDS WRITTEN".
003000     05  FILLER                 PIC X(01) VALUE "=".
003010     05  ET-RECORDS-WRITTEN     PIC Z,ZZZ,ZZ9.
003020     05  FILLER                 PIC X(56) VALUE SPACES.
003030******************************************************************
003040* PROCEDURE DIVISION.
003050******************************************************************
003060 PROCEDURE DIVISION.
003070******************************************************************
003080* 0000-MAINLINE - PROGRAM ENTRY POINT
003090******************************************************************
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE
003120         THRU 1000-INITIALIZE-EXIT.
003130
003140     IF WS-DECK-OK AND WS-ENTRY-REPORT-OK
003150         PERFORM 2000-ENTER-BATCH
003160             THRU 2000-ENTER-BATCH-EXIT
003170             UNTIL WS-ANOTHER-NO
003180     END-IF.
003190
003200     PERFORM 9000-TERMINATE
003210         THRU 9000-TERMINATE-EXIT.
003220
003230     STOP RUN.
003240******************************************************************
003250* 1000-INITIALIZE - OPEN THE DECK AND THE LISTING, AND THE BATCH
003260* REGISTER AND DEPARTMENT MASTER FOR THE HEADER CHECKS. A DECK
003270* THAT CANNOT BE LISTED MUST NOT BE WRITTEN, SO EITHER OUTPUT
003280* FAILING TO OPEN STOPS THE SESSION. NO REGISTER OR NO
003290* DEPARTMENT MASTER ONLY WAIVES THAT CHECK - EDITTRNS PROVES
003300* BOTH AGAIN WHEN THE DECK COMES THROUGH.
003310******************************************************************
003320 1000-INITIALIZE.
003322     PERFORM 1010-READ-PROCESSING-DATE
003324         THRU 1010-READ-PROCESSING-DATE-EXIT.
003326     IF WS-PROCDATE-MISSING
003328         GO TO 1000-INITIALIZE-EXIT
003330     END-IF.
003340     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
003350     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
003360     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
003370     MOVE "/"                TO WS-RUN-DATE-ED(6:1)
003380     MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-ED(7:4).
003390     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
003400     IF WS-OPERATOR-ID = SPACES
003410         MOVE "UNKNOWN " TO WS-OPERATOR-ID
003420     END-IF.
003430
003440     OPEN OUTPUT DECK-FILE.
003450     IF NOT WS-DECK-OK
003460         DISPLAY "UNABLE TO OPEN ENTRY DECK FILE, STATUS = "
003470             WS-DECK-STATUS
003480         IF RETURN-CODE < 12
003490             MOVE 12 TO RETURN-CODE
003500         END-IF
003510         GO TO 1000-INITIALIZE-EXIT
003520     END-IF.
003530
003540     OPEN OUTPUT ENTRY-REPORT-FILE.
003550     IF NOT WS-ENTRY-REPORT-OK
003560         DISPLAY "UNABLE TO OPEN ENTRY LISTING FILE, STATUS = "
003570             WS-ENTRY-REPORT-STATUS
003580         IF RETURN-CODE < 12
003590             MOVE 12 TO RETURN-CODE
003600         END-IF
003610         GO TO 1000-INITIALIZE-EXIT
003620     END-IF.
003630     MOVE WS-RUN-DATE-ED TO EH-RUN-DATE.
003640     MOVE WS-OPERATOR-ID TO EH-OPERATOR-ID.
003650     MOVE WS-ENTRY-HEADER TO ENTRY-REPORT-RECORD.
003660     WRITE ENTRY-REPORT-RECORD.
003670
003680     OPEN INPUT REGISTER-FILE.
003690     IF WS-REGISTER-OK
003700         SET WS-REGISTER-PRESENT TO TRUE
003710     ELSE
003720         DISPLAY "NO BATCH REGISTER - ACCEPTED-BATCH CHECK "
003730             "WAIVED, STATUS = " WS-REGISTER-STATUS
003740     END-IF.
003750
003760     OPEN INPUT DEPT-FILE.
003770     IF WS-DEPT-OK
003780         SET WS-DEPT-PRESENT TO TRUE
003790     ELSE
003800         DISPLAY "NO DEPARTMENT MASTER - DEPARTMENT CHECK "
003810             "WAIVED, STATUS = " WS-DEPT-STATUS
003820     END-IF.
003830 1000-INITIALIZE-EXIT.
003840     EXIT.
003841******************************************************************
003842* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
003843* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
003844* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
003845* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
003846* DOES NOTHING.
003847******************************************************************
003848 1010-READ-PROCESSING-DATE.
003849     OPEN INPUT PROCDATE-FILE.
003850     IF NOT WS-PROCDATE-OK
003851         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
003852             WS-PROCDATE-STATUS
003853         GO TO 1010-READ-PROCESSING-DATE-FAIL
003854     END-IF.
003855     READ PROCDATE-FILE
003856         AT END
003857             MOVE SPACES TO PROCESSING-DATE-REC
003858     END-READ.
003859     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
003860         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
003861             WS-PROCDATE-STATUS
003862         CLOSE PROCDATE-FILE
003863         GO TO 1010-READ-PROCESSING-DATE-FAIL
003864     END-IF.
003865     CLOSE PROCDATE-FILE.
003866     IF PD-CURRENT-DATE IS NOT NUMERIC
003867         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
003868         GO TO 1010-READ-PROCESSING-DATE-FAIL
003869     END-IF.
003870     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
003871     SET WS-PROCDATE-FOUND TO TRUE.
003872     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
003873     GO TO 1010-READ-PROCESSING-DATE-EXIT.
003874
003875 1010-READ-PROCESSING-DATE-FAIL.
003876     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
003877     IF RETURN-CODE < 12
003878         MOVE 12 TO RETURN-CODE
003879     END-IF.
003880 1010-READ-PROCESSING-DATE-EXIT.
003881     EXIT.
003882******************************************************************
003883* 2000-ENTER-BATCH - KEY ONE BATCH: THE HEADER, THEN THE LINES
003884* UNTIL THE KEYER ENDS OR CANCELS IT. AN ENDED BATCH IS WRITTEN
003885* TO THE DECK, AND EITHER WAY IT IS LISTED.
003890******************************************************************
003900 2000-ENTER-BATCH.
003910     SET WS-HEADER-OK       TO TRUE.
003920     SET WS-BATCH-KEYING    TO TRUE.
003930     MOVE SPACES            TO WS-BATCH-DEPT-NAME.
003940     MOVE ZERO              TO WS-LINE-COUNT.
003950     MOVE ZERO              TO WS-DETAIL-COUNT.
003960     MOVE ZERO              TO WS-REVERSAL-COUNT.
003970     MOVE ZERO              TO WS-BATCH-HASH-NUMERO1.
003980     MOVE ZERO              TO WS-BATCH-HASH-NUMERO2.
003990
004000     PERFORM 2100-ACCEPT-BATCH-ID
004010         THRU 2100-ACCEPT-BATCH-ID-EXIT.
004020     IF WS-HEADER-REFUSED
004030         GO TO 2000-ENTER-BATCH-ASK
004040     END-IF.
004050     PERFORM 2200-ACCEPT-DEPARTMENT
004060         THRU 2200-ACCEPT-DEPARTMENT-EXIT.
004070     IF WS-HEADER-REFUSED
004080         GO TO 2000-ENTER-BATCH-ASK
004090     END-IF.
004100     PERFORM 2300-ACCEPT-BUS-DATE
004110         THRU 2300-ACCEPT-BUS-DATE-EXIT.
004120     IF WS-HEADER-REFUSED
004130         GO TO 2000-ENTER-BATCH-ASK
004140     END-IF.
004150
004160     DISPLAY "BATCH " WS-BATCH-ID " DEPT " WS-BATCH-DEPT
004170         " BUS DATE " WS-BATCH-BUS-DATE " - KEY THE LINES".
004180     PERFORM 3000-ENTER-LINE
004190         THRU 3000-ENTER-LINE-EXIT
004200         UNTIL WS-BATCH-CLOSED.
004210
004220     IF WS-BATCH-ENDED
004230         PERFORM 5000-WRITE-BATCH
004240             THRU 5000-WRITE-BATCH-EXIT
004250         IF NOT WS-DECK-OK
004260             DISPLAY "ENTRY DECK CANNOT BE TRUSTED - "
004270                 "SESSION ENDED"
004280             MOVE "N" TO WS-ANOTHER-SW
004290             GO TO 2000-ENTER-BATCH-EXIT
004300         END-IF
004310     ELSE
004320         ADD 1 TO WS-BATCHES-CANCELLED
004330         DISPLAY "BATCH " WS-BATCH-ID " CANCELLED - NOT WRITTEN"
004340     END-IF.
004350     PERFORM 6000-LIST-BATCH
004360         THRU 6000-LIST-BATCH-EXIT.
004370
004380 2000-ENTER-BATCH-ASK.
004390     DISPLAY "ANOTHER BATCH? (Y/N):"
004400     ACCEPT WS-ANOTHER-SW.
004410 2000-ENTER-BATCH-EXIT.
004420     EXIT.
004430******************************************************************
004440* 2100-ACCEPT-BATCH-ID - THE BATCH ID MUST BE NEW TO THIS DECK
004450* AND MUST NOT BE ONE EDITTRNS HAS ALREADY ACCEPTED. A BATCH THE
004460* EDIT REJECTED MAY BE KEYED AGAIN.
004470******************************************************************
004480 2100-ACCEPT-BATCH-ID.
004490     DISPLAY "BATCH ID:"
004500     MOVE SPACES TO WS-BATCH-ID.
004510     ACCEPT WS-BATCH-ID.
004520     IF WS-BATCH-ID = SPACES
004530         DISPLAY "BATCH ID REQUIRED"
004540         SET WS-HEADER-REFUSED TO TRUE
004550         GO TO 2100-ACCEPT-BATCH-ID-EXIT
004560     END-IF.
004570
004580     MOVE ZERO TO WS-KEYED-FOUND-IX.
004590     PERFORM 2150-SCAN-KEYED-BATCHES
004600         THRU 2150-SCAN-KEYED-BATCHES-EXIT
004610         VARYING WS-KEYED-IX FROM 1 BY 1
004620         UNTIL WS-KEYED-IX > WS-KEYED-COUNT
004630             OR WS-KEYED-FOUND-IX > ZERO.
004640     IF WS-KEYED-FOUND-IX > ZERO
004650         DISPLAY "BATCH " WS-BATCH-ID
004660             " IS ALREADY ON THIS DECK - REFUSED"
004670         SET WS-HEADER-REFUSED TO TRUE
004680         GO TO 2100-ACCEPT-BATCH-ID-EXIT
004690     END-IF.
004700     IF WS-KEYED-COUNT >= 50
004710         DISPLAY "DECK HOLDS 50 BATCHES - END THE SESSION AND "
004720             "START A NEW DECK"
004730         SET WS-HEADER-REFUSED TO TRUE
004740         GO TO 2100-ACCEPT-BATCH-ID-EXIT
004750     END-IF.
004760
004770     IF WS-REGISTER-ABSENT
004780         GO TO 2100-ACCEPT-BATCH-ID-EXIT
004790     END-IF.
004800     MOVE WS-BATCH-ID TO BR-BATCH-ID.
004810     READ REGISTER-FILE
004820         INVALID KEY
004830             MOVE "00" TO WS-REGISTER-STATUS
004840             GO TO 2100-ACCEPT-BATCH-ID-EXIT
004850     END-READ.
004851*    ANY OTHER READ ERROR LEAVES THE REGISTER RECORD UNKNOWN - THE
004852*    BATCH ID CANNOT BE CLEARED AGAINST IT, SO REFUSE IT
004853     IF NOT WS-REGISTER-OK
004854         DISPLAY "BATCH REGISTER READ FAILED, STATUS = "
004855             WS-REGISTER-STATUS
004856         SET WS-HEADER-REFUSED TO TRUE
004857         GO TO 2100-ACCEPT-BATCH-ID-EXIT
004858     END-IF.
004860     IF BR-EDIT-PASSED
004870         DISPLAY "BATCH " WS-BATCH-ID
004880             " WAS ACCEPTED BY EDITTRNS ON " BR-EDIT-DATE
004890             " - REFUSED"
004900         SET WS-HEADER-REFUSED TO TRUE
004910         GO TO 2100-ACCEPT-BATCH-ID-EXIT
004920     END-IF.
004930     DISPLAY "BATCH " WS-BATCH-ID
004940         " WAS REJECTED BY EDITTRNS ON " BR-EDIT-DATE
004950         " - KEYING IT AGAIN".
004960 2100-ACCEPT-BATCH-ID-EXIT.
004970     EXIT.
004980******************************************************************
004990* 2150-SCAN-KEYED-BATCHES - TEST ONE BATCH ID ALREADY ON THE DECK
005000******************************************************************
005010 2150-SCAN-KEYED-BATCHES.
005020     IF WS-KEYED-BATCH-ID (WS-KEYED-IX) = WS-BATCH-ID
005030         MOVE WS-KEYED-IX TO WS-KEYED-FOUND-IX
005040     END-IF.
005050 2150-SCAN-KEYED-BATCHES-EXIT.
005060     EXIT.
005070******************************************************************
005080* 2200-ACCEPT-DEPARTMENT - THE DEPARTMENT MUST BE ON DEPTMAST AND
005090* ACTIVE, THE SAME TEST EDITTRNS APPLIES (REASON 12)
005100******************************************************************
005110 2200-ACCEPT-DEPARTMENT.
005120     DISPLAY "DEPARTMENT:"
005130     MOVE SPACES TO WS-BATCH-DEPT.
005140     ACCEPT WS-BATCH-DEPT.
005150     IF WS-BATCH-DEPT = SPACES
005160         DISPLAY "DEPARTMENT REQUIRED"
005170         SET WS-HEADER-REFUSED TO TRUE
005180         GO TO 2200-ACCEPT-DEPARTMENT-EXIT
005190     END-IF.
005200     IF WS-DEPT-ABSENT
005210         GO TO 2200-ACCEPT-DEPARTMENT-EXIT
005220     END-IF.
005230     MOVE WS-BATCH-DEPT TO DM-DEPT.
005240     READ DEPT-FILE
005250         INVALID KEY
005260             MOVE "00" TO WS-DEPT-STATUS
005270             DISPLAY "DEPARTMENT " WS-BATCH-DEPT
005280                 " IS NOT ON THE DEPARTMENT MASTER"
005290             SET WS-HEADER-REFUSED TO TRUE
005300             GO TO 2200-ACCEPT-DEPARTMENT-EXIT
005310     END-READ.
005320     IF NOT DM-ACTIVE
005330         DISPLAY "DEPARTMENT " WS-BATCH-DEPT " " DM-NAME
005340             " IS NOT ACTIVE"
005350         SET WS-HEADER-REFUSED TO TRUE
005360         GO TO 2200-ACCEPT-DEPARTMENT-EXIT
005370     END-IF.
005380     MOVE DM-NAME TO WS-BATCH-DEPT-NAME.
005390     DISPLAY "DEPARTMENT " WS-BATCH-DEPT " " DM-NAME.
005400 2200-ACCEPT-DEPARTMENT-EXIT.
005410     EXIT.
005420******************************************************************
005430* 2300-ACCEPT-BUS-DATE - THE BUSINESS DATE MUST BE A YYYYMMDD
005440* DATE NO LATER THAN TODAY. THE BUSINESS CALENDAR AND THE
005450* LATE-POSTING LIMIT ARE LEFT TO EDITTRNS, WHICH HOLDS THEM.
005460******************************************************************
005470 2300-ACCEPT-BUS-DATE.
005480     DISPLAY "BUSINESS DATE (YYYYMMDD):"
005490     MOVE SPACES TO WS-BATCH-BUS-DATE.
005500     ACCEPT WS-BATCH-BUS-DATE.
005510     IF WS-BATCH-BUS-DATE IS NOT NUMERIC
005520         DISPLAY "BUSINESS DATE " WS-BATCH-BUS-DATE
005530             " IS NOT NUMERIC"
005540         SET WS-HEADER-REFUSED TO TRUE
005550         GO TO 2300-ACCEPT-BUS-DATE-EXIT
005560     END-IF.
005570     IF WS-BUS-DATE-MONTH < 1 OR WS-BUS-DATE-MONTH > 12
005580         OR WS-BUS-DATE-DAY < 1 OR WS-BUS-DATE-DAY > 31
005590         DISPLAY "BUSINESS DATE " WS-BATCH-BUS-DATE
005600             " IS NOT A DATE"
005610         SET WS-HEADER-REFUSED TO TRUE
005620         GO TO 2300-ACCEPT-BUS-DATE-EXIT
005630     END-IF.
005640     IF WS-BATCH-BUS-DATE > WS-RUN-DATE
005650         DISPLAY "BUSINESS DATE " WS-BATCH-BUS-DATE
005660             " IS IN THE FUTURE"
005670         SET WS-HEADER-REFUSED TO TRUE
005680     END-IF.
005690 2300-ACCEPT-BUS-DATE-EXIT.
005700     EXIT.
005710******************************************************************
005720* 3000-ENTER-LINE - PROMPT FOR THE NEXT LINE OF THE BATCH AND ACT
005730* ON THE KEYER'S CHOICE
005740******************************************************************
005750 3000-ENTER-LINE.
005760     COMPUTE WS-LINE-NO-ED = WS-LINE-COUNT + 1.
005770     DISPLAY "LINE " WS-LINE-NO-ED
005780         " - D DETAIL, R REVERSAL, X DROP LAST LINE,".
005790     DISPLAY "           E END BATCH, C CANCEL BATCH:".
005800     MOVE SPACE TO WS-LINE-COMMAND.
005810     ACCEPT WS-LINE-COMMAND.
005820
005830     IF WS-CMD-DETAIL OR WS-CMD-REVERSAL
005840         IF WS-LINE-COUNT >= 500
005850             DISPLAY "BATCH HOLDS 500 LINES - END THIS BATCH AND "
005860                 "KEY THE REST AS A NEW ONE"
005870             GO TO 3000-ENTER-LINE-EXIT
005880         END-IF
005890     END-IF.
005900
005910     IF WS-CMD-DETAIL
005920         PERFORM 3100-ENTER-DETAIL
005930             THRU 3100-ENTER-DETAIL-EXIT
005940         GO TO 3000-ENTER-LINE-EXIT
005950     END-IF.
005960     IF WS-CMD-REVERSAL
005970         PERFORM 3200-ENTER-REVERSAL
005980             THRU 3200-ENTER-REVERSAL-EXIT
005990         GO TO 3000-ENTER-LINE-EXIT
006000     END-IF.
006010     IF WS-CMD-DROP-LAST
006020         PERFORM 3300-DROP-LAST-LINE
006030             THRU 3300-DROP-LAST-LINE-EXIT
006040         GO TO 3000-ENTER-LINE-EXIT
006050     END-IF.
006060     IF WS-CMD-END-BATCH
006070         IF WS-LINE-COUNT = ZERO
006080             DISPLAY "NO LINES KEYED - KEY A LINE OR CANCEL "
006090                 "THE BATCH"
006100         ELSE
006110             SET WS-BATCH-ENDED TO TRUE
006120         END-IF
006130         GO TO 3000-ENTER-LINE-EXIT
006140     END-IF.
006150     IF WS-CMD-CANCEL-BATCH
006160         DISPLAY "CANCEL BATCH " WS-BATCH-ID
006170             " AND DISCARD ITS LINES? (Y/N):"
006180         MOVE SPACE TO WS-CONFIRM-SW
006190         ACCEPT WS-CONFIRM-SW
006200         IF WS-CONFIRM-YES
006210             SET WS-BATCH-CANCELLED TO TRUE
006220         END-IF
006230         GO TO 3000-ENTER-LINE-EXIT
006240     END-IF.
006250     DISPLAY "UNKNOWN CHOICE " WS-LINE-COMMAND.
006260 3000-ENTER-LINE-EXIT.
006270     EXIT.
006280******************************************************************
006290* 3100-ENTER-DETAIL - KEY ONE DETAIL LINE. A BAD OPERATION CODE
006300* OR AMOUNT, OR A LINE THAT WOULD OVERFLOW THE TRAILER HASH,
006310* DISCARDS THE LINE AND GOES BACK TO THE LINE PROMPT.
006320******************************************************************
006330 3100-ENTER-DETAIL.
006340     DISPLAY "  OPERATION CODE:"
006350     MOVE SPACES TO WS-ENTRY-OP-CODE.
006360     ACCEPT WS-ENTRY-OP-CODE.
006370     MOVE SPACES           TO TRANS-RECORD.
006380     MOVE WS-ENTRY-OP-CODE TO TRANS-OP-CODE.
006390     IF NOT TRANS-OP-VALID
006400         DISPLAY "  UNKNOWN OPERATION CODE " WS-ENTRY-OP-CODE
006410             " - LINE NOT TAKEN"
006420         GO TO 3100-ENTER-DETAIL-EXIT
006430     END-IF.
006440
006450     MOVE "NUMERO1" TO WS-AMOUNT-PROMPT.
006460     PERFORM 3150-ACCEPT-AMOUNT
006470         THRU 3150-ACCEPT-AMOUNT-EXIT.
006480     IF WS-AMOUNT-BAD
006490         GO TO 3100-ENTER-DETAIL-EXIT
006500     END-IF.
006510     MOVE WS-AMOUNT-VALUE TO WS-ENTRY-NUMERO1.
006520
006530     MOVE "NUMERO2" TO WS-AMOUNT-PROMPT.
006540     PERFORM 3150-ACCEPT-AMOUNT
006550         THRU 3150-ACCEPT-AMOUNT-EXIT.
006560     IF WS-AMOUNT-BAD
006570         GO TO 3100-ENTER-DETAIL-EXIT
006580     END-IF.
006590     MOVE WS-AMOUNT-VALUE TO WS-ENTRY-NUMERO2.
006600
006610     COMPUTE WS-TRY-HASH-NUMERO1 =
006620         WS-BATCH-HASH-NUMERO1 + WS-ENTRY-NUMERO1
006630         ON SIZE ERROR
006640             SET WS-AMOUNT-BAD TO TRUE
006650     END-COMPUTE.
006660     COMPUTE WS-TRY-HASH-NUMERO2 =
006670         WS-BATCH-HASH-NUMERO2 + WS-ENTRY-NUMERO2
006680         ON SIZE ERROR
006690             SET WS-AMOUNT-BAD TO TRUE
006700     END-COMPUTE.
006710     IF WS-AMOUNT-BAD
006720         DISPLAY "  HASH TOTAL WOULD OVERFLOW - END THIS BATCH "
006730             "AND KEY THE REST AS A NEW ONE"
006740         GO TO 3100-ENTER-DETAIL-EXIT
006750     END-IF.
006760
006770     MOVE "D"              TO TRANS-REC-TYPE.
006780     MOVE WS-ENTRY-NUMERO1 TO TRANS-NUMERO1.
006790     MOVE WS-ENTRY-NUMERO2 TO TRANS-NUMERO2.
006800     ADD 1 TO WS-LINE-COUNT.
006810     MOVE TRANS-RECORD TO WS-LINE-IMAGE (WS-LINE-COUNT).
006820     ADD 1 TO WS-DETAIL-COUNT.
006830     MOVE WS-TRY-HASH-NUMERO1 TO WS-BATCH-HASH-NUMERO1.
006840     MOVE WS-TRY-HASH-NUMERO2 TO WS-BATCH-HASH-NUMERO2.
006850
006860     MOVE WS-LINE-COUNT    TO WS-LINE-NO-ED.
006870     MOVE WS-ENTRY-NUMERO1 TO WS-AMOUNT-EDIT.
006880     MOVE WS-ENTRY-NUMERO2 TO WS-AMOUNT-EDIT-2.
006890     DISPLAY "  LINE " WS-LINE-NO-ED " D " TRANS-OP-CODE
006900         " " WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " TAKEN".
006910 3100-ENTER-DETAIL-EXIT.
006920     EXIT.
006930******************************************************************
006940* 3150-ACCEPT-AMOUNT - PROMPT FOR ONE AMOUNT. A BAD SIGN OR A
006950* NON-NUMERIC AMOUNT DISCARDS THE LINE - AN AMOUNT IS NEVER
006960* DEFAULTED, SO ZERO MUST BE KEYED AS ZERO.
006970******************************************************************
006980 3150-ACCEPT-AMOUNT.
006990     DISPLAY "  " WS-AMOUNT-PROMPT
007000         ", SIGN + 9 DIGITS VV99 IMPLIED:"
007010     MOVE SPACES TO WS-AMOUNT-ENTRY.
007020     ACCEPT WS-AMOUNT-ENTRY.
007030     IF NOT WS-AMOUNT-SIGN-VALID
007040         OR WS-AMOUNT-DIGITS IS NOT NUMERIC
007050         DISPLAY "  " WS-AMOUNT-PROMPT
007060             " IS NOT A SIGNED 9-DIGIT AMOUNT - LINE NOT TAKEN"
007070         SET WS-AMOUNT-BAD TO TRUE
007080         GO TO 3150-ACCEPT-AMOUNT-EXIT
007090     END-IF.
007100     MOVE ZERO TO WS-AMOUNT-VALUE.
007110     MOVE WS-AMOUNT-DIGITS TO WS-AMOUNT-VALUE(1:9).
007120     IF WS-AMOUNT-NEGATIVE
007130         COMPUTE WS-AMOUNT-VALUE = ZERO - WS-AMOUNT-VALUE
007140     END-IF.
007150     SET WS-AMOUNT-KEYED TO TRUE.
007160 3150-ACCEPT-AMOUNT-EXIT.
007170     EXIT.
007180******************************************************************
007190* 3200-ENTER-REVERSAL - KEY ONE REVERSAL LINE: THE BATCH AND
007200* RECORD NUMBER OF THE POSTED RESULT TO BACK OUT. A REVERSAL
007210* COUNTS IN THE TRAILER BUT CARRIES NO AMOUNTS FOR THE HASH.
007220******************************************************************
007230 3200-ENTER-REVERSAL.
007240     DISPLAY "  BATCH ID TO REVERSE:"
007250     MOVE SPACES TO WS-ENTRY-REV-BATCH-ID.
007260     ACCEPT WS-ENTRY-REV-BATCH-ID.
007270     IF WS-ENTRY-REV-BATCH-ID = SPACES
007280         DISPLAY "  BATCH ID REQUIRED - LINE NOT TAKEN"
007290         GO TO 3200-ENTER-REVERSAL-EXIT
007300     END-IF.
007310     DISPLAY "  RECORD NUMBER TO REVERSE (7 DIGITS):"
007320     MOVE SPACES TO WS-ENTRY-REV-REC-NO.
007330     ACCEPT WS-ENTRY-REV-REC-NO.
007340     IF WS-ENTRY-REV-REC-NO IS NOT NUMERIC
007350         OR WS-ENTRY-REV-REC-NO = "0000000"
007360         DISPLAY "  RECORD NUMBER " WS-ENTRY-REV-REC-NO
007370             " IS NOT A 7-DIGIT RECORD NUMBER - LINE NOT TAKEN"
007380         GO TO 3200-ENTER-REVERSAL-EXIT
007390     END-IF.
007400
007410     MOVE SPACES                TO TRANS-RECORD.
007420     MOVE "R"                   TO TRANS-REC-TYPE.
007430     MOVE WS-ENTRY-REV-BATCH-ID TO TRANS-REV-BATCH-ID.
007440     MOVE WS-ENTRY-REV-REC-NO   TO TRANS-REV-REC-NO.
007450     ADD 1 TO WS-LINE-COUNT.
007460     MOVE TRANS-RECORD TO WS-LINE-IMAGE (WS-LINE-COUNT).
007470     ADD 1 TO WS-REVERSAL-COUNT.
007480
007490     MOVE WS-LINE-COUNT TO WS-LINE-NO-ED.
007500     DISPLAY "  LINE " WS-LINE-NO-ED " R REVERSES BATCH "
007510         TRANS-REV-BATCH-ID " RECORD " TRANS-REV-REC-NO " TAKEN".
007520 3200-ENTER-REVERSAL-EXIT.
007530     EXIT.
007540******************************************************************
007550* 3300-DROP-LAST-LINE - TAKE BACK THE LAST LINE KEYED, AND ITS
007560* AMOUNTS OUT OF THE HASH IF IT WAS A DETAIL
007570******************************************************************
007580 3300-DROP-LAST-LINE.
007590     IF WS-LINE-COUNT = ZERO
007600         DISPLAY "NO LINES KEYED"
007610         GO TO 3300-DROP-LAST-LINE-EXIT
007620     END-IF.
007630     MOVE WS-LINE-IMAGE (WS-LINE-COUNT) TO TRANS-RECORD.
007640     IF TRANS-DETAIL-REC
007650         SUBTRACT TRANS-NUMERO1 FROM WS-BATCH-HASH-NUMERO1
007660         SUBTRACT TRANS-NUMERO2 FROM WS-BATCH-HASH-NUMERO2
007670         SUBTRACT 1 FROM WS-DETAIL-COUNT
007680     ELSE
007690         SUBTRACT 1 FROM WS-REVERSAL-COUNT
007700     END-IF.
007710     MOVE WS-LINE-COUNT TO WS-LINE-NO-ED.
007720     SUBTRACT 1 FROM WS-LINE-COUNT.
007730     DISPLAY "LINE " WS-LINE-NO-ED " DROPPED".
007740 3300-DROP-LAST-LINE-EXIT.
007750     EXIT.
007760******************************************************************
007770* 5000-WRITE-BATCH - WRITE THE ENVELOPE: THE HEADER, THE LINES
007780* AS KEYED, AND THE TRAILER WITH THE COUNT AND HASH TOTALS
007790******************************************************************
007800 5000-WRITE-BATCH.
007810     MOVE SPACES            TO TRANS-RECORD.
007820     MOVE "H"               TO TRANS-REC-TYPE.
007830     MOVE WS-BATCH-ID       TO TRANS-BATCH-ID.
007840     MOVE WS-BATCH-DEPT     TO TRANS-DEPT.
007850     MOVE WS-BATCH-BUS-DATE TO TRANS-BUS-DATE.
007860     MOVE TRANS-RECORD      TO DECK-RECORD.
007870     PERFORM 5200-WRITE-DECK-RECORD
007880         THRU 5200-WRITE-DECK-RECORD-EXIT.
007890
007900     PERFORM 5100-WRITE-ONE-LINE
007910         THRU 5100-WRITE-ONE-LINE-EXIT
007920         VARYING WS-LINE-IX FROM 1 BY 1
007930         UNTIL WS-LINE-IX > WS-LINE-COUNT.
007940
007950     MOVE WS-LINE-COUNT         TO ET-REC-COUNT.
007960     MOVE WS-BATCH-HASH-NUMERO1 TO ET-HASH-NUMERO1.
007970     MOVE WS-BATCH-HASH-NUMERO2 TO ET-HASH-NUMERO2.
007980     MOVE WS-ENTRY-TRAILER      TO DECK-RECORD.
007990     PERFORM 5200-WRITE-DECK-RECORD
008000         THRU 5200-WRITE-DECK-RECORD-EXIT.
008010
008020     ADD 1 TO WS-KEYED-COUNT.
008030     MOVE WS-BATCH-ID TO WS-KEYED-BATCH-ID (WS-KEYED-COUNT).
008040     ADD 1 TO WS-BATCHES-WRITTEN.
008050     MOVE WS-LINE-COUNT TO WS-LINE-NO-ED.
008060     DISPLAY "BATCH " WS-BATCH-ID " WRITTEN - "
008070         WS-LINE-NO-ED " LINES".
008080 5000-WRITE-BATCH-EXIT.
008090     EXIT.
008100******************************************************************
008110* 5100-WRITE-ONE-LINE - WRITE ONE HELD DETAIL OR REVERSAL IMAGE
008120******************************************************************
008130 5100-WRITE-ONE-LINE.
008140     MOVE WS-LINE-IMAGE (WS-LINE-IX) TO DECK-RECORD.
008150     PERFORM 5200-WRITE-DECK-RECORD
008160         THRU 5200-WRITE-DECK-RECORD-EXIT.
008170 5100-WRITE-ONE-LINE-EXIT.
008180     EXIT.
008190******************************************************************
008200* 5200-WRITE-DECK-RECORD - WRITE ONE DECK RECORD AND COUNT IT. A
008210* WRITE FAILURE LEAVES A DECK EDITTRNS CANNOT TRUST, SO IT FAILS
008220* THE RUN.
008230******************************************************************
008240 5200-WRITE-DECK-RECORD.
008250     IF NOT WS-DECK-OK
008260         GO TO 5200-WRITE-DECK-RECORD-EXIT
008270     END-IF.
008280     WRITE DECK-RECORD.
008290     IF NOT WS-DECK-OK
008300         DISPLAY "ENTRY DECK WRITE FAILED, STATUS = "
008310             WS-DECK-STATUS
008320         IF RETURN-CODE < 12
008330             MOVE 12 TO RETURN-CODE
008340         END-IF
008350         GO TO 5200-WRITE-DECK-RECORD-EXIT
008360     END-IF.
008370     ADD 1 TO WS-RECORDS-WRITTEN.
008380 5200-WRITE-DECK-RECORD-EXIT.
008390     EXIT.
008400******************************************************************
008410* 6000-LIST-BATCH - LIST THE BATCH HEADER, EVERY LINE IN DECK
008420* ORDER AND THE TRAILER FIGURES, WITH WHETHER THE BATCH WENT TO
008430* THE DECK
008440******************************************************************
008450 6000-LIST-BATCH.
008460     MOVE WS-BATCH-ID        TO EB-BATCH-ID.
008470     MOVE WS-BATCH-DEPT      TO EB-DEPT.
008480     MOVE WS-BATCH-DEPT-NAME TO EB-DEPT-NAME.
008490     MOVE WS-BATCH-BUS-DATE  TO EB-BUS-DATE.
008500     MOVE WS-ENTRY-BATCH-LINE TO ENTRY-REPORT-RECORD.
008510     WRITE ENTRY-REPORT-RECORD.
008520
008530     PERFORM 6100-LIST-ONE-LINE
008540         THRU 6100-LIST-ONE-LINE-EXIT
008550         VARYING WS-LINE-IX FROM 1 BY 1
008560         UNTIL WS-LINE-IX > WS-LINE-COUNT.
008570
008580     MOVE WS-LINE-COUNT         TO ES-REC-COUNT.
008590     MOVE WS-BATCH-HASH-NUMERO1 TO ES-HASH-NUMERO1.
008600     MOVE WS-BATCH-HASH-NUMERO2 TO ES-HASH-NUMERO2.
008610     IF WS-BATCH-ENDED
008620         MOVE "WRITTEN TO DECK"     TO ES-DISPOSITION
008630     ELSE
008640         MOVE "CANCELLED - NOT WRITTEN" TO ES-DISPOSITION
008650     END-IF.
008660     MOVE WS-ENTRY-TRAILER-LINE TO ENTRY-REPORT-RECORD.
008670     WRITE ENTRY-REPORT-RECORD.
008680 6000-LIST-BATCH-EXIT.
008690     EXIT.
008700******************************************************************
008710* 6100-LIST-ONE-LINE - LIST ONE HELD DETAIL OR REVERSAL LINE
008720******************************************************************
008730 6100-LIST-ONE-LINE.
008740     MOVE WS-LINE-IMAGE (WS-LINE-IX) TO TRANS-RECORD.
008750     IF TRANS-DETAIL-REC
008760         MOVE WS-LINE-IX     TO EL-LINE-NO
008770         MOVE TRANS-REC-TYPE TO EL-REC-TYPE
008780         MOVE TRANS-OP-CODE  TO EL-OP-CODE
008790         MOVE TRANS-NUMERO1  TO EL-NUMERO1
008800         MOVE TRANS-NUMERO2  TO EL-NUMERO2
008810         MOVE WS-ENTRY-DETAIL-LINE TO ENTRY-REPORT-RECORD
008820     ELSE
008830         MOVE WS-LINE-IX         TO ER-LINE-NO
008840         MOVE TRANS-REC-TYPE     TO ER-REC-TYPE
008850         MOVE TRANS-REV-BATCH-ID TO ER-REV-BATCH-ID
008860         MOVE TRANS-REV-REC-NO   TO ER-REV-REC-NO
008870         MOVE WS-ENTRY-REVERSAL-LINE TO ENTRY-REPORT-RECORD
008880     END-IF.
008890     WRITE ENTRY-REPORT-RECORD.
008900 6100-LIST-ONE-LINE-EXIT.
008910     EXIT.
008920******************************************************************
008930* 9000-TERMINATE - SESSION TOTALS AND CLOSE. A SESSION THAT
008940* WROTE NO BATCH LEAVES AN EMPTY DECK - RETURN CODE 4 WARNS THE
008950* JOB STREAM NOT TO PASS IT ON.
008960******************************************************************
008970 9000-TERMINATE.
008980     IF WS-ENTRY-REPORT-OK
008990         MOVE WS-BATCHES-WRITTEN   TO ET-BATCHES-WRITTEN
009000         MOVE WS-BATCHES-CANCELLED TO ET-BATCHES-CANCELLED
009010         MOVE WS-RECORDS-WRITTEN   TO ET-RECORDS-WRITTEN
009020         MOVE WS-ENTRY-TOTALS      TO ENTRY-REPORT-RECORD
009030         WRITE ENTRY-REPORT-RECORD
009040         CLOSE ENTRY-REPORT-FILE
009050     END-IF.
009060     IF WS-DECK-OK
009070         CLOSE DECK-FILE
009080     END-IF.
009090     IF WS-REGISTER-PRESENT
009100         CLOSE REGISTER-FILE
009110     END-IF.
009120     IF WS-DEPT-PRESENT
009130         CLOSE DEPT-FILE
009140     END-IF.
009150
009160     DISPLAY "BATCHES WRITTEN   = " WS-BATCHES-WRITTEN.
009170     DISPLAY "BATCHES CANCELLED = " WS-BATCHES-CANCELLED.
009180     DISPLAY "RECORDS WRITTEN   = " WS-RECORDS-WRITTEN.
009190     IF WS-BATCHES-WRITTEN = ZERO
009200         IF RETURN-CODE < 4
009210             MOVE 4 TO RETURN-CODE
009220         END-IF
009230     END-IF.
009240 9000-TERMINATE-EXIT.
009250     EXIT.
009260 END PROGRAM DECKENT.
