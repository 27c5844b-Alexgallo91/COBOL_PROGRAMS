000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     HOLDRVW.
000060 AUTHOR.         J. ALVARADO.
000070 INSTALLATION.   DATA PROCESSING.
000080 DATE-WRITTEN.   2026-10-05.
000090 DATE-COMPILED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*--------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*--------------------------------------------------------------
000150* 2026-10-05  JA   ORIGINAL VERSION - SUPERVISOR REVIEW OF THE
000160*                  DETAILS EDITTRNS HELD ON HOLDOUT FOR BEING
000170*                  OUTSIDE THEIR REASONABLENESS LIMITS (SEE
000180*                  LIMITREC AND HOLDREC). A LEVEL 3 OPERATOR IS
000190*                  SHOWN EACH HELD ITEM WITH THE LIMITS IT BROKE
000200*                  AND CONFIRMS IT, REJECTS IT OR LEAVES IT OPEN.
000210*                  CONFIRMED ITEMS GO ON TO THE CONFOUT FOLLOW-UP
000220*                  DECK - ONE H/D/T ENVELOPE PER ORIGINAL BATCH
000230*                  WITH RECYCLE MARK C AND A RECOMPUTED TRAILER -
000240*                  THAT GOES BACK THROUGH EDITTRNS WITHOUT BEING
000250*                  HELD AGAIN. REJECTED ITEMS ARE APPENDED TO THE
000260*                  SUSPOUT SUSPENSE FILE WITH REASON CODE 13 FOR
000270*                  SUSPMNT TO CORRECT OR DROP. ITEMS STILL OPEN
000280*                  ARE WRITTEN TO HOLDNEW, WHICH THE JOB STREAM
000290*                  SWAPS IN AS THE LIVE HOLD FILE THE SAME WAY AS
000300*                  SUSPNEW. EVERY ITEM AND ITS DECISION IS PRINTED
000310*                  ON THE HOLDRPT LISTING. THE OPERATOR WHO
000320*                  SUBMITTED A DECK CANNOT DECIDE ITS ITEMS, AND
000330*                  AN UNKNOWN OR UNDER-LEVEL OPERATOR IS REFUSED
000340*                  WITH RETURN CODE 16 AND A VIO LINE ON AUDITLOG.
000341* 2026-10-08  JA   THE VIO LINE IS NOW SEALED WITH THE NEXT
000342*                  RUNNING SEQUENCE NUMBER AND A CHECK VALUE
000343*                  CHAINED FROM THE LAST LINE ON THE AUDIT LOG
000344*                  (SEE AUDCHAIN).
000345* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000346*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000347*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000348*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000349*                  RUN WITH RETURN CODE 12.
000350* 2026-10-15  JA   THE REVIEW SESSION NOW RUNS ONCE THE HOLD FILE
000351*                  HAS BEEN LOADED TO ITS END. IT WAS TESTING FOR
000352*                  STATUS 00 AFTER END OF FILE, SO NO ITEM WAS
000353*                  SHOWN AND AN EMPTY HOLDNEW WAS WRITTEN.
000354* 2026-10-15  JA   A HOLD FILE TOO BIG FOR THE ITEM TABLE NOW
000355*                  ABANDONS THE SESSION BEFORE ANY ITEM IS
000356*                  DECIDED. CONFOUT WRITES AND THE CLOSE ARE
000357*                  STATUS-CHECKED - A FAILURE ENDS WITH RETURN
000358*                  CODE 12 SO THE HOLDNEW SWAP IS SUPPRESSED.
000359* 2026-10-15  JA   HOLDNEW IS NO LONGER WRITTEN PAST THE FIRST
000360*                  FAILED WRITE.
000361******************************************************************
000362 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000400 SPECIAL-NAMES.
000410     CONSOLE IS CONSOLE.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT HOLD-FILE ASSIGN TO HOLDOUT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-HOLD-STATUS.
000470
000480     SELECT FOLLOW-FILE ASSIGN TO CONFOUT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FOLLOW-STATUS.
000510
000520     SELECT KEEP-FILE ASSIGN TO HOLDNEW
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-KEEP-STATUS.
000550
000560     SELECT SUSPENSE-FILE ASSIGN TO SUSPOUT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SUSPENSE-STATUS.
000590
000600     SELECT REVIEW-REPORT-FILE ASSIGN TO HOLDRPT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-REVIEW-REPORT-STATUS.
000630
000640     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS OM-KEY
000680         FILE STATUS IS WS-OPERATOR-STATUS.
000690
000700     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-AUDIT-STATUS.
000722
000724     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000726         ORGANIZATION IS LINE SEQUENTIAL
000728         FILE STATUS IS WS-PROCDATE-STATUS.
000730******************************************************************
000740* DATA DIVISION.
000750******************************************************************
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  HOLD-FILE
000790     RECORDING MODE IS F.
000800 01  HOLD-RECORD                    PIC X(173).
000810
000820 FD  FOLLOW-FILE
000830     RECORDING MODE IS F.
000840 01  FOLLOW-RECORD                  PIC X(80).
000850
000860 FD  KEEP-FILE
000870     RECORDING MODE IS F.
000880 01  KEEP-RECORD                    PIC X(173).
000890
000900 FD  SUSPENSE-FILE
000910     RECORDING MODE IS F.
000920 01  SUSPENSE-RECORD                PIC X(123).
000930
000940 FD  REVIEW-REPORT-FILE
000950     RECORDING MODE IS F.
000960 01  REVIEW-REPORT-RECORD           PIC X(132).
000970
000980 FD  OPERATOR-FILE.
000990     COPY OPERREC.
001000
001010 FD  AUDIT-FILE
001020     RECORDING MODE IS F.
001030 01  AUDIT-RECORD                   PIC X(177).
001032
001034 FD  PROCDATE-FILE
001036     RECORDING MODE IS F.
001038     COPY PROCDREC.
001040
001050 WORKING-STORAGE SECTION.
001060******************************************************************
001070* SWITCHES AND COUNTERS
001080******************************************************************
001090 77  WS-HOLD-STATUS             PIC X(02)  VALUE SPACES.
001100     88  WS-HOLD-OK                        VALUE "00".
001110     88  WS-HOLD-EOF                       VALUE "10".
001120
001130 77  WS-FOLLOW-STATUS           PIC X(02)  VALUE SPACES.
001140     88  WS-FOLLOW-OK                      VALUE "00".
001150
001160 77  WS-KEEP-STATUS             PIC X(02)  VALUE SPACES.
001170     88  WS-KEEP-OK                        VALUE "00".
001180
001190 77  WS-SUSPENSE-STATUS         PIC X(02)  VALUE SPACES.
001200     88  WS-SUSPENSE-OK                    VALUE "00".
001210     88  WS-SUSPENSE-FILE-NOT-FOUND        VALUE "35".
001220
001230 77  WS-REVIEW-REPORT-STATUS    PIC X(02)  VALUE SPACES.
001240     88  WS-REVIEW-REPORT-OK               VALUE "00".
001250
001260 77  WS-OPERATOR-STATUS         PIC X(02)  VALUE SPACES.
001270     88  WS-OPERATOR-OK                    VALUE "00".
001280
001290 77  WS-AUDIT-STATUS            PIC X(02)  VALUE SPACES.
001300     88  WS-AUDIT-OK                       VALUE "00".
001310     88  WS-AUDIT-FILE-NOT-FOUND           VALUE "35".
001320
001330 77  WS-AUTH-SW                 PIC X(01)  VALUE "N".
001340     88  WS-OPERATOR-AUTHORIZED            VALUE "Y".
001350     88  WS-OPERATOR-REFUSED               VALUE "N".
001360
001370 77  WS-END-SW                  PIC X(01)  VALUE "N".
001380     88  WS-REVIEW-ENDED                   VALUE "Y".
001390     88  WS-REVIEW-GOING                   VALUE "N".
001400
001401 77  WS-TABLE-SW                PIC X(01)  VALUE "N".
001402     88  WS-HOLD-TABLE-FULL                VALUE "Y".
001403
001404 77  WS-KEEP-FAIL-SW            PIC X(01)  VALUE "N".
001405     88  WS-KEEP-FAILED                    VALUE "Y".
001406
001410 77  WS-DECISION-SW             PIC X(01)  VALUE SPACES.
001420     88  WS-DECISION-CONFIRM               VALUE "C" "c".
001430     88  WS-DECISION-REJECT                VALUE "R" "r".
001440     88  WS-DECISION-SKIP                  VALUE "S" "s".
001450     88  WS-DECISION-END                   VALUE "E" "e".
001460
001470 77  WS-ITEM-COUNT              PIC 9(03)  COMP VALUE ZERO.
001480 77  WS-CONFIRM-COUNT           PIC 9(03)  COMP VALUE ZERO.
001490 77  WS-REJECT-COUNT            PIC 9(03)  COMP VALUE ZERO.
001500 77  WS-OPEN-COUNT              PIC 9(03)  COMP VALUE ZERO.
001510 77  WS-FUP-DETAIL-COUNT        PIC 9(07)  COMP VALUE ZERO.
001520 77  WS-FUP-SENT-COUNT          PIC 9(07)  COMP VALUE ZERO.
001530 77  WS-IX                      PIC 9(03)  COMP VALUE ZERO.
001540 77  WS-BX                      PIC 9(03)  COMP VALUE ZERO.
001550 77  WS-FOUND-IX                PIC 9(03)  COMP VALUE ZERO.
001560
001570 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
001580 77  WS-VIOLATION-TEXT          PIC X(11)  VALUE SPACES.
001590 77  WS-DECISION-TEXT           PIC X(20)  VALUE SPACES.
001591 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001592     88  WS-PROCDATE-OK                    VALUE "00".
001593     88  WS-PROCDATE-EOF                   VALUE "10".
001594
001595 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001596     88  WS-PROCDATE-FOUND                 VALUE "Y".
001597     88  WS-PROCDATE-MISSING               VALUE "N".
001598
001600 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001610 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
001620 77  WS-LOG-TIME                PIC X(08)  VALUE SPACES.
001630 77  WS-LOG-TIMESTAMP           PIC X(17)  VALUE SPACES.
001640 77  WS-AMOUNT-EDIT             PIC -9(7).99.
001650 77  WS-MIN-EDIT                PIC -9(7).99.
001660 77  WS-MAX-EDIT                PIC -9(7).99.
001670
001680******************************************************************
001690* HELD ITEM TABLE - THE WHOLE HOLD FILE IS HELD IN STORAGE SO THE
001700* FOLLOW-UP DECK AND THE NEW HOLD FILE ARE WRITTEN AT END OF
001710* SESSION FROM THE DECISIONS TAKEN
001720******************************************************************
001730 01  WS-ITEM-TABLE.
001740     05  WS-ITEM-ENTRY OCCURS 500 TIMES.
001750         10  WS-ITEM-STATUS-SW  PIC X(01).
001760             88  WS-ITEM-OPEN              VALUE "O".
001770             88  WS-ITEM-CONFIRMED         VALUE "C".
001780             88  WS-ITEM-REJECTED          VALUE "R".
001790         10  WS-ITEM-IMAGE      PIC X(173).
001800
001810******************************************************************
001820* FOLLOW-UP BATCH TABLE - ONE ENTRY PER BATCH THAT HAS CONFIRMED
001830* ITEMS, SO THE FOLLOW-UP DECK CARRIES ONE HEADER/TRAILER
001840* ENVELOPE PER ORIGINAL BATCH
001850******************************************************************
001860 77  WS-FUP-BATCH-COUNT         PIC 9(03)  COMP VALUE ZERO.
001870
001880 01  WS-FUP-BATCH-TABLE.
001890     05  WS-FUP-BATCH-ENTRY OCCURS 50 TIMES.
001900         10  WS-FUP-BATCH-ID    PIC X(08).
001910         10  WS-FUP-DEPT        PIC X(04).
001920         10  WS-FUP-BUS-DATE    PIC X(08).
001930
001940******************************************************************
001950* RECOMPUTED TRAILER WRITTEN ON THE FOLLOW-UP DECK - CONFIRMED
001960* DETAILS ONLY, SO EDITTRNS CAN PROVE IT THE SAME WAY IT PROVES A
001970* FRESH DECK
001980******************************************************************
001990 01  WS-FUP-TRAILER.
002000     05  FILLER                 PIC X(01) VALUE "T".
002010     05  FT-REC-COUNT           PIC 9(07).
002020     05  FT-HASH-NUMERO1        PIC S9(09)V99.
002030     05  FT-HASH-NUMERO2        PIC S9(09)V99.
002040     05  FILLER                 PIC X(50) VALUE SPACES.
002050
002060 77  WS-FUP-HASH-NUMERO1        PIC S9(09)V99  VALUE ZERO.
002070 77  WS-FUP-HASH-NUMERO2        PIC S9(09)V99  VALUE ZERO.
002080
002090******************************************************************
002100* HELD-ITEM RECORD - SHARED COPYBOOK
002110******************************************************************
002120     COPY HOLDREC.
002130
002140******************************************************************
002150* SUSPENSE RECORD - SHARED COPYBOOK, FOR THE REJECTED ITEMS
002160******************************************************************
002170     COPY SUSPREC.
002180
002190******************************************************************
002200* TRANSACTION RECORD - SHARED COPYBOOK, USED HERE TO DECODE THE
002210* 80-BYTE RECORD IMAGE CARRIED ON THE HELD ITEM AND TO BUILD THE
002220* FOLLOW-UP DECK
002230******************************************************************
002240     COPY TRANSREC.
002250
002260******************************************************************
002270* AUDIT LOG RECORD - SHARED COPYBOOK, USED HERE ONLY FOR THE
002280* SECURITY VIOLATION LINE
002290******************************************************************
002300     COPY AUDITREC.
002310
002311******************************************************************
002312* AUDIT LOG SEQUENCE AND CHECK VALUE WORK AREA - SHARED COPYBOOK
002313******************************************************************
002314     COPY AUDCHAIN.
002315
002320******************************************************************
002330* REVIEW LISTING LAYOUTS
002340******************************************************************
002350 01  WS-REVIEW-HEADER.
002360     05  FILLER                 PIC X(24) VALUE
002370             "HOLDRVW HELD ITEM REVIEW".
002380     05  FILLER                 PIC X(11) VALUE
002390             "  RUN DATE ".
002400     05  VH-RUN-DATE            PIC X(10).
002410     05  FILLER                 PIC X(13) VALUE
002420             "  SUPERVISOR ".
002430     05  VH-OPERATOR-ID         PIC X(08).
002440     05  FILLER                 PIC X(66) VALUE SPACES.
002450
002460 01  WS-REVIEW-ITEM-LINE.
002470     05  FILLER                 PIC X(08) VALUE "** ITEM ".
002480     05  VI-REC-NO              PIC 9(07).
002490     05  FILLER                 PIC X(07) VALUE " BATCH ".
002500     05  VI-BATCH-ID            PIC X(08).
002510     05  FILLER                 PIC X(06) VALUE " DEPT ".
002520     05  VI-DEPT                PIC X(04).
002530     05  FILLER                 PIC X(10) VALUE " BUS DATE ".
002540     05  VI-BUS-DATE            PIC X(08).
002550     05  FILLER                 PIC X(06) VALUE " HELD ".
002560     05  VI-HOLD-DATE           PIC X(08).
002570     05  FILLER                 PIC X(14) VALUE
002580             " SUBMITTED BY ".
002590     05  VI-EDIT-OPER           PIC X(08).
002600     05  FILLER                 PIC X(04) VALUE " OP ".
002610     05  VI-OP-CODE             PIC X(03).
002620     05  FILLER                 PIC X(10) VALUE " DECISION ".
002630     05  VI-DECISION            PIC X(20).
002640     05  FILLER                 PIC X(01) VALUE SPACE.
002650
002660 01  WS-REVIEW-LIMIT-LINE.
002670     05  FILLER                 PIC X(13) VALUE "**   NUMERO1 ".
002680     05  VL-NUMERO1             PIC -9(7).99.
002690     05  FILLER                 PIC X(07) VALUE " LIMIT ".
002700     05  VL-N1-MIN              PIC -9(7).99.
002710     05  FILLER                 PIC X(04) VALUE " TO ".
002720     05  VL-N1-MAX              PIC -9(7).99.
002730     05  FILLER                 PIC X(11) VALUE "   NUMERO2 ".
002740     05  VL-NUMERO2             PIC -9(7).99.
002750     05  FILLER                 PIC X(07) VALUE " LIMIT ".
002760     05  VL-N2-MIN              PIC -9(7).99.
002770     05  FILLER                 PIC X(04) VALUE " TO ".
002780     05  VL-N2-MAX              PIC -9(7).99.
002790     05  FILLER                 PIC X(06) VALUE " FROM ".
002800     05  VL-LIMIT-DEPT          PIC X(04).
002810     05  FILLER                 PIC X(10) VALUE SPACES.
002820
002830 01  WS-REVIEW-TOTALS.
002840     05  FILLER                 PIC X(22) VALUE
002850             "** REVIEW TOTALS HELD=".
002860     05  VT-ITEM-COUNT          PIC Z,ZZ9.
002870     05  FILLER                 PIC X(12) VALUE "  CONFIRMED=".
002880     05  VT-CONFIRM-COUNT       PIC Z,ZZ9.
002890     05  FILLER                 PIC X(11) VALUE "  REJECTED=".
002900     05  VT-REJECT-COUNT        PIC Z,ZZ9.
002910     05  FILLER                 PIC X(13) VALUE "  STILL OPEN=".
002920     05  VT-OPEN-COUNT          PIC Z,ZZ9.
002930     05  FILLER                 PIC X(54) VALUE SPACES.
002940******************************************************************
002950* PROCEDURE DIVISION.
002960******************************************************************
002970 PROCEDURE DIVISION.
002980******************************************************************
002990* 0000-MAINLINE - PROGRAM ENTRY POINT
003000******************************************************************
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE
003030         THRU 1000-INITIALIZE-EXIT.
003040
003050*    THE SESSION ONLY RUNS WHEN THE HOLD FILE AND EVERY OUTPUT
003060*    OPENED - A HALF-OPEN RUN COULD HAND THE JOB STREAM AN EMPTY
003070*    HOLDNEW TO SWAP IN OVER THE LIVE HELD ITEMS. THE HOLD FILE
003072*    HAS BEEN READ TO ITS END BY NOW, SO END OF FILE IS GOOD.
003074*    A HOLD FILE TOO BIG FOR THE ITEM TABLE IS NOT REVIEWED AT
003076*    ALL - DECIDING PART OF IT WOULD DROP THE UNTABLED ITEMS.
003080     IF WS-OPERATOR-AUTHORIZED
003090         AND (WS-HOLD-OK OR WS-HOLD-EOF)
003093         AND NOT WS-HOLD-TABLE-FULL
003096         AND WS-FOLLOW-OK
003100         AND WS-KEEP-OK AND WS-SUSPENSE-OK
003110         PERFORM 2000-REVIEW-ITEM
003120             THRU 2000-REVIEW-ITEM-EXIT
003130             VARYING WS-IX FROM 1 BY 1
003140             UNTIL WS-IX > WS-ITEM-COUNT
003150         PERFORM 5000-BUILD-FOLLOW-DECK
003160             THRU 5000-BUILD-FOLLOW-DECK-EXIT
003170         PERFORM 6000-WRITE-KEEP-ITEMS
003180             THRU 6000-WRITE-KEEP-ITEMS-EXIT
003190         PERFORM 7000-WRITE-TOTALS
003200             THRU 7000-WRITE-TOTALS-EXIT
003210     END-IF.
003220
003230     PERFORM 9000-TERMINATE
003240         THRU 9000-TERMINATE-EXIT.
003250
003260     STOP RUN.
003270******************************************************************
003280* 1000-INITIALIZE - PROVE THE OPERATOR, OPEN THE FILES AND LOAD
003290* THE HELD ITEMS
003300******************************************************************
003310 1000-INITIALIZE.
003312     PERFORM 1010-READ-PROCESSING-DATE
003314         THRU 1010-READ-PROCESSING-DATE-EXIT.
003316     IF WS-PROCDATE-MISSING
003318         GO TO 1000-INITIALIZE-EXIT
003320     END-IF.
003330     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
003340     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
003350     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
003360     MOVE "/"                TO WS-RUN-DATE-ED(6:1)
003370     MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-ED(7:4).
003380     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
003390     IF WS-OPERATOR-ID = SPACES
003400         MOVE "UNKNOWN " TO WS-OPERATOR-ID
003410     END-IF.
003420
003430     PERFORM 1100-CHECK-OPERATOR
003440         THRU 1100-CHECK-OPERATOR-EXIT.
003450     IF WS-OPERATOR-REFUSED
003460         GO TO 1000-INITIALIZE-EXIT
003470     END-IF.
003480
003490     OPEN INPUT HOLD-FILE.
003500     IF NOT WS-HOLD-OK
003510         DISPLAY "UNABLE TO OPEN HOLD FILE, STATUS = "
003520             WS-HOLD-STATUS
003530         IF RETURN-CODE < 12
003540             MOVE 12 TO RETURN-CODE
003550         END-IF
003560         GO TO 1000-INITIALIZE-EXIT
003570     END-IF.
003580
003590     OPEN OUTPUT FOLLOW-FILE.
003600     IF NOT WS-FOLLOW-OK
003610         DISPLAY "UNABLE TO OPEN FOLLOW-UP DECK, STATUS = "
003620             WS-FOLLOW-STATUS
003630         IF RETURN-CODE < 12
003640             MOVE 12 TO RETURN-CODE
003650         END-IF
003660     END-IF.
003670
003680     OPEN OUTPUT KEEP-FILE.
003690     IF NOT WS-KEEP-OK
003700         DISPLAY "UNABLE TO OPEN NEW HOLD FILE, STATUS = "
003710             WS-KEEP-STATUS
003720         IF RETURN-CODE < 12
003730             MOVE 12 TO RETURN-CODE
003740         END-IF
003750     END-IF.
003760
003770*    REJECTED ITEMS JOIN THE SUSPENSE WORK QUEUE - APPENDED SO THE
003780*    ITEMS ALREADY OPEN THERE SURVIVE
003790     OPEN EXTEND SUSPENSE-FILE.
003800     IF WS-SUSPENSE-FILE-NOT-FOUND
003810         OPEN OUTPUT SUSPENSE-FILE
003820     END-IF.
003830     IF NOT WS-SUSPENSE-OK
003840         DISPLAY "UNABLE TO OPEN SUSPENSE FILE, STATUS = "
003850             WS-SUSPENSE-STATUS
003860         IF RETURN-CODE < 12
003870             MOVE 12 TO RETURN-CODE
003880         END-IF
003890     END-IF.
003900
003910     OPEN OUTPUT REVIEW-REPORT-FILE.
003920     IF NOT WS-REVIEW-REPORT-OK
003930         DISPLAY "UNABLE TO OPEN REVIEW LISTING, STATUS = "
003940             WS-REVIEW-REPORT-STATUS
003950         IF RETURN-CODE < 12
003960             MOVE 12 TO RETURN-CODE
003970         END-IF
003980     ELSE
003990         MOVE WS-RUN-DATE-ED    TO VH-RUN-DATE
004000         MOVE WS-OPERATOR-ID    TO VH-OPERATOR-ID
004010         MOVE WS-REVIEW-HEADER  TO REVIEW-REPORT-RECORD
004020         WRITE REVIEW-REPORT-RECORD
004030     END-IF.
004040
004050     PERFORM 1300-LOAD-HOLDS
004060         THRU 1300-LOAD-HOLDS-EXIT.
004070 1000-INITIALIZE-EXIT.
004080     EXIT.
004081******************************************************************
004082* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
004083* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
004084* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
004085* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
004086* DOES NOTHING.
004087******************************************************************
004088 1010-READ-PROCESSING-DATE.
004089     OPEN INPUT PROCDATE-FILE.
004090     IF NOT WS-PROCDATE-OK
004091         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
004092             WS-PROCDATE-STATUS
004093         GO TO 1010-READ-PROCESSING-DATE-FAIL
004094     END-IF.
004095     READ PROCDATE-FILE
004096         AT END
004097             MOVE SPACES TO PROCESSING-DATE-REC
004098     END-READ.
004099     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
004100         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
004101             WS-PROCDATE-STATUS
004102         CLOSE PROCDATE-FILE
004103         GO TO 1010-READ-PROCESSING-DATE-FAIL
004104     END-IF.
004105     CLOSE PROCDATE-FILE.
004106     IF PD-CURRENT-DATE IS NOT NUMERIC
004107         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
004108         GO TO 1010-READ-PROCESSING-DATE-FAIL
004109     END-IF.
004110     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
004111     SET WS-PROCDATE-FOUND TO TRUE.
004112     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
004113     GO TO 1010-READ-PROCESSING-DATE-EXIT.
004114
004115 1010-READ-PROCESSING-DATE-FAIL.
004116     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
004117     IF RETURN-CODE < 12
004118         MOVE 12 TO RETURN-CODE
004119     END-IF.
004120 1010-READ-PROCESSING-DATE-EXIT.
004121     EXIT.
004122******************************************************************
004123* 1100-CHECK-OPERATOR - PROVE THE OPERATOR AGAINST THE OPERATOR
004124* MASTER. DECIDING A HELD ITEM NEEDS THE TOP AUTHORITY LEVEL. A
004125* REFUSAL ENDS THE RUN WITH RETURN CODE 16 AND IS WRITTEN TO
004130* AUDITLOG AS A VIO LINE.
004140******************************************************************
004150 1100-CHECK-OPERATOR.
004160     SET WS-OPERATOR-REFUSED TO TRUE.
004170     OPEN INPUT OPERATOR-FILE.
004180     IF NOT WS-OPERATOR-OK
004190         DISPLAY "UNABLE TO OPEN OPERATOR MASTER, STATUS = "
004200             WS-OPERATOR-STATUS
004210         MOVE "NO MASTER  " TO WS-VIOLATION-TEXT
004220         GO TO 1100-CHECK-OPERATOR-REFUSE
004230     END-IF.
004240     MOVE WS-OPERATOR-ID TO OM-OPER-ID.
004250     READ OPERATOR-FILE
004260         INVALID KEY
004270             MOVE "UNKNOWN ID " TO WS-VIOLATION-TEXT
004280         NOT INVALID KEY
004290             IF OM-LEVEL-MASTER
004300                 SET WS-OPERATOR-AUTHORIZED TO TRUE
004310             ELSE
004320                 MOVE "LEVEL LOW  " TO WS-VIOLATION-TEXT
004330             END-IF
004340     END-READ.
004350     CLOSE OPERATOR-FILE.
004360     IF WS-OPERATOR-AUTHORIZED
004370         GO TO 1100-CHECK-OPERATOR-EXIT
004380     END-IF.
004390
004400 1100-CHECK-OPERATOR-REFUSE.
004410     DISPLAY "OPERATOR " WS-OPERATOR-ID
004420         " REFUSED - " WS-VIOLATION-TEXT.
004430     DISPLAY "RUN ABANDONED - NO HELD ITEM DECIDED".
004440     PERFORM 1150-WRITE-VIOLATION
004450         THRU 1150-WRITE-VIOLATION-EXIT.
004460     IF RETURN-CODE < 16
004470         MOVE 16 TO RETURN-CODE
004480     END-IF.
004490 1100-CHECK-OPERATOR-EXIT.
004500     EXIT.
004510******************************************************************
004520* 1150-WRITE-VIOLATION - APPEND THE REFUSED ATTEMPT TO THE
004530* AUDIT LOG AS A VIO LINE - TIMESTAMP, THE SECURITY MARKER IN
004540* THE BATCH FIELD, THE OPERATOR AND THE REASON
004550******************************************************************
004560 1150-WRITE-VIOLATION.
004562     PERFORM 1160-FIND-CHAIN-TAIL
004564         THRU 1160-FIND-CHAIN-TAIL-EXIT.
004570     OPEN EXTEND AUDIT-FILE.
004580     IF WS-AUDIT-FILE-NOT-FOUND
004590         OPEN OUTPUT AUDIT-FILE
004600     END-IF.
004610     IF NOT WS-AUDIT-OK
004620         DISPLAY "UNABLE TO LOG VIOLATION, STATUS = "
004630             WS-AUDIT-STATUS
004640         MOVE SPACES TO WS-AUDIT-STATUS
004650         GO TO 1150-WRITE-VIOLATION-EXIT
004660     END-IF.
004670     PERFORM 8000-SET-TIMESTAMP
004680         THRU 8000-SET-TIMESTAMP-EXIT.
004690     MOVE SPACES             TO AUDIT-DETAIL.
004700     MOVE WS-LOG-TIMESTAMP   TO AD-TIMESTAMP.
004710     MOVE "SECURITY"         TO AD-BATCH-ID.
004720     MOVE ZERO               TO AD-REC-NO.
004730     MOVE WS-OPERATOR-ID     TO AD-OPERATOR-ID.
004740     MOVE "VIO"              TO AD-OP-CODE.
004750     MOVE WS-VIOLATION-TEXT  TO AD-SUMA-NA.
004752     PERFORM 1170-SEAL-AUDIT-LINE
004754         THRU 1170-SEAL-AUDIT-LINE-EXIT.
004760     MOVE AUDIT-DETAIL       TO AUDIT-RECORD.
004770     WRITE AUDIT-RECORD.
004780     CLOSE AUDIT-FILE.
004790     MOVE SPACES TO WS-AUDIT-STATUS.
004800 1150-WRITE-VIOLATION-EXIT.
004810     EXIT.
004811******************************************************************
004812* 1160-FIND-CHAIN-TAIL - READ THE AUDIT LOG THROUGH TO ITS END FOR
004813* THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST SEALED LINE,
004814* SO THE LINES THIS RUN APPENDS CARRY THE CHAIN ON. NO LOG YET,
004815* OR ONLY LINES FROM BEFORE THE CHAIN, STARTS FROM ZERO.
004816******************************************************************
004817 1160-FIND-CHAIN-TAIL.
004818     MOVE ZERO TO AC-SEQ-NO.
004819     MOVE ZERO TO AC-CHAIN-VALUE.
004820     OPEN INPUT AUDIT-FILE.
004821     IF NOT WS-AUDIT-OK
004822         MOVE SPACES TO WS-AUDIT-STATUS
004823         GO TO 1160-FIND-CHAIN-TAIL-EXIT
004824     END-IF.
004825     PERFORM 1165-READ-CHAIN-TAIL
004826         THRU 1165-READ-CHAIN-TAIL-EXIT
004827         UNTIL NOT WS-AUDIT-OK.
004828     CLOSE AUDIT-FILE.
004829     MOVE SPACES TO WS-AUDIT-STATUS.
004830     MOVE SPACES TO AUDIT-DETAIL.
004831 1160-FIND-CHAIN-TAIL-EXIT.
004832     EXIT.
004833******************************************************************
004834* 1165-READ-CHAIN-TAIL - KEEP THE SEQUENCE AND CHECK VALUE OF
004835* EVERY SEALED LINE READ, SO THE LAST ONE STANDS AT END OF FILE
004836******************************************************************
004837 1165-READ-CHAIN-TAIL.
004838     READ AUDIT-FILE INTO AUDIT-DETAIL
004839         AT END
004840             GO TO 1165-READ-CHAIN-TAIL-EXIT
004841     END-READ.
004842     IF AD-SEQ-NO IS NUMERIC
004843         AND AD-CHAIN-VALUE IS NUMERIC
004844         MOVE AD-SEQ-NO      TO AC-SEQ-NO
004845         MOVE AD-CHAIN-VALUE TO AC-CHAIN-VALUE
004846     END-IF.
004847 1165-READ-CHAIN-TAIL-EXIT.
004848     EXIT.
004849******************************************************************
004850* 1170-SEAL-AUDIT-LINE - NUMBER THE LINE BUILT IN AUDIT-DETAIL AND
004851* CHAIN ITS CHECK VALUE ON FROM THE LINE BEFORE IT (SEE AUDCHAIN)
004852******************************************************************
004853 1170-SEAL-AUDIT-LINE.
004854     ADD 1 TO AC-SEQ-NO.
004855     MOVE AC-SEQ-NO TO AD-SEQ-NO.
004856     PERFORM 1175-CHAIN-ONE-BYTE
004857         THRU 1175-CHAIN-ONE-BYTE-EXIT
004858         VARYING AC-IX FROM 1 BY 1
004859         UNTIL AC-IX > AC-SEALED-LENGTH.
004860     MOVE AC-CHAIN-VALUE TO AD-CHAIN-VALUE.
004861 1170-SEAL-AUDIT-LINE-EXIT.
004862     EXIT.
004863******************************************************************
004864* 1175-CHAIN-ONE-BYTE - FOLD ONE BYTE INTO THE CHECK VALUE
004865******************************************************************
004866 1175-CHAIN-ONE-BYTE.
004867     MOVE AUDIT-DETAIL (AC-IX:1) TO AC-BYTE.
004868     COMPUTE AC-WORK = AC-CHAIN-VALUE * 31 + AC-BYTE-NUM + AC-IX.
004869     DIVIDE AC-WORK BY AC-MODULUS
004870         GIVING AC-QUOTIENT REMAINDER AC-CHAIN-VALUE.
004871 1175-CHAIN-ONE-BYTE-EXIT.
004872     EXIT.
004873******************************************************************
004874* 1300-LOAD-HOLDS - READ THE WHOLE HOLD FILE INTO THE ITEM TABLE
004875******************************************************************
004876 1300-LOAD-HOLDS.
004877     PERFORM 1350-LOAD-ONE-HOLD
004878         THRU 1350-LOAD-ONE-HOLD-EXIT
004880         UNTIL WS-HOLD-EOF.
004890     DISPLAY "HELD ITEMS LOADED = " WS-ITEM-COUNT.
004900 1300-LOAD-HOLDS-EXIT.
004910     EXIT.
004920******************************************************************
004930* 1350-LOAD-ONE-HOLD - READ AND TABLE ONE HELD ITEM
004940******************************************************************
004950 1350-LOAD-ONE-HOLD.
004960     READ HOLD-FILE
004970         AT END
004980             SET WS-HOLD-EOF TO TRUE
004990     END-READ.
005000     IF WS-HOLD-EOF
005010         GO TO 1350-LOAD-ONE-HOLD-EXIT
005020     END-IF.
005030     IF WS-ITEM-COUNT >= 500
005040*        AN UNTABLED ITEM CAN NEVER REACH HOLDNEW - FAIL THE RUN
005050*        SO THE JOB STREAM NEVER SWAPS A SHORT FILE IN OVER THE
005060*        LIVE HELD ITEMS
005070         DISPLAY "HELD ITEM TABLE FULL - ITEM NOT LOADED"
005075         SET WS-HOLD-TABLE-FULL TO TRUE
005080         IF RETURN-CODE < 12
005090             MOVE 12 TO RETURN-CODE
005100         END-IF
005110         GO TO 1350-LOAD-ONE-HOLD-EXIT
005120     END-IF.
005130     ADD 1 TO WS-ITEM-COUNT.
005140     MOVE "O"          TO WS-ITEM-STATUS-SW (WS-ITEM-COUNT).
005150     MOVE HOLD-RECORD  TO WS-ITEM-IMAGE (WS-ITEM-COUNT).
005160 1350-LOAD-ONE-HOLD-EXIT.
005170     EXIT.
005180******************************************************************
005190* 2000-REVIEW-ITEM - PUT ONE HELD ITEM IN FRONT OF THE SUPERVISOR
005200* AND TAKE THE DECISION. ONCE THE SESSION IS ENDED THE REMAINING
005210* ITEMS ARE STILL LISTED BUT LEFT OPEN, AND AN ITEM FROM A DECK
005220* THE SUPERVISOR SUBMITTED IS ALWAYS LEFT FOR ANOTHER SUPERVISOR.
005230******************************************************************
005240 2000-REVIEW-ITEM.
005250     MOVE WS-ITEM-IMAGE (WS-IX) TO HOLD-DETAIL.
005260     MOVE HD-RECORD-IMAGE       TO TRANS-RECORD.
005270     MOVE "LEFT OPEN"           TO WS-DECISION-TEXT.
005280     IF WS-REVIEW-ENDED
005290         GO TO 2000-REVIEW-ITEM-LIST
005300     END-IF.
005310     PERFORM 2100-SHOW-ITEM
005320         THRU 2100-SHOW-ITEM-EXIT.
005330*    MAKER-CHECKER - THE SUBMITTER NEVER DECIDES THEIR OWN ITEMS
005340     IF HD-EDIT-OPER = WS-OPERATOR-ID
005350         DISPLAY "  SUBMITTED BY YOU - LEFT OPEN FOR ANOTHER"
005360             " SUPERVISOR"
005370         MOVE "OWN DECK - LEFT OPEN" TO WS-DECISION-TEXT
005380         GO TO 2000-REVIEW-ITEM-LIST
005390     END-IF.
005400
005410 2000-REVIEW-ITEM-ASK.
005420     DISPLAY "CONFIRM, REJECT, SKIP OR END (C/R/S/E)?"
005430     ACCEPT WS-DECISION-SW.
005440     IF WS-DECISION-CONFIRM
005450         MOVE "C" TO WS-ITEM-STATUS-SW (WS-IX)
005460         ADD 1 TO WS-CONFIRM-COUNT
005470         MOVE "CONFIRMED"   TO WS-DECISION-TEXT
005480         DISPLAY "ITEM " HD-REC-NO " CONFIRMED"
005490         GO TO 2000-REVIEW-ITEM-LIST
005500     END-IF.
005510     IF WS-DECISION-REJECT
005520         PERFORM 3000-REJECT-ITEM
005530             THRU 3000-REJECT-ITEM-EXIT
005540         GO TO 2000-REVIEW-ITEM-LIST
005550     END-IF.
005560     IF WS-DECISION-END
005570         SET WS-REVIEW-ENDED TO TRUE
005580         GO TO 2000-REVIEW-ITEM-LIST
005590     END-IF.
005600     IF NOT WS-DECISION-SKIP
005610         DISPLAY "ENTER C, R, S OR E"
005620         GO TO 2000-REVIEW-ITEM-ASK
005630     END-IF.
005640
005650 2000-REVIEW-ITEM-LIST.
005660     PERFORM 2200-LIST-ITEM
005670         THRU 2200-LIST-ITEM-EXIT.
005680 2000-REVIEW-ITEM-EXIT.
005690     EXIT.
005700******************************************************************
005710* 2100-SHOW-ITEM - THE REVIEW SCREEN - WHERE THE ITEM CAME FROM,
005720* ITS AMOUNTS AND THE LIMITS IT BROKE
005730******************************************************************
005740 2100-SHOW-ITEM.
005750     DISPLAY "ITEM " HD-REC-NO
005760         " BATCH " HD-BATCH-ID
005770         " DEPT " HD-DEPT
005780         " BUS DATE " HD-BUS-DATE.
005790     DISPLAY "  HELD " HD-HOLD-DATE
005800         " SUBMITTED BY " HD-EDIT-OPER
005810         " OP " TRANS-OP-CODE.
005820     MOVE TRANS-NUMERO1 TO WS-AMOUNT-EDIT.
005830     MOVE HD-N1-MIN     TO WS-MIN-EDIT.
005840     MOVE HD-N1-MAX     TO WS-MAX-EDIT.
005850     DISPLAY "  NUMERO1 " WS-AMOUNT-EDIT
005860         " LIMIT " WS-MIN-EDIT " TO " WS-MAX-EDIT.
005870     MOVE TRANS-NUMERO2 TO WS-AMOUNT-EDIT.
005880     MOVE HD-N2-MIN     TO WS-MIN-EDIT.
005890     MOVE HD-N2-MAX     TO WS-MAX-EDIT.
005900     DISPLAY "  NUMERO2 " WS-AMOUNT-EDIT
005910         " LIMIT " WS-MIN-EDIT " TO " WS-MAX-EDIT.
005920     IF HD-N1-OUTSIDE
005930         DISPLAY "  ** NUMERO1 OUTSIDE ITS LIMITS"
005940     ELSE
005950         IF HD-N2-OUTSIDE
005960             DISPLAY "  ** NUMERO2 OUTSIDE ITS LIMITS"
005970         ELSE
005980             DISPLAY "  ** BOTH AMOUNTS OUTSIDE THEIR LIMITS"
005990         END-IF
006000     END-IF.
006010     IF HD-LIMIT-DEPT = "****"
006020         DISPLAY "  (DEFAULT LIMITS FOR THE OPERATION)"
006030     END-IF.
006040 2100-SHOW-ITEM-EXIT.
006050     EXIT.
006060******************************************************************
006070* 2200-LIST-ITEM - PRINT ONE ITEM, ITS LIMITS AND THE DECISION ON
006080* THE REVIEW LISTING
006090******************************************************************
006100 2200-LIST-ITEM.
006110     IF NOT WS-REVIEW-REPORT-OK
006120         GO TO 2200-LIST-ITEM-EXIT
006130     END-IF.
006140     MOVE HD-REC-NO         TO VI-REC-NO.
006150     MOVE HD-BATCH-ID       TO VI-BATCH-ID.
006160     MOVE HD-DEPT           TO VI-DEPT.
006170     MOVE HD-BUS-DATE       TO VI-BUS-DATE.
006180     MOVE HD-HOLD-DATE      TO VI-HOLD-DATE.
006190     MOVE HD-EDIT-OPER      TO VI-EDIT-OPER.
006200     MOVE TRANS-OP-CODE     TO VI-OP-CODE.
006210     MOVE WS-DECISION-TEXT  TO VI-DECISION.
006220     MOVE WS-REVIEW-ITEM-LINE TO REVIEW-REPORT-RECORD.
006230     WRITE REVIEW-REPORT-RECORD.
006240     MOVE TRANS-NUMERO1     TO VL-NUMERO1.
006250     MOVE HD-N1-MIN         TO VL-N1-MIN.
006260     MOVE HD-N1-MAX         TO VL-N1-MAX.
006270     MOVE TRANS-NUMERO2     TO VL-NUMERO2.
006280     MOVE HD-N2-MIN         TO VL-N2-MIN.
006290     MOVE HD-N2-MAX         TO VL-N2-MAX.
006300     MOVE HD-LIMIT-DEPT     TO VL-LIMIT-DEPT.
006310     MOVE WS-REVIEW-LIMIT-LINE TO REVIEW-REPORT-RECORD.
006320     WRITE REVIEW-REPORT-RECORD.
006330 2200-LIST-ITEM-EXIT.
006340     EXIT.
006350******************************************************************
006360* 3000-REJECT-ITEM - SEND ONE HELD ITEM TO THE SUSPENSE FILE WITH
006370* REASON CODE 13, STAMPED WITH TODAY AS ITS SUSPENSE DATE SO
006380* SUSPMNT AGES IT FROM THE DAY IT WAS REJECTED. AN ITEM THAT
006390* CANNOT BE WRITTEN THERE STAYS OPEN ON THE HOLD FILE.
006400******************************************************************
006410 3000-REJECT-ITEM.
006420     MOVE HD-REC-NO          TO SD-REC-NO.
006430     MOVE "13"               TO SD-REASON-CODE.
006440     MOVE HD-BATCH-ID        TO SD-BATCH-ID.
006450     MOVE HD-DEPT            TO SD-DEPT.
006460     MOVE HD-BUS-DATE        TO SD-BUS-DATE.
006470     MOVE WS-RUN-DATE        TO SD-SUSP-DATE.
006480     MOVE HD-RECORD-IMAGE    TO SD-RECORD-IMAGE.
006490     MOVE SUSPENSE-DETAIL    TO SUSPENSE-RECORD.
006500     WRITE SUSPENSE-RECORD.
006510     IF NOT WS-SUSPENSE-OK
006520         DISPLAY "SUSPENSE WRITE FAILED, STATUS = "
006530             WS-SUSPENSE-STATUS " - ITEM LEFT OPEN"
006540         IF RETURN-CODE < 12
006550             MOVE 12 TO RETURN-CODE
006560         END-IF
006570         MOVE "00" TO WS-SUSPENSE-STATUS
006580         MOVE "REJECT FAILED - OPEN" TO WS-DECISION-TEXT
006590         GO TO 3000-REJECT-ITEM-EXIT
006600     END-IF.
006610     MOVE "R" TO WS-ITEM-STATUS-SW (WS-IX).
006620     ADD 1 TO WS-REJECT-COUNT.
006630     MOVE "REJECTED TO SUSPENSE" TO WS-DECISION-TEXT.
006640     DISPLAY "ITEM " HD-REC-NO " REJECTED TO SUSPENSE".
006650 3000-REJECT-ITEM-EXIT.
006660     EXIT.
006670******************************************************************
006680* 5000-BUILD-FOLLOW-DECK - GROUP THE CONFIRMED ITEMS BY THEIR
006690* ORIGINAL BATCH AND WRITE ONE PROPERLY FORMED H/D/T ENVELOPE PER
006700* BATCH ON THE FOLLOW-UP DECK
006710******************************************************************
006720 5000-BUILD-FOLLOW-DECK.
006730     IF WS-CONFIRM-COUNT = ZERO
006740         DISPLAY "NO CONFIRMED ITEMS - NO FOLLOW-UP DECK BUILT"
006750         GO TO 5000-BUILD-FOLLOW-DECK-EXIT
006760     END-IF.
006770     PERFORM 5100-GROUP-ONE-ITEM
006780         THRU 5100-GROUP-ONE-ITEM-EXIT
006790         VARYING WS-IX FROM 1 BY 1
006800         UNTIL WS-IX > WS-ITEM-COUNT.
006810     PERFORM 5200-WRITE-ONE-BATCH
006820         THRU 5200-WRITE-ONE-BATCH-EXIT
006830         VARYING WS-BX FROM 1 BY 1
006840         UNTIL WS-BX > WS-FUP-BATCH-COUNT.
006850     DISPLAY "FOLLOW-UP DECK BUILT - BATCHES = "
006860         WS-FUP-BATCH-COUNT " DETAILS = " WS-FUP-SENT-COUNT.
006870 5000-BUILD-FOLLOW-DECK-EXIT.
006880     EXIT.
006890******************************************************************
006900* 5100-GROUP-ONE-ITEM - ADD THE BATCH OF ONE CONFIRMED ITEM TO THE
006910* FOLLOW-UP BATCH TABLE IF IT IS NOT ALREADY THERE. A BATCH THAT
006920* WILL NOT FIT PUTS ITS ITEM BACK TO OPEN SO IT IS KEPT ON HOLDNEW
006930* FOR THE NEXT SESSION INSTEAD OF BEING LOST.
006940******************************************************************
006950 5100-GROUP-ONE-ITEM.
006960     IF NOT WS-ITEM-CONFIRMED (WS-IX)
006970         GO TO 5100-GROUP-ONE-ITEM-EXIT
006980     END-IF.
006990     MOVE WS-ITEM-IMAGE (WS-IX) TO HOLD-DETAIL.
007000     MOVE ZERO TO WS-FOUND-IX.
007010     PERFORM 5150-SCAN-BATCH
007020         THRU 5150-SCAN-BATCH-EXIT
007030         VARYING WS-BX FROM 1 BY 1
007040         UNTIL WS-BX > WS-FUP-BATCH-COUNT
007050             OR WS-FOUND-IX > ZERO.
007060     IF WS-FOUND-IX > ZERO
007070         GO TO 5100-GROUP-ONE-ITEM-EXIT
007080     END-IF.
007090     IF WS-FUP-BATCH-COUNT >= 50
007100         DISPLAY "FOLLOW-UP BATCH TABLE FULL - ITEM " HD-REC-NO
007110             " OF BATCH " HD-BATCH-ID " KEPT ON HOLD"
007120         MOVE "O" TO WS-ITEM-STATUS-SW (WS-IX)
007130         SUBTRACT 1 FROM WS-CONFIRM-COUNT
007140         IF RETURN-CODE < 4
007150             MOVE 4 TO RETURN-CODE
007160         END-IF
007170         GO TO 5100-GROUP-ONE-ITEM-EXIT
007180     END-IF.
007190     ADD 1 TO WS-FUP-BATCH-COUNT.
007200     MOVE HD-BATCH-ID TO WS-FUP-BATCH-ID (WS-FUP-BATCH-COUNT).
007210     MOVE HD-DEPT     TO WS-FUP-DEPT (WS-FUP-BATCH-COUNT).
007220     MOVE HD-BUS-DATE TO WS-FUP-BUS-DATE (WS-FUP-BATCH-COUNT).
007230 5100-GROUP-ONE-ITEM-EXIT.
007240     EXIT.
007250******************************************************************
007260* 5150-SCAN-BATCH - TEST ONE FOLLOW-UP BATCH TABLE ENTRY
007270******************************************************************
007280 5150-SCAN-BATCH.
007290     IF WS-FUP-BATCH-ID (WS-BX) = HD-BATCH-ID
007300         MOVE WS-BX TO WS-FOUND-IX
007310     END-IF.
007320 5150-SCAN-BATCH-EXIT.
007330     EXIT.
007340******************************************************************
007350* 5200-WRITE-ONE-BATCH - WRITE THE H/D/T ENVELOPE FOR ONE BATCH OF
007360* CONFIRMED ITEMS - HEADER WITH THE ORIGINAL BATCH ID AND THE
007370* CONFIRMED MARKER, THE CONFIRMED DETAILS, AND A TRAILER
007380* RECOMPUTED OVER THOSE DETAILS
007390******************************************************************
007400 5200-WRITE-ONE-BATCH.
007401*    ONCE A WRITE HAS FAILED THE DECK IS ALREADY SHORT - STOP
007402*    WRITING AND LET THE RETURN CODE FAIL THE RUN
007403     IF NOT WS-FOLLOW-OK
007404         GO TO 5200-WRITE-ONE-BATCH-EXIT
007405     END-IF.
007410     MOVE SPACES TO TRANS-RECORD.
007420     MOVE "H"                      TO TRANS-REC-TYPE.
007430     MOVE WS-FUP-BATCH-ID (WS-BX)  TO TRANS-BATCH-ID.
007440     MOVE WS-FUP-DEPT (WS-BX)      TO TRANS-DEPT.
007450     MOVE WS-FUP-BUS-DATE (WS-BX)  TO TRANS-BUS-DATE.
007460     SET TRANS-LIMITS-CONFIRMED    TO TRUE.
007470     MOVE TRANS-RECORD             TO FOLLOW-RECORD.
007480     WRITE FOLLOW-RECORD.
007481*    A CONFIRMED ITEM LEAVES HOLDNEW ONLY BECAUSE IT WENT OUT ON
007482*    CONFOUT - A WRITE FAILURE FAILS THE RUN SO THE JOB STREAM
007483*    NEVER SWAPS IN A HOLDNEW THAT HAS DROPPED IT
007484     IF NOT WS-FOLLOW-OK
007485         DISPLAY "FOLLOW-UP DECK WRITE FAILED, STATUS = "
007486             WS-FOLLOW-STATUS
007487         IF RETURN-CODE < 12
007488             MOVE 12 TO RETURN-CODE
007489         END-IF
007490         GO TO 5200-WRITE-ONE-BATCH-EXIT
007491     END-IF.
007492
007500     MOVE ZERO TO WS-FUP-DETAIL-COUNT.
007510     MOVE ZERO TO WS-FUP-HASH-NUMERO1.
007520     MOVE ZERO TO WS-FUP-HASH-NUMERO2.
007530     PERFORM 5300-WRITE-ONE-DETAIL
007540         THRU 5300-WRITE-ONE-DETAIL-EXIT
007550         VARYING WS-IX FROM 1 BY 1
007560         UNTIL WS-IX > WS-ITEM-COUNT.
007570
007580     MOVE WS-FUP-DETAIL-COUNT  TO FT-REC-COUNT.
007590     MOVE WS-FUP-HASH-NUMERO1  TO FT-HASH-NUMERO1.
007600     MOVE WS-FUP-HASH-NUMERO2  TO FT-HASH-NUMERO2.
007610     MOVE WS-FUP-TRAILER       TO FOLLOW-RECORD.
007620     WRITE FOLLOW-RECORD.
007621     IF NOT WS-FOLLOW-OK
007622         DISPLAY "FOLLOW-UP DECK WRITE FAILED, STATUS = "
007623             WS-FOLLOW-STATUS
007624         IF RETURN-CODE < 12
007625             MOVE 12 TO RETURN-CODE
007626         END-IF
007627         GO TO 5200-WRITE-ONE-BATCH-EXIT
007628     END-IF.
007630 5200-WRITE-ONE-BATCH-EXIT.
007640     EXIT.
007650******************************************************************
007660* 5300-WRITE-ONE-DETAIL - WRITE ONE CONFIRMED DETAIL OF THE
007670* CURRENT BATCH AND ACCUMULATE THE TRAILER COUNT AND HASH TOTALS
007680******************************************************************
007690 5300-WRITE-ONE-DETAIL.
007700     IF NOT WS-ITEM-CONFIRMED (WS-IX)
007705         OR NOT WS-FOLLOW-OK
007710         GO TO 5300-WRITE-ONE-DETAIL-EXIT
007720     END-IF.
007730     MOVE WS-ITEM-IMAGE (WS-IX) TO HOLD-DETAIL.
007740     IF HD-BATCH-ID NOT = WS-FUP-BATCH-ID (WS-BX)
007750         GO TO 5300-WRITE-ONE-DETAIL-EXIT
007760     END-IF.
007770     MOVE HD-RECORD-IMAGE TO TRANS-RECORD.
007780     MOVE TRANS-RECORD    TO FOLLOW-RECORD.
007790     WRITE FOLLOW-RECORD.
007791     IF NOT WS-FOLLOW-OK
007792         DISPLAY "FOLLOW-UP DECK WRITE FAILED, STATUS = "
007793             WS-FOLLOW-STATUS
007794         IF RETURN-CODE < 12
007795             MOVE 12 TO RETURN-CODE
007796         END-IF
007797         GO TO 5300-WRITE-ONE-DETAIL-EXIT
007798     END-IF.
007800     ADD 1             TO WS-FUP-DETAIL-COUNT.
007810     ADD 1             TO WS-FUP-SENT-COUNT.
007820     ADD TRANS-NUMERO1 TO WS-FUP-HASH-NUMERO1.
007830     ADD TRANS-NUMERO2 TO WS-FUP-HASH-NUMERO2.
007840 5300-WRITE-ONE-DETAIL-EXIT.
007850     EXIT.
007860******************************************************************
007870* 6000-WRITE-KEEP-ITEMS - WRITE THE ITEMS STILL OPEN TO THE NEW
007880* HOLD FILE THE JOB STREAM SWAPS IN AS THE LIVE FILE
007890******************************************************************
007900 6000-WRITE-KEEP-ITEMS.
007910     PERFORM 6100-WRITE-ONE-KEEP
007920         THRU 6100-WRITE-ONE-KEEP-EXIT
007930         VARYING WS-IX FROM 1 BY 1
007940         UNTIL WS-IX > WS-ITEM-COUNT
007945             OR WS-KEEP-FAILED.
007950     DISPLAY "HELD ITEMS STILL OPEN = " WS-OPEN-COUNT.
007960 6000-WRITE-KEEP-ITEMS-EXIT.
007970     EXIT.
007980******************************************************************
007990* 6100-WRITE-ONE-KEEP - WRITE ONE STILL-OPEN ITEM
008000******************************************************************
008010 6100-WRITE-ONE-KEEP.
008020     IF NOT WS-ITEM-OPEN (WS-IX)
008030         GO TO 6100-WRITE-ONE-KEEP-EXIT
008040     END-IF.
008050     MOVE WS-ITEM-IMAGE (WS-IX) TO KEEP-RECORD.
008060     WRITE KEEP-RECORD.
008070*    A WRITE FAILURE MID-RUN LEAVES HOLDNEW TRUNCATED - STOP AT
008080*    THE FIRST ONE AND FAIL THE RUN SO THE JOB STREAM NEVER SWAPS
008090*    A SHORT FILE IN OVER THE LIVE HELD ITEMS
008100     IF NOT WS-KEEP-OK
008110         DISPLAY "NEW HOLD FILE WRITE FAILED, STATUS = "
008120             WS-KEEP-STATUS
008125         SET WS-KEEP-FAILED TO TRUE
008130         IF RETURN-CODE < 12
008140             MOVE 12 TO RETURN-CODE
008150         END-IF
008160         GO TO 6100-WRITE-ONE-KEEP-EXIT
008170     END-IF.
008180     ADD 1 TO WS-OPEN-COUNT.
008190 6100-WRITE-ONE-KEEP-EXIT.
008200     EXIT.
008210******************************************************************
008220* 7000-WRITE-TOTALS - CLOSE THE REVIEW LISTING WITH THE SESSION
008230* COUNTS
008240******************************************************************
008250 7000-WRITE-TOTALS.
008260     IF WS-REVIEW-REPORT-OK
008270         MOVE WS-ITEM-COUNT    TO VT-ITEM-COUNT
008280         MOVE WS-CONFIRM-COUNT TO VT-CONFIRM-COUNT
008290         MOVE WS-REJECT-COUNT  TO VT-REJECT-COUNT
008300         MOVE WS-OPEN-COUNT    TO VT-OPEN-COUNT
008310         MOVE WS-REVIEW-TOTALS TO REVIEW-REPORT-RECORD
008320         WRITE REVIEW-REPORT-RECORD
008330     END-IF.
008340     DISPLAY "HELD ITEMS CONFIRMED = " WS-CONFIRM-COUNT.
008350     DISPLAY "HELD ITEMS REJECTED  = " WS-REJECT-COUNT.
008360 7000-WRITE-TOTALS-EXIT.
008370     EXIT.
008380******************************************************************
008390* 8000-SET-TIMESTAMP - RUN DATE AND TIME OF DAY FOR THE AUDIT LINE
008400******************************************************************
008410 8000-SET-TIMESTAMP.
008420     ACCEPT WS-LOG-TIME FROM TIME.
008430     MOVE SPACES TO WS-LOG-TIMESTAMP.
008440     STRING WS-RUN-DATE    DELIMITED BY SIZE
008450            "-"            DELIMITED BY SIZE
008460            WS-LOG-TIME    DELIMITED BY SIZE
008470         INTO WS-LOG-TIMESTAMP.
008480 8000-SET-TIMESTAMP-EXIT.
008490     EXIT.
008500******************************************************************
008510* 9000-TERMINATE - END OF JOB HOUSEKEEPING
008520******************************************************************
008530 9000-TERMINATE.
008540     IF WS-HOLD-OK OR WS-HOLD-EOF
008550         CLOSE HOLD-FILE
008560     END-IF.
008562*    A FULL PACK CAN HOLD THE WRITE FAILURE BACK UNTIL THE CLOSE
008564*    FLUSHES THE LAST BUFFER - CHECK THE CLOSE STATUS TOO, SO A
008566*    TRUNCATED CONFOUT OR HOLDNEW STILL FAILS THE RUN AND THE
008568*    SWAP STEP IS SUPPRESSED
008570     IF WS-FOLLOW-OK
008580         CLOSE FOLLOW-FILE
008581         IF NOT WS-FOLLOW-OK
008582             DISPLAY "FOLLOW-UP DECK CLOSE FAILED, STATUS = "
008583                 WS-FOLLOW-STATUS
008584             IF RETURN-CODE < 12
008585                 MOVE 12 TO RETURN-CODE
008586             END-IF
008587         END-IF
008590     END-IF.
008640     IF WS-KEEP-OK
008650         CLOSE KEEP-FILE
008660         IF NOT WS-KEEP-OK
008670             DISPLAY "NEW HOLD FILE CLOSE FAILED, STATUS = "
008680                 WS-KEEP-STATUS
008690             IF RETURN-CODE < 12
008700                 MOVE 12 TO RETURN-CODE
008710             END-IF
008720         END-IF
008730     END-IF.
008740     IF WS-SUSPENSE-OK
008750         CLOSE SUSPENSE-FILE
008760     END-IF.
008770     IF WS-REVIEW-REPORT-OK
008780         CLOSE REVIEW-REPORT-FILE
008790     END-IF.
008800 9000-TERMINATE-EXIT.
008810     EXIT.
008820 END PROGRAM HOLDRVW.
