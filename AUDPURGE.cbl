000280*                  OPERATOR OR AN INSUFFICIENT LEVEL ENDS THE
000290*                  RUN WITH RETURN CODE 16 AND A VIO LINE ON
000300*                  AUDITLOG SO AUDIT SEES THE ATTEMPT.
000301* 2026-10-08  JA   THE LOG IS NOW SPLIT AT ONE POINT - ONCE A LINE
000302*                  IS KEPT EVERY LATER LINE IS KEPT - SO THE
000303*                  ARCHIVE AND AUDITNEW ARE EACH AN UNBROKEN RUN
000304*                  OF THE AUDIT SEQUENCE. AUDITNEW STARTS WITH A
000305*                  CHN LINE CARRYING THE SEQUENCE AND CHECK VALUE
000306*                  OF THE LAST ARCHIVED LINE, SO BOTH HALVES CAN
000307*                  BE PROVED BY AUDVRFY, AND THE PURGE REPORT
000308*                  SHOWS THE VALUES CARRIED. THE VIO LINE IS
000309*                  SEALED LIKE ANY OTHER.
000310* 2026-10-12  JA   THE RUN DATE IS NOW THE BUSINESS DAY ON THE
000311*                  PROCDATE PROCESSING-DATE CONTROL RECORD (SEE
000312*                  PROCDREC) INSTEAD OF THE SYSTEM CLOCK. A
000313*                  MISSING OR INVALID CONTROL RECORD ABANDONS THE
000314*                  RUN WITH RETURN CODE 12.
000315******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS OM-KEY
000640         FILE STATUS IS WS-OPERATOR-STATUS.
000642
000644     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
000646         ORGANIZATION IS LINE SEQUENTIAL
000648         FILE STATUS IS WS-PROCDATE-STATUS.
000650******************************************************************
000660* DATA DIVISION.
000670******************************************************************
000890
000900 FD  OPERATOR-FILE.
000910     COPY OPERREC.
000912
000914 FD  PROCDATE-FILE
000916     RECORDING MODE IS F.
000918     COPY PROCDREC.
000920
000930 WORKING-STORAGE SECTION.
000940******************************************************************
001290 77  WS-KEEP-COUNT              PIC 9(07)  COMP VALUE ZERO.
001300 77  WS-ARCHIVE-COUNT           PIC 9(07)  COMP VALUE ZERO.
001310
001311 77  WS-PROCDATE-STATUS         PIC X(02)  VALUE SPACES.
001312     88  WS-PROCDATE-OK                    VALUE "00".
001313     88  WS-PROCDATE-EOF                   VALUE "10".
001314
001315 77  WS-PROCDATE-SW             PIC X(01)  VALUE "N".
001316     88  WS-PROCDATE-FOUND                 VALUE "Y".
001317     88  WS-PROCDATE-MISSING               VALUE "N".
001318
001320 77  WS-RUN-DATE                PIC X(08)  VALUE SPACES.
001330 77  WS-RUN-DATE-ED             PIC X(10)  VALUE SPACES.
001340
001490******************************************************************
001500     COPY AUDITREC.
001510
001511******************************************************************
001512* AUDIT LOG SEQUENCE AND CHECK VALUE WORK AREA - SHARED COPYBOOK
001513******************************************************************
001514     COPY AUDCHAIN.
001515
001516******************************************************************
001517* CHAIN CARRY - THE LOG IS ARCHIVED FROM THE TOP UNTIL THE FIRST
001518* LINE TO KEEP, THEN KEPT TO THE END. A CHN LINE AT THE HEAD OF
001519* THE LOG IS HELD UNTIL THE FIRST LINE IS ROUTED AND GOES TO THE
001520* SAME HALF. THE LAST SEALED LINE ARCHIVED IS CARRIED TO THE
001521* HEAD OF AUDITNEW AS A NEW CHN LINE.
001522******************************************************************
001523 77  WS-SPLIT-SW                PIC X(01)  VALUE "A".
001524     88  WS-SPLIT-ARCHIVING                VALUE "A".
001525     88  WS-SPLIT-KEEPING                  VALUE "K".
001526
001527 77  WS-CARRY-HELD-SW           PIC X(01)  VALUE "N".
001528     88  WS-CARRY-HELD                     VALUE "Y".
001529     88  WS-CARRY-NOT-HELD                 VALUE "N".
001530
001531 77  WS-CARRY-KNOWN-SW          PIC X(01)  VALUE "N".
001532     88  WS-CARRY-KNOWN                    VALUE "Y".
001533
001534 77  WS-CARRY-WRITTEN-SW        PIC X(01)  VALUE "N".
001535     88  WS-CARRY-WRITTEN                  VALUE "Y".
001536
001537 77  WS-CARRY-SEQ-NO            PIC 9(09)  VALUE ZERO.
001538 77  WS-CARRY-CHAIN-VALUE       PIC 9(09)  VALUE ZERO.
001539
001540 01  WS-HELD-CARRY-LINE         PIC X(177) VALUE SPACES.
001541 01  WS-ROUTE-LINE              PIC X(177) VALUE SPACES.
001542
001543******************************************************************
001544* DISPOSITION REPORT LAYOUTS
001545******************************************************************
001550 01  WS-PURGE-HEADER.
001560     05  FILLER                 PIC X(15) VALUE
001570             "AUDPURGE REPORT".
001880             "AUDARCH DATED ".
001890     05  PA-ARCHIVE-DATE        PIC X(08).
001900     05  FILLER                 PIC X(48) VALUE SPACES.
001901
001902 01  WS-PURGE-CHAIN-LINE.
001903     05  FILLER                 PIC X(34) VALUE
001904             "** CHAIN CARRIED TO AUDITNEW  SEQ ".
001905     05  PK-SEQ-NO              PIC Z(08)9.
001906     05  FILLER                 PIC X(08) VALUE "  CHECK ".
001907     05  PK-CHAIN-VALUE         PIC 9(09).
001908     05  FILLER                 PIC X(40) VALUE SPACES.
001910******************************************************************
001920* PROCEDURE DIVISION.
001930******************************************************************
002160* CUTOFF DATE AND OPEN THE FILES
002170******************************************************************
002180 1000-INITIALIZE.
002182     PERFORM 1010-READ-PROCESSING-DATE
002184         THRU 1010-READ-PROCESSING-DATE-EXIT.
002186     IF WS-PROCDATE-MISSING
002188         GO TO 1000-INITIALIZE-EXIT
002190     END-IF.
002200     MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-ED(1:2)
002210     MOVE "/"                TO WS-RUN-DATE-ED(3:1)
002220     MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-ED(4:2)
002840     END-IF.
002850 1000-INITIALIZE-EXIT.
002860     EXIT.
002861******************************************************************
002862* 1010-READ-PROCESSING-DATE - THE RUN DATE IS THE BUSINESS DAY ON
002863* THE PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A CYCLE
002864* THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING IS STILL
002865* DATED FOR THE DAY IT IS PROCESSING. A RUN THAT CANNOT BE DATED
002866* DOES NOTHING.
002867******************************************************************
002868 1010-READ-PROCESSING-DATE.
002869     OPEN INPUT PROCDATE-FILE.
002870     IF NOT WS-PROCDATE-OK
002871         DISPLAY "UNABLE TO OPEN PROCESSING DATE, STATUS = "
002872             WS-PROCDATE-STATUS
002873         GO TO 1010-READ-PROCESSING-DATE-FAIL
002874     END-IF.
002875     READ PROCDATE-FILE
002876         AT END
002877             MOVE SPACES TO PROCESSING-DATE-REC
002878     END-READ.
002879     IF NOT WS-PROCDATE-OK AND NOT WS-PROCDATE-EOF
002880         DISPLAY "PROCESSING DATE READ FAILED, STATUS = "
002881             WS-PROCDATE-STATUS
002882         CLOSE PROCDATE-FILE
002883         GO TO 1010-READ-PROCESSING-DATE-FAIL
002884     END-IF.
002885     CLOSE PROCDATE-FILE.
002886     IF PD-CURRENT-DATE IS NOT NUMERIC
002887         DISPLAY "PROCESSING DATE NOT VALID: " PD-CURRENT-DATE
002888         GO TO 1010-READ-PROCESSING-DATE-FAIL
002889     END-IF.
002890     MOVE PD-CURRENT-DATE TO WS-RUN-DATE.
002891     SET WS-PROCDATE-FOUND TO TRUE.
002892     DISPLAY "PROCESSING DATE " WS-RUN-DATE.
002893     GO TO 1010-READ-PROCESSING-DATE-EXIT.
002894
002895 1010-READ-PROCESSING-DATE-FAIL.
002896     DISPLAY "RUN ABANDONED - NO PROCESSING DATE".
002897     IF RETURN-CODE < 12
002898         MOVE 12 TO RETURN-CODE
002899     END-IF.
002900 1010-READ-PROCESSING-DATE-EXIT.
002901     EXIT.
002902******************************************************************
002903* 1050-CHECK-OPERATOR - PROVE THE OPERATOR AGAINST THE KEYED
002904* OPERATOR MASTER. THE PURGE REWRITES THE LIVE AUDIT TRAIL, SO
002905* IT NEEDS THE TOP AUTHORITY LEVEL. AN UNKNOWN OPERATOR, AN
002910* INSUFFICIENT LEVEL OR A MISSING OPERATOR MASTER ENDS THE RUN
002920* WITH RETURN CODE 16 - THE CHECK FAILS CLOSED - AND THE
002930* REFUSAL IS WRITTEN TO AUDITLOG AS A VIO LINE.
003380* THE PURGE ITSELF.
003390******************************************************************
003400 1070-WRITE-VIOLATION.
003402     PERFORM 1080-FIND-CHAIN-TAIL
003404         THRU 1080-FIND-CHAIN-TAIL-EXIT.
003410     OPEN EXTEND AUDIT-FILE.
003420     IF WS-AUDIT-FILE-NOT-FOUND
003430         OPEN OUTPUT AUDIT-FILE
003600     MOVE WS-OPERATOR-ID     TO AD-OPERATOR-ID.
003610     MOVE "VIO"              TO AD-OP-CODE.
003620     MOVE WS-VIOLATION-TEXT  TO AD-SUMA-NA.
003622     PERFORM 1090-SEAL-AUDIT-LINE
003624         THRU 1090-SEAL-AUDIT-LINE-EXIT.
003630     MOVE AUDIT-DETAIL       TO AUDIT-RECORD.
003640     WRITE AUDIT-RECORD.
003650     CLOSE AUDIT-FILE.
003660     MOVE SPACES TO WS-AUDIT-STATUS.
003670 1070-WRITE-VIOLATION-EXIT.
003680     EXIT.
003681******************************************************************
003682* 1080-FIND-CHAIN-TAIL - READ THE AUDIT LOG THROUGH TO ITS END FOR
003683* THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST SEALED LINE,
003684* SO THE LINES THIS RUN APPENDS CARRY THE CHAIN ON. NO LOG YET,
003685* OR ONLY LINES FROM BEFORE THE CHAIN, STARTS FROM ZERO.
003686******************************************************************
003687 1080-FIND-CHAIN-TAIL.
003688     MOVE ZERO TO AC-SEQ-NO.
003689     MOVE ZERO TO AC-CHAIN-VALUE.
003690     OPEN INPUT AUDIT-FILE.
003691     IF NOT WS-AUDIT-OK
003692         MOVE SPACES TO WS-AUDIT-STATUS
003693         GO TO 1080-FIND-CHAIN-TAIL-EXIT
003694     END-IF.
003695     PERFORM 1085-READ-CHAIN-TAIL
003696         THRU 1085-READ-CHAIN-TAIL-EXIT
003697         UNTIL NOT WS-AUDIT-OK.
003698     CLOSE AUDIT-FILE.
003699     MOVE SPACES TO WS-AUDIT-STATUS.
003700     MOVE SPACES TO AUDIT-DETAIL.
003701 1080-FIND-CHAIN-TAIL-EXIT.
003702     EXIT.
003703******************************************************************
003704* 1085-READ-CHAIN-TAIL - KEEP THE SEQUENCE AND CHECK VALUE OF
003705* EVERY SEALED LINE READ, SO THE LAST ONE STANDS AT END OF FILE
003706******************************************************************
003707 1085-READ-CHAIN-TAIL.
003708     READ AUDIT-FILE INTO AUDIT-DETAIL
003709         AT END
003710             GO TO 1085-READ-CHAIN-TAIL-EXIT
003711     END-READ.
003712     IF AD-SEQ-NO IS NUMERIC
003713         AND AD-CHAIN-VALUE IS NUMERIC
003714         MOVE AD-SEQ-NO      TO AC-SEQ-NO
003715         MOVE AD-CHAIN-VALUE TO AC-CHAIN-VALUE
003716     END-IF.
003717 1085-READ-CHAIN-TAIL-EXIT.
003718     EXIT.
003719******************************************************************
003720* 1090-SEAL-AUDIT-LINE - NUMBER THE LINE BUILT IN AUDIT-DETAIL AND
003721* CHAIN ITS CHECK VALUE ON FROM THE LINE BEFORE IT (SEE AUDCHAIN)
003722******************************************************************
003723 1090-SEAL-AUDIT-LINE.
003724     ADD 1 TO AC-SEQ-NO.
003725     MOVE AC-SEQ-NO TO AD-SEQ-NO.
003726     PERFORM 1095-CHAIN-ONE-BYTE
003727         THRU 1095-CHAIN-ONE-BYTE-EXIT
003728         VARYING AC-IX FROM 1 BY 1
003729         UNTIL AC-IX > AC-SEALED-LENGTH.
003730     MOVE AC-CHAIN-VALUE TO AD-CHAIN-VALUE.
003731 1090-SEAL-AUDIT-LINE-EXIT.
003732     EXIT.
003733******************************************************************
003734* 1095-CHAIN-ONE-BYTE - FOLD ONE BYTE INTO THE CHECK VALUE
003735******************************************************************
003736 1095-CHAIN-ONE-BYTE.
003737     MOVE AUDIT-DETAIL (AC-IX:1) TO AC-BYTE.
003738     COMPUTE AC-WORK = AC-CHAIN-VALUE * 31 + AC-BYTE-NUM + AC-IX.
003739     DIVIDE AC-WORK BY AC-MODULUS
003740         GIVING AC-QUOTIENT REMAINDER AC-CHAIN-VALUE.
003741 1095-CHAIN-ONE-BYTE-EXIT.
003742     EXIT.
003743******************************************************************
003744* 1100-READ-PARAMETERS - LOAD THE RETENTION DAYS FROM RETPARM
003745* COLUMNS 1-5. NO FILE OR A BAD VALUE LEAVES THE 90-DAY
003746* DEFAULT IN PLACE.
003747******************************************************************
003748 1100-READ-PARAMETERS.
003750     OPEN INPUT PARM-FILE.
003760     IF NOT WS-PARM-OK
003770         DISPLAY "NO RETENTION PARAMETER FILE - USING "
004240         THRU 2150-PURGE-ONE-EXIT
004250         UNTIL WS-AUDIT-EOF.
004260
004261*    A LOG ARCHIVED TO THE LAST LINE STILL HANDS AUDITNEW THE
004262*    CHAIN CARRY, SO THE NEXT LINE LOGGED CONTINUES THE SEQUENCE
004263     IF WS-SPLIT-ARCHIVING
004264         PERFORM 2300-START-KEEPING
004265             THRU 2300-START-KEEPING-EXIT
004266     END-IF.
004267
004270     PERFORM 6000-WRITE-DISPOSITION
004280         THRU 6000-WRITE-DISPOSITION-EXIT.
004290 2000-PURGE-PROCESS-EXIT.
004430     EXIT.
004440******************************************************************
004450* 2150-PURGE-ONE - ROUTE ONE RECORD BY ITS TIMESTAMP DATE AND
004455* READ THE NEXT ONE. THE LOG IS SPLIT AT ONE POINT ONLY - ONCE
004460* A LINE IS KEPT EVERY LATER LINE IS KEPT TOO - SO THE ARCHIVE
004465* AND AUDITNEW ARE EACH AN UNBROKEN RUN OF THE AUDIT SEQUENCE.
004470******************************************************************
004480 2150-PURGE-ONE.
004481*    A CHN LINE AT THE HEAD OF THE LOG CARRIES THE CHAIN IN FROM
004482*    THE LAST PURGE - HOLD IT FOR THE HALF THE NEXT LINE STARTS
004483     IF WS-READ-COUNT = 1
004484         AND AD-BATCH-ID = "AUDCHAIN"
004485         AND AD-OP-CODE = "CHN"
004486         MOVE AUDIT-DETAIL TO WS-HELD-CARRY-LINE
004487         SET WS-CARRY-HELD TO TRUE
004488         GO TO 2150-PURGE-ONE-NEXT
004489     END-IF.
004490
004491     IF WS-SPLIT-ARCHIVING
004492         AND AD-DATE < WS-CUTOFF-DATE
004493         PERFORM 2200-RELEASE-CARRY
004494             THRU 2200-RELEASE-CARRY-EXIT
004495         PERFORM 6200-WRITE-ARCHIVE-RECORD
004496             THRU 6200-WRITE-ARCHIVE-RECORD-EXIT
004497         GO TO 2150-PURGE-ONE-NEXT
004498     END-IF.
004499
004500     IF WS-SPLIT-ARCHIVING
004501         PERFORM 2300-START-KEEPING
004502             THRU 2300-START-KEEPING-EXIT
004503     END-IF.
004504     PERFORM 6100-WRITE-KEEP-RECORD
004505         THRU 6100-WRITE-KEEP-RECORD-EXIT.
004506 2150-PURGE-ONE-NEXT.
004507     PERFORM 2100-READ-AUDIT
004508         THRU 2100-READ-AUDIT-EXIT.
004509 2150-PURGE-ONE-EXIT.
004510     EXIT.
004511******************************************************************
004512* 2200-RELEASE-CARRY - WRITE THE HELD CHN LINE AHEAD OF THE LINE
004513* BEING ROUTED, TO THE SAME HALF OF THE SPLIT
004514******************************************************************
004515 2200-RELEASE-CARRY.
004516     IF WS-CARRY-NOT-HELD
004517         GO TO 2200-RELEASE-CARRY-EXIT
004518     END-IF.
004519     SET WS-CARRY-NOT-HELD TO TRUE.
004520     MOVE AUDIT-DETAIL       TO WS-ROUTE-LINE.
004521     MOVE WS-HELD-CARRY-LINE TO AUDIT-DETAIL.
004522     IF WS-SPLIT-ARCHIVING
004523         PERFORM 6200-WRITE-ARCHIVE-RECORD
004524             THRU 6200-WRITE-ARCHIVE-RECORD-EXIT
004525     ELSE
004530         PERFORM 6100-WRITE-KEEP-RECORD
004540             THRU 6100-WRITE-KEEP-RECORD-EXIT
004550     END-IF.
004552     MOVE WS-ROUTE-LINE      TO AUDIT-DETAIL.
004554 2200-RELEASE-CARRY-EXIT.
004556     EXIT.
004558******************************************************************
004560* 2300-START-KEEPING - THE SPLIT POINT. IF SEALED LINES WENT TO
004562* THE ARCHIVE, AUDITNEW OPENS WITH A CHN LINE CARRYING THE LAST
004564* ONE'S SEQUENCE AND CHECK VALUE. IF NOTHING WAS ARCHIVED A HELD
004566* CHN LINE STAYS AT THE HEAD OF AUDITNEW.
004568******************************************************************
004570 2300-START-KEEPING.
004572     SET WS-SPLIT-KEEPING TO TRUE.
004574     IF WS-CARRY-KNOWN
004576         PERFORM 2400-WRITE-CHAIN-CARRY
004580             THRU 2400-WRITE-CHAIN-CARRY-EXIT
004581     END-IF.
004582     PERFORM 2200-RELEASE-CARRY
004583         THRU 2200-RELEASE-CARRY-EXIT.
004584 2300-START-KEEPING-EXIT.
004585     EXIT.
004586******************************************************************
004587* 2400-WRITE-CHAIN-CARRY - WRITE THE CHN LINE AT THE HEAD OF
004588* AUDITNEW - THE AUDCHAIN MARKER IN THE BATCH FIELD, THE PURGE
004589* OPERATOR, THE ARCHIVE DATE, AND THE SEQUENCE AND CHECK VALUE
004590* OF THE LAST SEALED LINE ARCHIVED. IT IS NOT COUNTED AS KEPT.
004591******************************************************************
004592 2400-WRITE-CHAIN-CARRY.
004593     IF NOT WS-KEEP-OK
004594         GO TO 2400-WRITE-CHAIN-CARRY-EXIT
004595     END-IF.
004596     MOVE AUDIT-DETAIL       TO WS-ROUTE-LINE.
004597     ACCEPT WS-AUDIT-TIME FROM TIME.
004598     STRING WS-RUN-DATE    DELIMITED BY SIZE
004599            "-"            DELIMITED BY SIZE
004600            WS-AUDIT-TIME  DELIMITED BY SIZE
004601         INTO WS-AUDIT-TIMESTAMP.
004602     MOVE SPACES               TO AUDIT-DETAIL.
004603     MOVE WS-AUDIT-TIMESTAMP   TO AD-TIMESTAMP.
004604     MOVE "AUDCHAIN"           TO AD-BATCH-ID.
004605     MOVE ZERO                 TO AD-REC-NO.
004606     MOVE WS-OPERATOR-ID       TO AD-OPERATOR-ID.
004607     MOVE "CHN"                TO AD-OP-CODE.
004608     MOVE "CARRIED IN"         TO AD-SUMA-NA.
004609     MOVE WS-RUN-DATE          TO AD-RESTA-NA.
004610     MOVE WS-CARRY-SEQ-NO      TO AD-SEQ-NO.
004611     MOVE WS-CARRY-CHAIN-VALUE TO AD-CHAIN-VALUE.
004612     MOVE AUDIT-DETAIL         TO KEEP-RECORD.
004613     WRITE KEEP-RECORD.
004614     MOVE WS-ROUTE-LINE        TO AUDIT-DETAIL.
004615     IF NOT WS-KEEP-OK
004616         DISPLAY "NEW AUDIT LOG WRITE FAILED, STATUS = "
004617             WS-KEEP-STATUS
004618         IF RETURN-CODE < 12
004619             MOVE 12 TO RETURN-CODE
004620         END-IF
004621         GO TO 2400-WRITE-CHAIN-CARRY-EXIT
004622     END-IF.
004623     SET WS-CARRY-WRITTEN TO TRUE.
004624 2400-WRITE-CHAIN-CARRY-EXIT.
004625     EXIT.
004626******************************************************************
004627* 6000-WRITE-DISPOSITION - WRITE THE DISPOSITION TOTALS AND
004630* WHERE THE ARCHIVED RECORDS LANDED
004640******************************************************************
004650 6000-WRITE-DISPOSITION.
004750             WRITE PURGE-REPORT-RECORD
004760         END-IF
004770     END-IF.
004771     IF WS-PURGE-REPORT-OK AND WS-CARRY-WRITTEN
004772         MOVE WS-CARRY-SEQ-NO      TO PK-SEQ-NO
004773         MOVE WS-CARRY-CHAIN-VALUE TO PK-CHAIN-VALUE
004774         MOVE WS-PURGE-CHAIN-LINE  TO PURGE-REPORT-RECORD
004775         WRITE PURGE-REPORT-RECORD
004776     END-IF.
004780     DISPLAY "AUDIT RECORDS READ     = " WS-READ-COUNT.
004790     DISPLAY "AUDIT RECORDS KEPT     = " WS-KEEP-COUNT.
004800     DISPLAY "AUDIT RECORDS ARCHIVED = " WS-ARCHIVE-COUNT.
004802     IF WS-CARRY-WRITTEN
004804         DISPLAY "CHAIN CARRIED AT SEQ   = " WS-CARRY-SEQ-NO
004806             " CHECK " WS-CARRY-CHAIN-VALUE
004808     END-IF.
004810 6000-WRITE-DISPOSITION-EXIT.
004820     EXIT.
004830******************************************************************
005260         GO TO 6200-WRITE-ARCHIVE-RECORD-EXIT
005270     END-IF.
005280     ADD 1 TO WS-ARCHIVE-COUNT.
005281     IF AD-SEQ-NO IS NUMERIC
005282         AND AD-CHAIN-VALUE IS NUMERIC
005283         MOVE AD-SEQ-NO      TO WS-CARRY-SEQ-NO
005284         MOVE AD-CHAIN-VALUE TO WS-CARRY-CHAIN-VALUE
005285         SET WS-CARRY-KNOWN TO TRUE
005286     END-IF.
005290 6200-WRITE-ARCHIVE-RECORD-EXIT.
005300     EXIT.
005310******************************************************************
