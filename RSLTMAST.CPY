000180*                  RECORD MARKS THE POSTED RESULT REVERSED
000181*                  INSTEAD OF DELETING IT, SO THE BEFORE AND
000182*                  AFTER ARE BOTH PROVABLE TO AUDIT.
000183* 2026-10-01  JA   ADDED THE REVERSAL DATE, STAMPED BY COMPUTEEX
000184*                  WHEN IT FLAGS THE RECORD REVERSED, SO THE
000185*                  GLJRNL LEDGER JOURNAL CAN OFFSET A POSTING ON
000186*                  THE DAY IT WAS BACKED OUT. THE RECORD GROWS
000187*                  FROM 132 TO 140 BYTES - RSLTMAST MUST BE
000188*                  UNLOADED AND RELOADED ONCE. RECORDS REVERSED
000189*                  BEFORE THIS CHANGE CARRY A BLANK REVERSAL DATE.
000190* 2026-10-14  JA   ADDED THE TWO ALTERNATE KEYS - DEPARTMENT PLUS
000191*                  RUN DATE (RM-DEPT-KEY) AND OPERATOR PLUS RUN
000192*                  DATE (RM-OPER-KEY), BOTH WITH DUPLICATES - SO A
000193*                  DEPARTMENT OR AN OPERATOR CAN BE READ FOR A
000194*                  RANGE OF DAYS WITHOUT PASSING THE WHOLE MASTER.
000195*                  THE KEY FIELDS ARE COPIES OF THE DEPARTMENT,
000196*                  OPERATOR AND RUN DATE FIELDS AND EVERY PROGRAM
000197*                  THAT WRITES THE RECORD MUST SET THEM. THE
000198*                  RECORD GROWS FROM 140 TO 168 BYTES - RSLTMAST
000199*                  MUST BE UNLOADED AND RELOADED ONCE WITH THE
000200*                  ALTERNATE INDEXES DEFINED; THE RSLTRCV RELOAD
000201*                  SETS THE KEY FIELDS.
000202******************************************************************
000203 01  RESULT-MASTER-REC.
000204     05  RM-KEY.
000210         10  RM-BATCH-ID        PIC X(08).
000220         10  RM-REC-NO          PIC 9(07).
000230     05  RM-RUN-DATE            PIC X(08).
000422     05  RM-DEPT                PIC X(04).
000424     05  RM-REV-FLAG            PIC X(01).
000426         88  RM-REVERSED                   VALUE "R".
000436     05  RM-REV-DATE            PIC X(08).
000446     05  RM-DEPT-KEY.
000456         10  RM-DKEY-DEPT       PIC X(04).
000466         10  RM-DKEY-RUN-DATE   PIC X(08).
000476     05  RM-OPER-KEY.
000486         10  RM-OKEY-OPERATOR-ID
000496                                PIC X(08).
000506         10  RM-OKEY-RUN-DATE   PIC X(08).
000516     05  FILLER                 PIC X(05).
