       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCONFIRM.

      *> ------------------------------------------------------------
      *> Bank payment confirmation intake and reimbursement ledger.
      *> Keeps a keyed per-rider reimbursement ledger in step with
      *> what TRIPBUDGET sends to the bank and what the bank says
      *> happened to it:
      *>   -PAYEXTRACT  loads every "PD" detail of a payment extract
      *>                into the ledger as OWED from the batch date
      *>                (an extract loaded twice posts nothing new).
      *>                A batch is held until its "PT" trailer has
      *>                balanced and only then posted; a batch with no
      *>                trailer, or one that does not balance, posts
      *>                nothing at all;
      *>   -BANKRETURN  applies the bank's return/confirmation file,
      *>                matching each line to an outstanding ledger
      *>                entry by payee id and amount - UNMAPPED
      *>                payments included - oldest first, and marking
      *>                it PAID or REJECTED;
      *> then prints the aged report of everything still owed (OWED
      *> or REJECTED) by rider, in 0-30 / 31-60 / 60+ day buckets as
      *> of -ASOF (default today).  A return line that matches no
      *> outstanding payment, or a malformed line in either input,
      *> is reported and ends the run with RETURN-CODE 8.
      *>
      *> Usage: PAYCONFIRM -LEDGER <file> [-PAYEXTRACT <file>]
      *>                   [-BANKRETURN <file>] [-ASOF <YYYY-MM-DD>]
      *>
      *> Bank return file, comma-delimited, one payment per line:
      *>   Status,PayeeId,Amount,ValueDate,BankRef,Reason
      *> Status is CONFIRMED (or PAID) / REJECTED (or RETURNED);
      *> ValueDate defaults to the as-of date.  A line whose BankRef
      *> is already on the matching ledger entry has been applied by
      *> an earlier run and is skipped.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REIMB-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLEDG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PAY-EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-PAYEXT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEXT-STATUS.

           SELECT BANK-RETURN-FILE
               ASSIGN TO DYNAMIC WS-BANKRET-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKRET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REIMB-LEDGER-FILE.
       COPY "reimb_ledger.cpy".

       FD  PAY-EXTRACT-FILE.
       01  PAY-EXTRACT-LINE           PIC X(100).

       FD  BANK-RETURN-FILE.
       01  BANK-RETURN-LINE           PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-CMDLINE                  PIC X(256) VALUE SPACES.

       01 WS-LEDGER-FILE              PIC X(256) VALUE SPACES.
       01 WS-LEDGER-STATUS            PIC XX VALUE "00".
       01 WS-PAYEXT-FILE              PIC X(256) VALUE SPACES.
       01 WS-PAYEXT-STATUS            PIC XX VALUE "00".
       01 WS-BANKRET-FILE             PIC X(256) VALUE SPACES.
       01 WS-BANKRET-STATUS           PIC XX VALUE "00".

       01 WS-EOF                      PIC X VALUE 'N'.
          88 EOF                      VALUE 'Y'.
          88 NOT-EOF                  VALUE 'N'.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.
       01 WS-ASOF-DATE                PIC X(10) VALUE SPACES.

       01 WS-LINE-NUM                 PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01 WS-REJECT-COUNT             PIC 9(7) VALUE 0.

      *> Payment extract intake.  The "PH" header gives the batch
      *> date and trip name every following "PD" detail is owed
      *> under; the "PT" trailer is balanced against the details.
       01 WS-PD-READ-COUNT            PIC 9(7) VALUE 0.
       01 WS-LOADED-COUNT             PIC 9(7) VALUE 0.
       01 WS-LOADED-AMOUNT            PIC S9(9)V99 VALUE 0.
       01 WS-ALREADY-COUNT            PIC 9(7) VALUE 0.

       01 WS-BATCH-SW                 PIC X VALUE 'N'.
          88 BATCH-OPEN               VALUE 'Y'.
       01 WS-BATCH-DATE               PIC X(8) VALUE SPACES.
       01 WS-BATCH-DATE-ISO           PIC X(10) VALUE SPACES.
       01 WS-BATCH-TRIP               PIC X(30) VALUE SPACES.
       01 WS-BATCH-PD-COUNT           PIC 9(6) VALUE 0.
       01 WS-BATCH-PD-TOTAL           PIC S9(9)V99 VALUE 0.
       01 WS-BATCH-TRL-COUNT          PIC 9(6) VALUE 0.
       01 WS-BATCH-TRL-TOTAL          PIC S9(9)V99 VALUE 0.

       01 WS-PD-PAYEE                 PIC X(15) VALUE SPACES.
       01 WS-PD-AMOUNT                PIC S9(7)V99 VALUE 0.
       01 WS-PD-RIDER                 PIC X(20) VALUE SPACES.
       01 WS-PD-COST-CTR              PIC X(10) VALUE SPACES.

      *> The open batch's details, held until its trailer balances.
       01 PDBUF-MAX                   PIC 9(5) VALUE 5000.
       01 PDBUF-COUNT                 PIC 9(5) VALUE 0.
       01 PDBUF-TABLE.
          05 PDBUF-ENTRY OCCURS 5000 TIMES.
             10 PDBUF-PAYEE           PIC X(15).
             10 PDBUF-AMOUNT          PIC S9(7)V99.
             10 PDBUF-RIDER           PIC X(20).
             10 PDBUF-COST-CTR        PIC X(10).
       01 WS-PDBUF-IDX                PIC 9(5) VALUE 0.
       01 WS-PDBUF-FULL-SW            PIC X VALUE 'N'.
          88 PDBUF-FULL               VALUE 'Y'.
       01 WS-TRAILER-SW               PIC X VALUE 'N'.
          88 TRAILER-BALANCED         VALUE 'Y'.
       01 WS-HELD-COUNT               PIC 9(7) VALUE 0.

       01 WS-LEDGER-MAX-SEQ           PIC 9(4) VALUE 0.
       01 WS-LEDGER-SCAN-SW           PIC X VALUE 'N'.
          88 LEDGER-SCAN-DONE         VALUE 'Y'.
       01 WS-ALREADY-SW               PIC X VALUE 'N'.
          88 PD-ALREADY-LOADED        VALUE 'Y'.

      *> Bank return intake.
       01 WS-CONFIRM-COUNT            PIC 9(7) VALUE 0.
       01 WS-CONFIRM-AMOUNT           PIC S9(9)V99 VALUE 0.
       01 WS-BOUNCE-COUNT             PIC 9(7) VALUE 0.
       01 WS-BOUNCE-AMOUNT            PIC S9(9)V99 VALUE 0.
       01 WS-APPLIED-COUNT            PIC 9(7) VALUE 0.

       01 WS-RET-STATUS               PIC X(12) VALUE SPACES.
       01 WS-RET-PAYEE                PIC X(15) VALUE SPACES.
       01 WS-RET-AMOUNT-TEXT          PIC X(30) VALUE SPACES.
       01 WS-RET-AMOUNT               PIC S9(7)V99 VALUE 0.
       01 WS-RET-VALUE-DATE           PIC X(10) VALUE SPACES.
       01 WS-RET-BANK-REF             PIC X(20) VALUE SPACES.
       01 WS-RET-REASON               PIC X(30) VALUE SPACES.
       01 WS-RET-CONFIRM-SW           PIC X VALUE 'N'.
          88 RET-CONFIRMED            VALUE 'Y'.
          88 RET-REJECTED             VALUE 'N'.

       01 WS-MATCH-SW                 PIC X VALUE 'N'.
          88 MATCH-FOUND              VALUE 'Y'.
       01 WS-APPLIED-SW               PIC X VALUE 'N'.
          88 RETURN-ALREADY-APPLIED   VALUE 'Y'.
       01 WS-MATCH-KEY                PIC X(32) VALUE SPACES.
       01 WS-MATCH-SINCE              PIC X(10) VALUE SPACES.

      *> Aged report.  The ledger is read in rider order, so each
      *> rider's outstanding items are subtotalled on the break.
       01 WS-AGE-RIDER                PIC X(20) VALUE SPACES.
       01 WS-AGE-DAYS                 PIC S9(5) VALUE 0.
       01 WS-ASOF-INT                 PIC 9(7) VALUE 0.
       01 WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01 WS-DAY-INT                  PIC 9(7) VALUE 0.
       01 WS-DATE-ISO                 PIC X(10) VALUE SPACES.

       01 WS-RIDER-ITEMS              PIC 9(5) VALUE 0.
       01 WS-RIDER-BUCKET-1           PIC S9(9)V99 VALUE 0.
       01 WS-RIDER-BUCKET-2           PIC S9(9)V99 VALUE 0.
       01 WS-RIDER-BUCKET-3           PIC S9(9)V99 VALUE 0.
       01 WS-RIDER-OWED               PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-ITEMS              PIC 9(7) VALUE 0.
       01 WS-TOTAL-BUCKET-1           PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-BUCKET-2           PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-BUCKET-3           PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-OWED               PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-RIDERS             PIC 9(5) VALUE 0.
       01 WS-PAID-ITEMS               PIC 9(7) VALUE 0.
       01 WS-PAID-AMOUNT              PIC S9(9)V99 VALUE 0.

       01 WS-DISPLAY-AMT              PIC -(9)9.99.
       01 WS-DISPLAY-AMT-1            PIC -(9)9.99.
       01 WS-DISPLAY-AMT-2            PIC -(9)9.99.
       01 WS-DISPLAY-AMT-3            PIC -(9)9.99.
       01 WS-DISPLAY-DAYS             PIC -(4)9.

      *> Command-line switch parsing, as in TRIPBUDGET.
       01 WS-TOKEN-TABLE.
          05 WS-TOKEN OCCURS 10 TIMES PIC X(60) VALUE SPACES.
       01 WS-TOKEN-COUNT              PIC 9(2) VALUE 0.
       01 WS-TOK-IDX                  PIC 9(2) VALUE 0.
       01 WS-OPT-NAME                 PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           PERFORM PARSE-COMMAND-LINE

           IF WS-LEDGER-FILE = SPACES
               DISPLAY "ERROR: usage is PAYCONFIRM -LEDGER <file>"
                       " [-PAYEXTRACT <file>] [-BANKRETURN <file>]"
                       " [-ASOF <date>]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
           END-STRING
           IF WS-ASOF-DATE = SPACES
               MOVE WS-RUN-DATE-ISO TO WS-ASOF-DATE
           END-IF
           IF WS-ASOF-DATE(5:1) NOT = "-"
              OR WS-ASOF-DATE(8:1) NOT = "-"
              OR WS-ASOF-DATE(1:4) IS NOT NUMERIC
              OR WS-ASOF-DATE(6:2) IS NOT NUMERIC
              OR WS-ASOF-DATE(9:2) IS NOT NUMERIC
               DISPLAY "ERROR: -ASOF must be YYYY-MM-DD -> "
                       FUNCTION TRIM(WS-ASOF-DATE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-REIMB-LEDGER

           DISPLAY "===============================".
           DISPLAY " PAYMENT CONFIRMATION INTAKE".
           DISPLAY "===============================".
           DISPLAY "Ledger      : " FUNCTION TRIM(WS-LEDGER-FILE).
           IF WS-PAYEXT-FILE NOT = SPACES
               DISPLAY "Pay extract : " FUNCTION TRIM(WS-PAYEXT-FILE)
           END-IF
           IF WS-BANKRET-FILE NOT = SPACES
               DISPLAY "Bank return : " FUNCTION TRIM(WS-BANKRET-FILE)
           END-IF
           DISPLAY "As of       : " WS-ASOF-DATE.
           DISPLAY " ".

           IF WS-PAYEXT-FILE NOT = SPACES
               PERFORM LOAD-PAY-EXTRACT
           END-IF

           IF WS-BANKRET-FILE NOT = SPACES
               PERFORM APPLY-BANK-RETURN
           END-IF

           PERFORM PRINT-AGED-REPORT
           CLOSE REIMB-LEDGER-FILE

           DISPLAY " ".
           DISPLAY "-------------------------------".
           DISPLAY "PD details read  : " WS-PD-READ-COUNT.
           MOVE WS-LOADED-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "Loaded as owed   : " WS-LOADED-COUNT
                   "  $" WS-DISPLAY-AMT.
           DISPLAY "Already on ledger: " WS-ALREADY-COUNT.
           DISPLAY "Held, not posted : " WS-HELD-COUNT.
           MOVE WS-CONFIRM-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "Confirmed paid   : " WS-CONFIRM-COUNT
                   "  $" WS-DISPLAY-AMT.
           MOVE WS-BOUNCE-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "Rejected by bank : " WS-BOUNCE-COUNT
                   "  $" WS-DISPLAY-AMT.
           DISPLAY "Already applied  : " WS-APPLIED-COUNT.
           DISPLAY "Rejected lines   : " WS-REJECT-COUNT.
           DISPLAY "-------------------------------".

           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *> ------------------------------------------------------------
      *> PARSE-COMMAND-LINE
      *> ------------------------------------------------------------
       PARSE-COMMAND-LINE.
           MOVE 0 TO WS-TOKEN-COUNT
           MOVE SPACES TO WS-TOKEN-TABLE

           UNSTRING FUNCTION TRIM(WS-CMDLINE) DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1)  WS-TOKEN(2)  WS-TOKEN(3)  WS-TOKEN(4)
                    WS-TOKEN(5)  WS-TOKEN(6)  WS-TOKEN(7)  WS-TOKEN(8)
                    WS-TOKEN(9)  WS-TOKEN(10)
               TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING

           MOVE 1 TO WS-TOK-IDX
           PERFORM UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
               MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-TOKEN(WS-TOK-IDX)))
                    TO WS-OPT-NAME
               EVALUATE WS-OPT-NAME
                   WHEN "-LEDGER"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-LEDGER-FILE
                   WHEN "-PAYEXTRACT"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-PAYEXT-FILE
                   WHEN "-BANKRETURN"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-BANKRET-FILE
                   WHEN "-ASOF"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-ASOF-DATE
                   WHEN OTHER
                       DISPLAY "WARN: unknown setting ignored -> "
                               FUNCTION TRIM(WS-OPT-NAME)
               END-EVALUATE
               ADD 1 TO WS-TOK-IDX
           END-PERFORM.

      *> Opens the ledger I-O, creating it on first use.
       OPEN-REIMB-LEDGER.
           OPEN I-O REIMB-LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT REIMB-LEDGER-FILE
               IF WS-LEDGER-STATUS = "00"
                   CLOSE REIMB-LEDGER-FILE
                   OPEN I-O REIMB-LEDGER-FILE
               END-IF
           END-IF

           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open reimbursement ledger -> "
                       FUNCTION TRIM(WS-LEDGER-FILE)
               DISPLAY "FILE STATUS: " WS-LEDGER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ------------------------------------------------------------
      *> LOAD-PAY-EXTRACT
      *> Reads a PH/PD/PT payment batch as TRIPBUDGET wrote it -
      *> strictly columnar:
      *>   "PH" RUNDATE(8) TRIPNAME(30)
      *>   "PD" PAYEE(15) AMOUNT(+9(7).99) RIDER(20) COSTCTR(10)
      *>   "PT" LINECOUNT(6) CONTROLTOTAL(+9(9).99)
      *> ------------------------------------------------------------
       LOAD-PAY-EXTRACT.
           OPEN INPUT PAY-EXTRACT-FILE
           IF WS-PAYEXT-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open payment extract -> "
                       FUNCTION TRIM(WS-PAYEXT-FILE)
               CLOSE REIMB-LEDGER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-LINE-NUM
           MOVE 'N' TO WS-BATCH-SW
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ PAY-EXTRACT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-PAY-EXTRACT-LINE
               END-READ
           END-PERFORM
           CLOSE PAY-EXTRACT-FILE
           SET NOT-EOF TO TRUE

           IF BATCH-OPEN
               MOVE "payment batch has no PT trailer"
                    TO WS-REJECT-REASON
               MOVE SPACES TO PAY-EXTRACT-LINE
               PERFORM REJECT-EXTRACT-LINE
               PERFORM DISCARD-BUFFERED-BATCH
           END-IF.

       LOAD-PAY-EXTRACT-LINE.
           ADD 1 TO WS-LINE-NUM
           IF PAY-EXTRACT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE PAY-EXTRACT-LINE(1:2)
               WHEN "PH"
                   IF BATCH-OPEN
                       MOVE "payment batch has no PT trailer"
                            TO WS-REJECT-REASON
                       PERFORM REJECT-EXTRACT-LINE
                       PERFORM DISCARD-BUFFERED-BATCH
                       MOVE 'N' TO WS-BATCH-SW
                   END-IF
                   IF PAY-EXTRACT-LINE(3:8) IS NOT NUMERIC
                       MOVE "bad batch date on PH header"
                            TO WS-REJECT-REASON
                       PERFORM REJECT-EXTRACT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   SET BATCH-OPEN TO TRUE
                   MOVE PAY-EXTRACT-LINE(3:8)  TO WS-BATCH-DATE
                   MOVE PAY-EXTRACT-LINE(11:30) TO WS-BATCH-TRIP
                   MOVE SPACES TO WS-BATCH-DATE-ISO
                   STRING WS-BATCH-DATE(1:4) "-" WS-BATCH-DATE(5:2) "-"
                          WS-BATCH-DATE(7:2)
                       DELIMITED BY SIZE INTO WS-BATCH-DATE-ISO
                   END-STRING
                   MOVE 0 TO WS-BATCH-PD-COUNT
                   MOVE 0 TO WS-BATCH-PD-TOTAL
                   MOVE 0 TO PDBUF-COUNT
                   MOVE 'N' TO WS-PDBUF-FULL-SW
               WHEN "PD"
                   IF NOT BATCH-OPEN
                       MOVE "PD detail before any PH header"
                            TO WS-REJECT-REASON
                       PERFORM REJECT-EXTRACT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION TEST-NUMVAL(PAY-EXTRACT-LINE(18:11))
                      NOT = 0
                       MOVE "bad amount on PD detail"
                            TO WS-REJECT-REASON
                       PERFORM REJECT-EXTRACT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE PAY-EXTRACT-LINE(3:15)  TO WS-PD-PAYEE
                   COMPUTE WS-PD-AMOUNT =
                           FUNCTION NUMVAL(PAY-EXTRACT-LINE(18:11))
                   MOVE PAY-EXTRACT-LINE(29:20) TO WS-PD-RIDER
                   MOVE PAY-EXTRACT-LINE(49:10) TO WS-PD-COST-CTR
                   ADD 1 TO WS-PD-READ-COUNT
                   ADD 1 TO WS-BATCH-PD-COUNT
                   ADD WS-PD-AMOUNT TO WS-BATCH-PD-TOTAL
                   IF PDBUF-COUNT >= PDBUF-MAX
                       IF NOT PDBUF-FULL
                           SET PDBUF-FULL TO TRUE
                           MOVE "payment batch has too many PD details"
                                TO WS-REJECT-REASON
                           PERFORM REJECT-EXTRACT-LINE
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO PDBUF-COUNT
                   MOVE WS-PD-PAYEE    TO PDBUF-PAYEE(PDBUF-COUNT)
                   MOVE WS-PD-AMOUNT   TO PDBUF-AMOUNT(PDBUF-COUNT)
                   MOVE WS-PD-RIDER    TO PDBUF-RIDER(PDBUF-COUNT)
                   MOVE WS-PD-COST-CTR TO PDBUF-COST-CTR(PDBUF-COUNT)
               WHEN "PT"
                   IF NOT BATCH-OPEN
                       MOVE "PT trailer before any PH header"
                            TO WS-REJECT-REASON
                       PERFORM REJECT-EXTRACT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'N' TO WS-BATCH-SW
                   PERFORM CHECK-BATCH-TRAILER
                   IF TRAILER-BALANCED AND NOT PDBUF-FULL
                       PERFORM POST-BUFFERED-BATCH
                   ELSE
                       PERFORM DISCARD-BUFFERED-BATCH
                   END-IF
               WHEN OTHER
                   MOVE "unknown payment record type"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-EXTRACT-LINE
           END-EVALUATE.

      *> The trailer's count and control total must agree with the
      *> details read, or the batch is not the one the bank was sent.
       CHECK-BATCH-TRAILER.
           MOVE 'N' TO WS-TRAILER-SW
           IF PAY-EXTRACT-LINE(3:6) IS NOT NUMERIC
              OR FUNCTION TEST-NUMVAL(PAY-EXTRACT-LINE(9:13)) NOT = 0
               MOVE "bad PT trailer" TO WS-REJECT-REASON
               PERFORM REJECT-EXTRACT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-EXTRACT-LINE(3:6) TO WS-BATCH-TRL-COUNT
           COMPUTE WS-BATCH-TRL-TOTAL =
                   FUNCTION NUMVAL(PAY-EXTRACT-LINE(9:13))
           IF WS-BATCH-TRL-COUNT NOT = WS-BATCH-PD-COUNT
              OR WS-BATCH-TRL-TOTAL NOT = WS-BATCH-PD-TOTAL
               MOVE "PT trailer does not balance to PD details"
                    TO WS-REJECT-REASON
               PERFORM REJECT-EXTRACT-LINE
               EXIT PARAGRAPH
           END-IF
           SET TRAILER-BALANCED TO TRUE.

      *> The batch balanced: each held detail goes to the ledger.
       POST-BUFFERED-BATCH.
           MOVE 1 TO WS-PDBUF-IDX
           PERFORM UNTIL WS-PDBUF-IDX > PDBUF-COUNT
               MOVE PDBUF-PAYEE(WS-PDBUF-IDX)    TO WS-PD-PAYEE
               MOVE PDBUF-AMOUNT(WS-PDBUF-IDX)   TO WS-PD-AMOUNT
               MOVE PDBUF-RIDER(WS-PDBUF-IDX)    TO WS-PD-RIDER
               MOVE PDBUF-COST-CTR(WS-PDBUF-IDX) TO WS-PD-COST-CTR
               PERFORM POST-LEDGER-ENTRY
               ADD 1 TO WS-PDBUF-IDX
           END-PERFORM
           MOVE 0 TO PDBUF-COUNT.

      *> The batch did not balance or never closed: none of it posts.
       DISCARD-BUFFERED-BATCH.
           IF PDBUF-COUNT > 0
               DISPLAY "WARN: batch " WS-BATCH-DATE " "
                       FUNCTION TRIM(WS-BATCH-TRIP) " - "
                       PDBUF-COUNT " PD details not posted"
           END-IF
           ADD PDBUF-COUNT TO WS-HELD-COUNT
           MOVE 0 TO PDBUF-COUNT.

      *> Posts the PD detail under rider + batch date + next free
      *> sequence number, unless an entry for the same trip, payee
      *> and amount is already in that rider/batch-date group - the
      *> extract was loaded before.
       POST-LEDGER-ENTRY.
           MOVE 0 TO WS-LEDGER-MAX-SEQ
           MOVE 'N' TO WS-ALREADY-SW

           MOVE WS-PD-RIDER   TO RLEDG-RIDER
           MOVE WS-BATCH-DATE TO RLEDG-BATCH-DATE
           MOVE 0             TO RLEDG-SEQ
           START REIMB-LEDGER-FILE KEY >= RLEDG-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-LEDGER-STATUS = "00"
               PERFORM SCAN-LEDGER-GROUP
           END-IF

           IF PD-ALREADY-LOADED
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REIMB-LEDGER-RECORD
           MOVE WS-PD-RIDER    TO RLEDG-RIDER
           MOVE WS-BATCH-DATE  TO RLEDG-BATCH-DATE
           COMPUTE RLEDG-SEQ = WS-LEDGER-MAX-SEQ + 1
           MOVE WS-PD-PAYEE    TO RLEDG-PAYEE-ID
           MOVE WS-BATCH-TRIP  TO RLEDG-TRIP-NAME
           MOVE WS-PD-COST-CTR TO RLEDG-COST-CENTER
           MOVE WS-PD-AMOUNT   TO RLEDG-AMOUNT
           SET RLEDG-OWED TO TRUE
           MOVE WS-BATCH-DATE-ISO TO RLEDG-OWED-SINCE
           MOVE WS-RUN-DATE-ISO   TO RLEDG-LAST-CHANGED
           WRITE REIMB-LEDGER-RECORD
               INVALID KEY
                   MOVE "could not write ledger entry"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-EXTRACT-LINE
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-LOADED-COUNT
           ADD WS-PD-AMOUNT TO WS-LOADED-AMOUNT.

       SCAN-LEDGER-GROUP.
           MOVE 'N' TO WS-LEDGER-SCAN-SW
           PERFORM UNTIL LEDGER-SCAN-DONE
               READ REIMB-LEDGER-FILE NEXT
                   AT END
                       SET LEDGER-SCAN-DONE TO TRUE
                   NOT AT END
                       IF RLEDG-RIDER = WS-PD-RIDER
                          AND RLEDG-BATCH-DATE = WS-BATCH-DATE
                           IF RLEDG-SEQ > WS-LEDGER-MAX-SEQ
                               MOVE RLEDG-SEQ TO WS-LEDGER-MAX-SEQ
                           END-IF
                           IF RLEDG-TRIP-NAME = WS-BATCH-TRIP
                              AND RLEDG-PAYEE-ID = WS-PD-PAYEE
                              AND RLEDG-AMOUNT = WS-PD-AMOUNT
                               SET PD-ALREADY-LOADED TO TRUE
                           END-IF
                       ELSE
                           SET LEDGER-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       REJECT-EXTRACT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "WARN extract line " WS-LINE-NUM ": "
                   FUNCTION TRIM(WS-REJECT-REASON) " -> "
                   FUNCTION TRIM(PAY-EXTRACT-LINE).

      *> ------------------------------------------------------------
      *> APPLY-BANK-RETURN
      *> One bank return line per payment.  Blank lines and "#"
      *> comment lines are skipped.
      *> ------------------------------------------------------------
       APPLY-BANK-RETURN.
           OPEN INPUT BANK-RETURN-FILE
           IF WS-BANKRET-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open bank return file -> "
                       FUNCTION TRIM(WS-BANKRET-FILE)
               CLOSE REIMB-LEDGER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-LINE-NUM
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ BANK-RETURN-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-BANK-RETURN-LINE
               END-READ
           END-PERFORM
           CLOSE BANK-RETURN-FILE
           SET NOT-EOF TO TRUE.

       APPLY-BANK-RETURN-LINE.
           ADD 1 TO WS-LINE-NUM
           IF FUNCTION LENGTH(FUNCTION TRIM(BANK-RETURN-LINE)) = 0
               EXIT PARAGRAPH
           END-IF
           IF BANK-RETURN-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RET-STATUS
           MOVE SPACES TO WS-RET-PAYEE
           MOVE SPACES TO WS-RET-AMOUNT-TEXT
           MOVE SPACES TO WS-RET-VALUE-DATE
           MOVE SPACES TO WS-RET-BANK-REF
           MOVE SPACES TO WS-RET-REASON
           UNSTRING BANK-RETURN-LINE DELIMITED BY ","
               INTO WS-RET-STATUS WS-RET-PAYEE WS-RET-AMOUNT-TEXT
                    WS-RET-VALUE-DATE WS-RET-BANK-REF WS-RET-REASON
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RET-STATUS))
                TO WS-RET-STATUS
           MOVE FUNCTION TRIM(WS-RET-PAYEE)       TO WS-RET-PAYEE
           MOVE FUNCTION TRIM(WS-RET-AMOUNT-TEXT) TO WS-RET-AMOUNT-TEXT
           MOVE FUNCTION TRIM(WS-RET-VALUE-DATE)  TO WS-RET-VALUE-DATE
           MOVE FUNCTION TRIM(WS-RET-BANK-REF)    TO WS-RET-BANK-REF
           MOVE FUNCTION TRIM(WS-RET-REASON)      TO WS-RET-REASON

           EVALUATE WS-RET-STATUS
               WHEN "CONFIRMED"
               WHEN "PAID"
                   SET RET-CONFIRMED TO TRUE
               WHEN "REJECTED"
               WHEN "RETURNED"
                   SET RET-REJECTED TO TRUE
               WHEN OTHER
                   MOVE "unknown payment status" TO WS-REJECT-REASON
                   PERFORM REJECT-RETURN-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-RET-PAYEE = SPACES
               MOVE "no payee id" TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-RET-AMOUNT-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-RET-AMOUNT-TEXT) NOT = 0
               MOVE "bad amount" TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RET-AMOUNT = FUNCTION NUMVAL(WS-RET-AMOUNT-TEXT)

           IF WS-RET-VALUE-DATE = SPACES
               MOVE WS-ASOF-DATE TO WS-RET-VALUE-DATE
           END-IF
           IF WS-RET-VALUE-DATE(5:1) NOT = "-"
              OR WS-RET-VALUE-DATE(8:1) NOT = "-"
              OR WS-RET-VALUE-DATE(1:4) IS NOT NUMERIC
              OR WS-RET-VALUE-DATE(6:2) IS NOT NUMERIC
              OR WS-RET-VALUE-DATE(9:2) IS NOT NUMERIC
               MOVE "bad value date" TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LEDGER-MATCH

           IF RETURN-ALREADY-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT MATCH-FOUND
               MOVE "no outstanding payment for payee/amount"
                    TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MATCH-KEY TO RLEDG-KEY
           READ REIMB-LEDGER-FILE
               INVALID KEY
                   MOVE "matched ledger entry has gone"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-RETURN-LINE
                   EXIT PARAGRAPH
           END-READ

           IF RET-CONFIRMED
               SET RLEDG-PAID TO TRUE
               MOVE SPACES TO RLEDG-REJECT-REASON
           ELSE
               SET RLEDG-REJECTED TO TRUE
               MOVE WS-RET-REASON TO RLEDG-REJECT-REASON
           END-IF
           MOVE WS-RET-VALUE-DATE TO RLEDG-SETTLED-DATE
           MOVE WS-RET-BANK-REF   TO RLEDG-BANK-REF
           MOVE WS-RUN-DATE-ISO   TO RLEDG-LAST-CHANGED
           REWRITE REIMB-LEDGER-RECORD
               INVALID KEY
                   MOVE "could not rewrite ledger entry"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-RETURN-LINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE RLEDG-AMOUNT TO WS-DISPLAY-AMT
           IF RET-CONFIRMED
               ADD 1 TO WS-CONFIRM-COUNT
               ADD RLEDG-AMOUNT TO WS-CONFIRM-AMOUNT
               DISPLAY "PAID       " RLEDG-RIDER " " RLEDG-PAYEE-ID
                       " " WS-DISPLAY-AMT " " RLEDG-SETTLED-DATE
           ELSE
               ADD 1 TO WS-BOUNCE-COUNT
               ADD RLEDG-AMOUNT TO WS-BOUNCE-AMOUNT
               DISPLAY "REJECTED   " RLEDG-RIDER " " RLEDG-PAYEE-ID
                       " " WS-DISPLAY-AMT " "
                       FUNCTION TRIM(RLEDG-REJECT-REASON)
           END-IF.

      *> Walks the whole ledger for entries with this payee id and
      *> amount.  One already carrying this bank reference means the
      *> line was applied by an earlier run; otherwise the oldest
      *> entry not yet PAID is the match.
       FIND-LEDGER-MATCH.
           MOVE 'N' TO WS-MATCH-SW
           MOVE 'N' TO WS-APPLIED-SW
           MOVE SPACES TO WS-MATCH-KEY
           MOVE HIGH-VALUES TO WS-MATCH-SINCE

           MOVE LOW-VALUES TO RLEDG-KEY
           START REIMB-LEDGER-FILE KEY >= RLEDG-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ REIMB-LEDGER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-LEDGER-CANDIDATE
               END-READ
           END-PERFORM
           SET NOT-EOF TO TRUE.

       CHECK-LEDGER-CANDIDATE.
           IF RLEDG-PAYEE-ID NOT = WS-RET-PAYEE
              OR RLEDG-AMOUNT NOT = WS-RET-AMOUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-RET-BANK-REF NOT = SPACES
              AND RLEDG-BANK-REF = WS-RET-BANK-REF
               SET RETURN-ALREADY-APPLIED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF RLEDG-PAID
               EXIT PARAGRAPH
           END-IF
           IF RLEDG-OWED-SINCE < WS-MATCH-SINCE
               SET MATCH-FOUND TO TRUE
               MOVE RLEDG-KEY        TO WS-MATCH-KEY
               MOVE RLEDG-OWED-SINCE TO WS-MATCH-SINCE
           END-IF.

       REJECT-RETURN-LINE.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "WARN return line " WS-LINE-NUM ": "
                   FUNCTION TRIM(WS-REJECT-REASON) " -> "
                   FUNCTION TRIM(BANK-RETURN-LINE).

      *> ------------------------------------------------------------
      *> PRINT-AGED-REPORT
      *> Everything still owed - OWED or REJECTED - aged from the
      *> batch date to the as-of date, item by item under each
      *> rider, with the rider's bucket totals on the break.
      *> ------------------------------------------------------------
       PRINT-AGED-REPORT.
           MOVE WS-ASOF-DATE TO WS-DATE-ISO
           PERFORM ISO-TO-INTEGER
           MOVE WS-DAY-INT TO WS-ASOF-INT

           DISPLAY " ".
           DISPLAY "Owed but not yet paid, as of " WS-ASOF-DATE ":".
           DISPLAY "RIDER                BATCH    PAYEE           "
                   "     AMOUNT STATUS    DAYS".
           DISPLAY "-------------------------------".

           MOVE SPACES TO WS-AGE-RIDER
           MOVE LOW-VALUES TO RLEDG-KEY
           START REIMB-LEDGER-FILE KEY >= RLEDG-KEY
               INVALID KEY
                   DISPLAY "(ledger is empty)"
                   EXIT PARAGRAPH
           END-START

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ REIMB-LEDGER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM AGE-LEDGER-ENTRY
               END-READ
           END-PERFORM
           SET NOT-EOF TO TRUE
           IF WS-AGE-RIDER NOT = SPACES
               PERFORM PRINT-RIDER-AGED-TOTAL
           END-IF

           DISPLAY "-------------------------------".
           MOVE WS-TOTAL-BUCKET-1 TO WS-DISPLAY-AMT-1
           MOVE WS-TOTAL-BUCKET-2 TO WS-DISPLAY-AMT-2
           MOVE WS-TOTAL-BUCKET-3 TO WS-DISPLAY-AMT-3
           MOVE WS-TOTAL-OWED     TO WS-DISPLAY-AMT
           DISPLAY "Riders owed    : " WS-TOTAL-RIDERS
                   "  items: " WS-TOTAL-ITEMS.
           DISPLAY "0-30 days      : $" WS-DISPLAY-AMT-1.
           DISPLAY "31-60 days     : $" WS-DISPLAY-AMT-2.
           DISPLAY "60+ days       : $" WS-DISPLAY-AMT-3.
           DISPLAY "Total owed     : $" WS-DISPLAY-AMT.
           MOVE WS-PAID-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "Paid to date   : $" WS-DISPLAY-AMT
                   "  (" WS-PAID-ITEMS " items)".

       AGE-LEDGER-ENTRY.
           IF RLEDG-PAID
               ADD 1 TO WS-PAID-ITEMS
               ADD RLEDG-AMOUNT TO WS-PAID-AMOUNT
               EXIT PARAGRAPH
           END-IF

           IF RLEDG-RIDER NOT = WS-AGE-RIDER
               IF WS-AGE-RIDER NOT = SPACES
                   PERFORM PRINT-RIDER-AGED-TOTAL
               END-IF
               MOVE RLEDG-RIDER TO WS-AGE-RIDER
               MOVE 0 TO WS-RIDER-ITEMS
               MOVE 0 TO WS-RIDER-BUCKET-1
               MOVE 0 TO WS-RIDER-BUCKET-2
               MOVE 0 TO WS-RIDER-BUCKET-3
               MOVE 0 TO WS-RIDER-OWED
               ADD 1 TO WS-TOTAL-RIDERS
           END-IF

           MOVE RLEDG-OWED-SINCE TO WS-DATE-ISO
           PERFORM ISO-TO-INTEGER
           COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-DAY-INT

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD RLEDG-AMOUNT TO WS-RIDER-BUCKET-1
                   ADD RLEDG-AMOUNT TO WS-TOTAL-BUCKET-1
               WHEN WS-AGE-DAYS <= 60
                   ADD RLEDG-AMOUNT TO WS-RIDER-BUCKET-2
                   ADD RLEDG-AMOUNT TO WS-TOTAL-BUCKET-2
               WHEN OTHER
                   ADD RLEDG-AMOUNT TO WS-RIDER-BUCKET-3
                   ADD RLEDG-AMOUNT TO WS-TOTAL-BUCKET-3
           END-EVALUATE
           ADD 1 TO WS-RIDER-ITEMS
           ADD 1 TO WS-TOTAL-ITEMS
           ADD RLEDG-AMOUNT TO WS-RIDER-OWED
           ADD RLEDG-AMOUNT TO WS-TOTAL-OWED

           MOVE RLEDG-AMOUNT TO WS-DISPLAY-AMT
           MOVE WS-AGE-DAYS  TO WS-DISPLAY-DAYS
           DISPLAY RLEDG-RIDER " " RLEDG-BATCH-DATE " " RLEDG-PAYEE-ID
                   " " WS-DISPLAY-AMT " " RLEDG-STATUS " "
                   WS-DISPLAY-DAYS
           IF RLEDG-REJECTED AND RLEDG-REJECT-REASON NOT = SPACES
               DISPLAY "      bank rejected "
                       RLEDG-SETTLED-DATE ": "
                       FUNCTION TRIM(RLEDG-REJECT-REASON)
           END-IF.

       PRINT-RIDER-AGED-TOTAL.
           MOVE WS-RIDER-BUCKET-1 TO WS-DISPLAY-AMT-1
           MOVE WS-RIDER-BUCKET-2 TO WS-DISPLAY-AMT-2
           MOVE WS-RIDER-BUCKET-3 TO WS-DISPLAY-AMT-3
           MOVE WS-RIDER-OWED     TO WS-DISPLAY-AMT
           DISPLAY "  " FUNCTION TRIM(WS-AGE-RIDER)
                   " (" WS-RIDER-ITEMS " items) 0-30 $"
                   FUNCTION TRIM(WS-DISPLAY-AMT-1)
                   "  31-60 $" FUNCTION TRIM(WS-DISPLAY-AMT-2)
                   "  60+ $" FUNCTION TRIM(WS-DISPLAY-AMT-3)
                   "  owed $" FUNCTION TRIM(WS-DISPLAY-AMT)
           DISPLAY " ".

      *> WS-DATE-ISO (YYYY-MM-DD) to integer date in WS-DAY-INT.
       ISO-TO-INTEGER.
           COMPUTE WS-DATE-NUM =
                   FUNCTION NUMVAL(WS-DATE-ISO(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DATE-ISO(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DATE-ISO(9:2))
           COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
