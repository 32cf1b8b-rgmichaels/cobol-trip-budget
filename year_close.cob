       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARCLOSE.

      *> ------------------------------------------------------------
      *> Expense master year-end close, archive and purge.
      *> Every master record dated before the cutoff is copied to a
      *> sequential archive file and released to a sort by rider and
      *> category, whose output is the carry-forward file of closing
      *> balances, one per rider and category; only then are the
      *> archived records deleted from the master.  The master is
      *> recounted afterwards and the control totals printed:
      *>   read before close  = archived + remaining after close
      *>   archived           = deleted
      *> in both record count and amount.  A close that does not
      *> balance ends with RETURN-CODE 8.  If any archive or
      *> carry-forward line fails to write, the key is reported, both
      *> files are emptied again and nothing is purged (RETURN-CODE
      *> 12), leaving the master untouched.
      *>
      *> A close is never appended to, or written over, an earlier
      *> one: if the archive or carry-forward file already exists
      *> with anything in it the run stops (RETURN-CODE 12) before
      *> the master is read.  Rename or move the previous year's
      *> files first.  The empty files an abandoned close leaves
      *> behind do not count, so the close can simply be rerun.
      *>
      *> Usage: YEARCLOSE -MASTER <file> -CUTOFF <YYYY-MM-DD>
      *>                  -ARCHIVE <file> -CARRYFWD <file>
      *>
      *> Archive: one line per archived record, the master record
      *> image as it stood.
      *> Carry-forward, strictly columnar like the GL and PAY
      *> extracts:
      *>   "CH" RUNDATE(8) CUTOFF(10)
      *>   "CD" RIDER(20) CATEGORY(30) COUNT(7) AMOUNT(+9(9).99)
      *>   "CT" LINECOUNT(6) CONTROLTOTAL(+9(9).99)
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CARRYFWD-FILE
               ASSIGN TO DYNAMIC WS-CARRYFWD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYFWD-STATUS.

           SELECT CLOSE-SORT-FILE
               ASSIGN TO DYNAMIC WS-CLOSESORT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY "expense_master.cpy".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE               PIC X(200).

       FD  CARRYFWD-FILE.
       01  CARRYFWD-LINE              PIC X(100).

      *> One archived record's share of its rider/category balance.
       SD  CLOSE-SORT-FILE.
       01  CSRT-RECORD.
           05 CSRT-RIDER              PIC X(20).
           05 CSRT-CATEGORY           PIC X(30).
           05 CSRT-AMOUNT             PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-CMDLINE                  PIC X(256) VALUE SPACES.

       01 WS-MASTER-FILE              PIC X(256) VALUE SPACES.
       01 WS-MASTER-STATUS            PIC XX VALUE "00".
       01 WS-ARCHIVE-FILE             PIC X(256) VALUE SPACES.
       01 WS-ARCHIVE-STATUS           PIC XX VALUE "00".
       01 WS-CARRYFWD-FILE            PIC X(256) VALUE SPACES.
       01 WS-CARRYFWD-STATUS          PIC XX VALUE "00".
       01 WS-CLOSESORT-FILE           PIC X(256)
                                      VALUE "yearclose_bal.srt".

       01 WS-CUTOFF-DATE              PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01 WS-EOF                      PIC X VALUE 'N'.
          88 EOF                      VALUE 'Y'.
          88 NOT-EOF                  VALUE 'N'.
       01 WS-SORT-EOF-SW              PIC X VALUE 'N'.
          88 SORT-EOF                 VALUE 'Y'.

      *> Control totals.  "Before" is the whole master as read on the
      *> archive pass; "after" is the recount once the purge is done.
       01 WS-BEFORE-COUNT             PIC 9(7) VALUE 0.
       01 WS-BEFORE-AMOUNT            PIC S9(9)V99 VALUE 0.
       01 WS-ARCHIVE-COUNT            PIC 9(7) VALUE 0.
       01 WS-ARCHIVE-AMOUNT           PIC S9(9)V99 VALUE 0.
       01 WS-KEEP-COUNT               PIC 9(7) VALUE 0.
       01 WS-KEEP-AMOUNT              PIC S9(9)V99 VALUE 0.
       01 WS-DELETE-COUNT             PIC 9(7) VALUE 0.
       01 WS-DELETE-AMOUNT            PIC S9(9)V99 VALUE 0.
       01 WS-AFTER-COUNT              PIC 9(7) VALUE 0.
       01 WS-AFTER-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-CHECK-COUNT              PIC 9(7) VALUE 0.
       01 WS-CHECK-AMOUNT             PIC S9(9)V99 VALUE 0.

       01 WS-BALANCED-SW              PIC X VALUE 'Y'.
          88 CLOSE-BALANCED           VALUE 'Y'.

       01 WS-WRITE-FAIL-SW            PIC X VALUE 'N'.
          88 WRITE-FAILED             VALUE 'Y'.

      *> An output file found holding an earlier close.
       01 WS-FILE-USED-SW             PIC X VALUE 'N'.
          88 FILE-USED                VALUE 'Y'.

       01 WS-DISPLAY-COUNT            PIC Z(6)9.
       01 WS-DISPLAY-AMT              PIC -(9)9.99.

      *> ------------------------------------------------------------
      *> Closing balance of the current rider + category, built at
      *> the control break of the sorted archive records.
      *> ------------------------------------------------------------
       01 WS-BAL-OPEN-SW              PIC X VALUE 'N'.
          88 BAL-OPEN                 VALUE 'Y'.
       01 WS-BAL-RIDER                PIC X(20) VALUE SPACES.
       01 WS-BAL-CATEGORY             PIC X(30) VALUE SPACES.
       01 WS-BAL-ITEMS                PIC 9(7) VALUE 0.
       01 WS-BAL-AMOUNT               PIC S9(9)V99 VALUE 0.

       01 WS-CF-LINE-COUNT            PIC 9(6) VALUE 0.
       01 WS-CF-CONTROL-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-CF-AMOUNT-EDIT           PIC +9(9).99.
       01 WS-CF-CONTROL-EDIT          PIC +9(9).99.

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

           IF WS-MASTER-FILE = SPACES OR WS-CUTOFF-DATE = SPACES
              OR WS-ARCHIVE-FILE = SPACES OR WS-CARRYFWD-FILE = SPACES
               DISPLAY "ERROR: usage is YEARCLOSE -MASTER <file>"
                       " -CUTOFF <date> -ARCHIVE <file>"
                       " -CARRYFWD <file>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CUTOFF-DATE(5:1) NOT = "-"
              OR WS-CUTOFF-DATE(8:1) NOT = "-"
              OR WS-CUTOFF-DATE(1:4) IS NOT NUMERIC
              OR WS-CUTOFF-DATE(6:2) IS NOT NUMERIC
              OR WS-CUTOFF-DATE(9:2) IS NOT NUMERIC
               DISPLAY "ERROR: cutoff must be YYYY-MM-DD -> "
                       FUNCTION TRIM(WS-CUTOFF-DATE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-OUTPUT-FILES-NEW

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open expense master -> "
                       FUNCTION TRIM(WS-MASTER-FILE)
               DISPLAY "FILE STATUS: " WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "===============================".
           DISPLAY " EXPENSE MASTER YEAR-END CLOSE".
           DISPLAY "===============================".
           DISPLAY "Master      : " FUNCTION TRIM(WS-MASTER-FILE).
           DISPLAY "Cutoff      : " WS-CUTOFF-DATE
                   " (records dated before it are closed)".
           DISPLAY "Archive     : " FUNCTION TRIM(WS-ARCHIVE-FILE).
           DISPLAY "Carry-fwd   : " FUNCTION TRIM(WS-CARRYFWD-FILE).
           DISPLAY " ".

           PERFORM OPEN-CLOSE-OUTPUT

           SORT CLOSE-SORT-FILE
               ON ASCENDING KEY CSRT-RIDER CSRT-CATEGORY
               INPUT PROCEDURE IS ARCHIVE-CLOSED-RECORDS
               OUTPUT PROCEDURE IS WRITE-CARRY-FORWARD

           IF NOT WRITE-FAILED
               PERFORM WRITE-CARRY-FORWARD-TRAILER
           END-IF
           CLOSE ARCHIVE-FILE
           CLOSE CARRYFWD-FILE

           IF WRITE-FAILED
               PERFORM DISCARD-CLOSE-OUTPUT
               DISPLAY "ERROR: archive or carry-forward write failed -"
                       " nothing purged, master unchanged"
               CLOSE MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PURGE-CLOSED-RECORDS
           PERFORM RECOUNT-MASTER
           CLOSE MASTER-FILE

           PERFORM PRINT-CONTROL-TOTALS

           IF NOT CLOSE-BALANCED
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
               EVALUATE TRUE
                   WHEN WS-OPT-NAME = "-MASTER"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-MASTER-FILE
                   WHEN WS-OPT-NAME = "-CUTOFF"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-CUTOFF-DATE
                   WHEN WS-OPT-NAME = "-ARCHIVE"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-ARCHIVE-FILE
                   WHEN WS-OPT-NAME = "-CARRYFWD"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-CARRYFWD-FILE
                   WHEN OTHER
                       DISPLAY "WARN: unknown setting ignored -> "
                               FUNCTION TRIM(WS-OPT-NAME)
               END-EVALUATE
               ADD 1 TO WS-TOK-IDX
           END-PERFORM.

      *> ------------------------------------------------------------
      *> CHECK-OUTPUT-FILES-NEW
      *> A close writes a fresh archive and carry-forward; an earlier
      *> year's files of the same name are never overwritten.  An
      *> empty file is what an abandoned close leaves, and may be.
      *> ------------------------------------------------------------
       CHECK-OUTPUT-FILES-NEW.
           MOVE 'N' TO WS-FILE-USED-SW
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               READ ARCHIVE-FILE
                   NOT AT END
                       SET FILE-USED TO TRUE
               END-READ
               CLOSE ARCHIVE-FILE
           END-IF
           IF FILE-USED
               DISPLAY "ERROR: archive file already exists -> "
                       FUNCTION TRIM(WS-ARCHIVE-FILE)
               DISPLAY "ERROR: close abandoned - nothing purged,"
                       " master unchanged"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-FILE-USED-SW
           OPEN INPUT CARRYFWD-FILE
           IF WS-CARRYFWD-STATUS = "00"
               READ CARRYFWD-FILE
                   NOT AT END
                       SET FILE-USED TO TRUE
               END-READ
               CLOSE CARRYFWD-FILE
           END-IF
           IF FILE-USED
               DISPLAY "ERROR: carry-forward file already exists -> "
                       FUNCTION TRIM(WS-CARRYFWD-FILE)
               DISPLAY "ERROR: close abandoned - nothing purged,"
                       " master unchanged"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ------------------------------------------------------------
      *> OPEN-CLOSE-OUTPUT
      *> Opens the archive and the carry-forward (with its "CH"
      *> header) before the master is read.
      *> ------------------------------------------------------------
       OPEN-CLOSE-OUTPUT.
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open archive file -> "
                       FUNCTION TRIM(WS-ARCHIVE-FILE)
               CLOSE MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CARRYFWD-FILE
           IF WS-CARRYFWD-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open carry-forward file -> "
                       FUNCTION TRIM(WS-CARRYFWD-FILE)
               DISPLAY "ERROR: close abandoned - nothing purged,"
                       " master unchanged"
               CLOSE ARCHIVE-FILE
               CLOSE MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-CF-LINE-COUNT
           MOVE 0 TO WS-CF-CONTROL-TOTAL

           MOVE SPACES TO CARRYFWD-LINE
           STRING "CH" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO CARRYFWD-LINE
           END-STRING
           WRITE CARRYFWD-LINE
           IF WS-CARRYFWD-STATUS NOT = "00"
               DISPLAY "ERROR: could not write carry-forward header"
                       " (status " WS-CARRYFWD-STATUS ")"
               SET WRITE-FAILED TO TRUE
           END-IF.

      *> An abandoned close empties both files again, so no partial
      *> archive is left and the rerun is not refused.
       DISCARD-CLOSE-OUTPUT.
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "ERROR: could not empty archive file -> "
                       FUNCTION TRIM(WS-ARCHIVE-FILE)
                       " - remove it before rerunning"
           END-IF
           OPEN OUTPUT CARRYFWD-FILE
           IF WS-CARRYFWD-STATUS = "00"
               CLOSE CARRYFWD-FILE
           ELSE
               DISPLAY "ERROR: could not empty carry-forward file -> "
                       FUNCTION TRIM(WS-CARRYFWD-FILE)
                       " - remove it before rerunning"
           END-IF.

      *> ------------------------------------------------------------
      *> ARCHIVE-CLOSED-RECORDS
      *> Pass 1, the sort's input: reads the whole master in key
      *> order, copying every record before the cutoff to the
      *> archive and releasing it toward its rider/category closing
      *> balance, and totalling what stays.
      *> ------------------------------------------------------------
       ARCHIVE-CLOSED-RECORDS.
           IF WRITE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO MASTER-KEY
           START MASTER-FILE KEY >= MASTER-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START

           PERFORM UNTIL EOF OR WRITE-FAILED
               READ MASTER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM ARCHIVE-ONE-RECORD
               END-READ
           END-PERFORM
           SET NOT-EOF TO TRUE.

       ARCHIVE-ONE-RECORD.
           ADD 1 TO WS-BEFORE-COUNT
           ADD MASTER-AMOUNT TO WS-BEFORE-AMOUNT

           IF MASTER-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-KEEP-COUNT
               ADD MASTER-AMOUNT TO WS-KEEP-AMOUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ARCHIVE-LINE
           MOVE MASTER-RECORD TO ARCHIVE-LINE
           WRITE ARCHIVE-LINE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ERROR: could not archive "
                       FUNCTION TRIM(MASTER-RIDER) " "
                       MASTER-DATE " " MASTER-SEQ
                       " (status " WS-ARCHIVE-STATUS ")"
               SET WRITE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCHIVE-COUNT
           ADD MASTER-AMOUNT TO WS-ARCHIVE-AMOUNT

           MOVE MASTER-RIDER    TO CSRT-RIDER
           MOVE MASTER-CATEGORY TO CSRT-CATEGORY
           MOVE MASTER-AMOUNT   TO CSRT-AMOUNT
           RELEASE CSRT-RECORD.

      *> ------------------------------------------------------------
      *> WRITE-CARRY-FORWARD
      *> The sort's output: one "CD" closing balance per rider and
      *> category, written at each control break.  Nothing but the
      *> current balance is held, however many riders and categories
      *> the year closes.
      *> ------------------------------------------------------------
       WRITE-CARRY-FORWARD.
           MOVE 'N' TO WS-BAL-OPEN-SW
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM UNTIL SORT-EOF
               RETURN CLOSE-SORT-FILE
                   AT END
                       SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-TO-CLOSING-BALANCE
               END-RETURN
           END-PERFORM
           IF BAL-OPEN
               PERFORM WRITE-CLOSING-BALANCE
           END-IF.

       ADD-TO-CLOSING-BALANCE.
           IF BAL-OPEN
               IF CSRT-RIDER NOT = WS-BAL-RIDER
                  OR CSRT-CATEGORY NOT = WS-BAL-CATEGORY
                   PERFORM WRITE-CLOSING-BALANCE
               END-IF
           END-IF
           IF NOT BAL-OPEN
               SET BAL-OPEN TO TRUE
               MOVE CSRT-RIDER    TO WS-BAL-RIDER
               MOVE CSRT-CATEGORY TO WS-BAL-CATEGORY
               MOVE 0 TO WS-BAL-ITEMS
               MOVE 0 TO WS-BAL-AMOUNT
           END-IF
           ADD 1 TO WS-BAL-ITEMS
           ADD CSRT-AMOUNT TO WS-BAL-AMOUNT.

       WRITE-CLOSING-BALANCE.
           MOVE 'N' TO WS-BAL-OPEN-SW
           IF WRITE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BAL-AMOUNT TO WS-CF-AMOUNT-EDIT
           MOVE SPACES TO CARRYFWD-LINE
           STRING "CD" DELIMITED BY SIZE
                  WS-BAL-RIDER DELIMITED BY SIZE
                  WS-BAL-CATEGORY DELIMITED BY SIZE
                  WS-BAL-ITEMS DELIMITED BY SIZE
                  WS-CF-AMOUNT-EDIT DELIMITED BY SIZE
               INTO CARRYFWD-LINE
           END-STRING
           WRITE CARRYFWD-LINE
           IF WS-CARRYFWD-STATUS NOT = "00"
               DISPLAY "ERROR: could not write carry-forward "
                       FUNCTION TRIM(WS-BAL-RIDER) " "
                       FUNCTION TRIM(WS-BAL-CATEGORY)
                       " (status " WS-CARRYFWD-STATUS ")"
               SET WRITE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CF-LINE-COUNT
           ADD WS-BAL-AMOUNT TO WS-CF-CONTROL-TOTAL.

      *> "CT" trailer: line count and a control total that equals the
      *> archived amount.
       WRITE-CARRY-FORWARD-TRAILER.
           MOVE WS-CF-CONTROL-TOTAL TO WS-CF-CONTROL-EDIT
           MOVE SPACES TO CARRYFWD-LINE
           STRING "CT" DELIMITED BY SIZE
                  WS-CF-LINE-COUNT DELIMITED BY SIZE
                  WS-CF-CONTROL-EDIT DELIMITED BY SIZE
               INTO CARRYFWD-LINE
           END-STRING
           WRITE CARRYFWD-LINE
           IF WS-CARRYFWD-STATUS NOT = "00"
               DISPLAY "ERROR: could not write carry-forward trailer"
                       " (status " WS-CARRYFWD-STATUS ")"
               SET WRITE-FAILED TO TRUE
           END-IF.

      *> ------------------------------------------------------------
      *> PURGE-CLOSED-RECORDS
      *> Pass 2: deletes every record before the cutoff.  Each
      *> delete removes the record just read, and the next READ NEXT
      *> carries on from the following key.
      *> ------------------------------------------------------------
       PURGE-CLOSED-RECORDS.
           MOVE LOW-VALUES TO MASTER-KEY
           START MASTER-FILE KEY >= MASTER-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START

           PERFORM UNTIL EOF
               READ MASTER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM PURGE-ONE-RECORD
               END-READ
           END-PERFORM
           SET NOT-EOF TO TRUE.

       PURGE-ONE-RECORD.
           IF MASTER-DATE NOT < WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF

           DELETE MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "WARN: could not delete "
                           FUNCTION TRIM(MASTER-RIDER) " "
                           MASTER-DATE " " MASTER-SEQ
                           " (status " WS-MASTER-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   ADD MASTER-AMOUNT TO WS-DELETE-AMOUNT
           END-DELETE.

      *> Pass 3: what the master holds now the purge is done.
       RECOUNT-MASTER.
           MOVE LOW-VALUES TO MASTER-KEY
           START MASTER-FILE KEY >= MASTER-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START

           PERFORM UNTIL EOF
               READ MASTER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AFTER-COUNT
                       ADD MASTER-AMOUNT TO WS-AFTER-AMOUNT
               END-READ
           END-PERFORM
           SET NOT-EOF TO TRUE.

      *> ------------------------------------------------------------
      *> PRINT-CONTROL-TOTALS
      *> ------------------------------------------------------------
       PRINT-CONTROL-TOTALS.
           DISPLAY "Control totals               records        amount"
           DISPLAY "-------------------------------------------------"
           MOVE WS-BEFORE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-BEFORE-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "On master before close     " WS-DISPLAY-COUNT
                   " " WS-DISPLAY-AMT
           MOVE WS-ARCHIVE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-ARCHIVE-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "Archived                   " WS-DISPLAY-COUNT
                   " " WS-DISPLAY-AMT
           MOVE WS-KEEP-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-KEEP-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "To remain                  " WS-DISPLAY-COUNT
                   " " WS-DISPLAY-AMT
           MOVE WS-DELETE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-DELETE-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "Purged from master         " WS-DISPLAY-COUNT
                   " " WS-DISPLAY-AMT
           MOVE WS-AFTER-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-AFTER-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "On master after close      " WS-DISPLAY-COUNT
                   " " WS-DISPLAY-AMT
           MOVE WS-CF-LINE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-CF-CONTROL-TOTAL TO WS-DISPLAY-AMT
           DISPLAY "Carried forward (balances) " WS-DISPLAY-COUNT
                   " " WS-DISPLAY-AMT
           DISPLAY "-------------------------------------------------"

           COMPUTE WS-CHECK-COUNT = WS-ARCHIVE-COUNT + WS-AFTER-COUNT
           COMPUTE WS-CHECK-AMOUNT = WS-ARCHIVE-AMOUNT + WS-AFTER-AMOUNT
           IF WS-CHECK-COUNT NOT = WS-BEFORE-COUNT
              OR WS-CHECK-AMOUNT NOT = WS-BEFORE-AMOUNT
              OR WS-DELETE-COUNT NOT = WS-ARCHIVE-COUNT
              OR WS-DELETE-AMOUNT NOT = WS-ARCHIVE-AMOUNT
              OR WS-CF-CONTROL-TOTAL NOT = WS-ARCHIVE-AMOUNT
               MOVE 'N' TO WS-BALANCED-SW
               DISPLAY "ERROR: close is OUT OF BALANCE - check the"
                       " master against the archive"
           ELSE
               DISPLAY "Close balances: before = archived + remaining,"
                       " archived = purged"
           END-IF.
