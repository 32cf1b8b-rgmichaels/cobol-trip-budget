       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTERMAINT.

      *> ------------------------------------------------------------
      *> Expense master correction and inquiry.
      *> Applies a transaction file of INQUIRE / CHANGE / DELETE
      *> requests to the keyed expense master that TRIPBUDGET posts
      *> under -MASTER.  Each request names one record by its full
      *> key - rider, date and sequence number:
      *>   INQUIRE,Rider,YYYY-MM-DD,Seq
      *>   CHANGE,Rider,YYYY-MM-DD,Seq,Category,Amount,Vendor,Receipt,
      *>          TripId
      *>   DELETE,Rider,YYYY-MM-DD,Seq
      *> On a CHANGE a blank field leaves that field as it was; the
      *> key itself cannot be changed (delete and repost instead).
      *> Every request is written to the change log as it is
      *> applied - the record image before and, for a CHANGE, after
      *> - and a request that cannot be applied is logged as
      *> REJECT with its reason, so every correction to the master
      *> is traceable.  The log is appended to, never rewritten.
      *> Any rejected request ends the run with RETURN-CODE 8.  A
      *> change-log line that cannot be written stops the run at once
      *> with RETURN-CODE 12, so no correction goes unlogged past it.
      *>
      *> Usage: MASTERMAINT <transactions> -MASTER <file>
      *>                    [-LOG <file>]   default master_changes.log
      *>        MASTERMAINT -CONVERT <old master> -MASTER <new master>
      *>
      *> -CONVERT copies a master written before the trip id was
      *> carried on the record (the shorter, 133-byte layout) into a
      *> new master in the current layout, trip id blank.  The new
      *> master must not already exist; the old one is only read.
      *> No transactions are applied and nothing is logged on a
      *> conversion run.  Any record that cannot be written ends the
      *> run with RETURN-CODE 12.
      *>
      *> Change log, one pipe-delimited line per image:
      *>   TIMESTAMP|USER|TXNLINE|ACTION|IMAGE|RIDER|DATE|SEQ|
      *>   CATEGORY|AMOUNT|VENDOR|RECEIPT|TRIPID
      *> IMAGE is BEFORE, AFTER or REJECT (a REJECT line carries the
      *> reason in place of the category).
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE
               ASSIGN TO DYNAMIC WS-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CHANGE-LOG-FILE
               ASSIGN TO DYNAMIC WS-CHGLOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT OLD-MASTER-FILE
               ASSIGN TO DYNAMIC WS-OLD-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-MASTER-KEY
               FILE STATUS IS WS-OLD-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE.
       01  MAINT-TRANS-LINE           PIC X(200).

       FD  MASTER-FILE.
       COPY "expense_master.cpy".

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-LINE            PIC X(300).

      *> The expense master as it was laid out before the trip id was
      *> added - read only by -CONVERT.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05 OLD-MASTER-KEY.
              10 OLD-MASTER-RIDER     PIC X(20).
              10 OLD-MASTER-DATE      PIC X(10).
              10 OLD-MASTER-SEQ       PIC 9(4).
           05 OLD-MASTER-CATEGORY     PIC X(30).
           05 OLD-MASTER-AMOUNT       PIC S9(7)V99.
           05 OLD-MASTER-VENDOR       PIC X(40).
           05 OLD-MASTER-RECEIPT      PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-CMDLINE                  PIC X(256) VALUE SPACES.

       01 WS-TRANS-FILE               PIC X(256) VALUE SPACES.
       01 WS-TRANS-STATUS             PIC XX VALUE "00".
       01 WS-MASTER-FILE              PIC X(256) VALUE SPACES.
       01 WS-MASTER-STATUS            PIC XX VALUE "00".
       01 WS-CHGLOG-FILE              PIC X(256)
                                      VALUE "master_changes.log".
       01 WS-CHGLOG-STATUS            PIC XX VALUE "00".
       01 WS-OLD-MASTER-FILE          PIC X(256) VALUE SPACES.
       01 WS-OLD-MASTER-STATUS        PIC XX VALUE "00".

       01 WS-EOF                      PIC X VALUE 'N'.
          88 EOF                      VALUE 'Y'.
          88 NOT-EOF                  VALUE 'N'.

       01 WS-LINE-NUM                 PIC 9(7) VALUE 0.
       01 WS-INQUIRE-COUNT            PIC 9(7) VALUE 0.
       01 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
       01 WS-DELETE-COUNT             PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01 WS-AMOUNT-BEFORE            PIC S9(7)V99 VALUE 0.
       01 WS-AMOUNT-NET-CHANGE        PIC S9(9)V99 VALUE 0.
       01 WS-DISPLAY-AMT              PIC -(7)9.99.
       01 WS-DISPLAY-NET              PIC -(9)9.99.

      *> -CONVERT control totals: what was read from the old master
      *> against what went onto the new one.
       01 WS-CONV-READ-COUNT          PIC 9(7) VALUE 0.
       01 WS-CONV-READ-AMOUNT         PIC S9(9)V99 VALUE 0.
       01 WS-CONV-WRITE-COUNT         PIC 9(7) VALUE 0.
       01 WS-CONV-WRITE-AMOUNT        PIC S9(9)V99 VALUE 0.

      *> One request, split into its comma-delimited fields.
       01 WS-TRAN-CODE                PIC X(12) VALUE SPACES.
       01 WS-TRAN-RIDER               PIC X(20) VALUE SPACES.
       01 WS-TRAN-DATE                PIC X(10) VALUE SPACES.
       01 WS-TRAN-SEQ-TEXT            PIC X(10) VALUE SPACES.
       01 WS-TRAN-CATEGORY            PIC X(30) VALUE SPACES.
       01 WS-TRAN-AMOUNT-TEXT         PIC X(30) VALUE SPACES.
       01 WS-TRAN-VENDOR              PIC X(40) VALUE SPACES.
       01 WS-TRAN-RECEIPT             PIC X(20) VALUE SPACES.
       01 WS-TRAN-TRIP-ID             PIC X(12) VALUE SPACES.
       01 WS-TRAN-AMOUNT              PIC S9(7)V99 VALUE 0.
       01 WS-REJECT-REASON            PIC X(40) VALUE SPACES.

       01 WS-RECORD-FOUND-SW          PIC X VALUE 'N'.
          88 RECORD-ON-FILE           VALUE 'Y'.

      *> Change-log line pieces.
       01 WS-LOG-DATE                 PIC 9(8) VALUE 0.
       01 WS-LOG-TIME                 PIC 9(8) VALUE 0.
       01 WS-LOG-TS                   PIC X(19) VALUE SPACES.
       01 WS-LOG-USER                 PIC X(30) VALUE SPACES.
       01 WS-LOG-IMAGE                PIC X(6) VALUE SPACES.
       01 WS-LOG-AMT-EDIT             PIC +9(7).99.

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

           IF WS-OLD-MASTER-FILE NOT = SPACES
               PERFORM CONVERT-OLD-MASTER
               STOP RUN
           END-IF

           IF WS-TRANS-FILE = SPACES OR WS-MASTER-FILE = SPACES
               DISPLAY "ERROR: usage is MASTERMAINT <transactions>"
                       " -MASTER <file> [-LOG <file>]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Corrections apply to a master that already exists -
           *> unlike a posting run, this never creates one.
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open expense master -> "
                       FUNCTION TRIM(WS-MASTER-FILE)
               DISPLAY "FILE STATUS: " WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHGLOG-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF WS-CHGLOG-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open change log -> "
                       FUNCTION TRIM(WS-CHGLOG-FILE)
               CLOSE MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MAINT-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open master transactions -> "
                       FUNCTION TRIM(WS-TRANS-FILE)
               CLOSE MASTER-FILE
               CLOSE CHANGE-LOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-LOG-USER
           ACCEPT WS-LOG-USER FROM ENVIRONMENT "USER"
           IF WS-LOG-USER = SPACES
               MOVE "(unknown)" TO WS-LOG-USER
           END-IF

           DISPLAY "===============================".
           DISPLAY " EXPENSE MASTER MAINTENANCE".
           DISPLAY "===============================".
           DISPLAY "Master      : " FUNCTION TRIM(WS-MASTER-FILE).
           DISPLAY "Transactions: " FUNCTION TRIM(WS-TRANS-FILE).
           DISPLAY "Change log  : " FUNCTION TRIM(WS-CHGLOG-FILE).
           DISPLAY " ".

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ MAINT-TRANS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-MAINT-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE MAINT-TRANS-FILE
           CLOSE CHANGE-LOG-FILE
           CLOSE MASTER-FILE

           MOVE WS-AMOUNT-NET-CHANGE TO WS-DISPLAY-NET
           DISPLAY " ".
           DISPLAY "-------------------------------".
           DISPLAY "Inquiries      : " WS-INQUIRE-COUNT.
           DISPLAY "Changed        : " WS-CHANGE-COUNT.
           DISPLAY "Deleted        : " WS-DELETE-COUNT.
           DISPLAY "Rejected       : " WS-REJECT-COUNT.
           DISPLAY "Net amount chg : " WS-DISPLAY-NET.
           DISPLAY "-------------------------------".

           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *> ------------------------------------------------------------
      *> PARSE-COMMAND-LINE
      *> The first bare token is the transaction file; -MASTER names
      *> the expense master, -LOG the change log and -CONVERT the
      *> old-layout master to be copied into it.
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
                   WHEN WS-OPT-NAME = "-LOG"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-CHGLOG-FILE
                   WHEN WS-OPT-NAME = "-CONVERT"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-OLD-MASTER-FILE
                   WHEN WS-OPT-NAME(1:1) NOT = "-"
                       IF WS-TRANS-FILE = SPACES
                           MOVE WS-TOKEN(WS-TOK-IDX) TO WS-TRANS-FILE
                       END-IF
                   WHEN OTHER
                       DISPLAY "WARN: unknown setting ignored -> "
                               FUNCTION TRIM(WS-OPT-NAME)
               END-EVALUATE
               ADD 1 TO WS-TOK-IDX
           END-PERFORM.

      *> ------------------------------------------------------------
      *> APPLY-MAINT-TRANSACTION
      *> Splits one request, validates its key, reads the record it
      *> names and routes it by its code.  Blank lines and "#"
      *> comment lines are skipped.
      *> ------------------------------------------------------------
       APPLY-MAINT-TRANSACTION.
           ADD 1 TO WS-LINE-NUM
           IF FUNCTION LENGTH(FUNCTION TRIM(MAINT-TRANS-LINE)) = 0
               EXIT PARAGRAPH
           END-IF
           IF MAINT-TRANS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TRAN-CODE
           MOVE SPACES TO WS-TRAN-RIDER
           MOVE SPACES TO WS-TRAN-DATE
           MOVE SPACES TO WS-TRAN-SEQ-TEXT
           MOVE SPACES TO WS-TRAN-CATEGORY
           MOVE SPACES TO WS-TRAN-AMOUNT-TEXT
           MOVE SPACES TO WS-TRAN-VENDOR
           MOVE SPACES TO WS-TRAN-RECEIPT
           MOVE SPACES TO WS-TRAN-TRIP-ID
           UNSTRING MAINT-TRANS-LINE DELIMITED BY ","
               INTO WS-TRAN-CODE WS-TRAN-RIDER WS-TRAN-DATE
                    WS-TRAN-SEQ-TEXT WS-TRAN-CATEGORY
                    WS-TRAN-AMOUNT-TEXT WS-TRAN-VENDOR
                    WS-TRAN-RECEIPT WS-TRAN-TRIP-ID
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRAN-CODE))
                TO WS-TRAN-CODE
           MOVE FUNCTION TRIM(WS-TRAN-RIDER)    TO WS-TRAN-RIDER
           MOVE FUNCTION TRIM(WS-TRAN-DATE)     TO WS-TRAN-DATE
           MOVE FUNCTION TRIM(WS-TRAN-SEQ-TEXT) TO WS-TRAN-SEQ-TEXT
           MOVE FUNCTION TRIM(WS-TRAN-CATEGORY) TO WS-TRAN-CATEGORY
           MOVE FUNCTION TRIM(WS-TRAN-AMOUNT-TEXT)
                TO WS-TRAN-AMOUNT-TEXT
           MOVE FUNCTION TRIM(WS-TRAN-VENDOR)   TO WS-TRAN-VENDOR
           MOVE FUNCTION TRIM(WS-TRAN-RECEIPT)  TO WS-TRAN-RECEIPT
           MOVE FUNCTION TRIM(WS-TRAN-TRIP-ID)  TO WS-TRAN-TRIP-ID

           MOVE SPACES TO MASTER-RECORD
           MOVE WS-TRAN-RIDER TO MASTER-RIDER
           MOVE WS-TRAN-DATE  TO MASTER-DATE
           MOVE 0 TO MASTER-SEQ

           IF WS-TRAN-RIDER = SPACES
               MOVE "no rider on request" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-DATE(5:1) NOT = "-"
              OR WS-TRAN-DATE(8:1) NOT = "-"
              OR WS-TRAN-DATE(1:4) IS NOT NUMERIC
              OR WS-TRAN-DATE(6:2) IS NOT NUMERIC
              OR WS-TRAN-DATE(9:2) IS NOT NUMERIC
               MOVE "bad date in key" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-SEQ-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-TRAN-SEQ-TEXT) NOT = 0
               MOVE "bad sequence number in key" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           COMPUTE MASTER-SEQ = FUNCTION NUMVAL(WS-TRAN-SEQ-TEXT)

           MOVE 'N' TO WS-RECORD-FOUND-SW
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-ON-FILE TO TRUE
           END-READ

           IF NOT RECORD-ON-FILE
               EVALUATE WS-TRAN-CODE
                   WHEN "INQUIRE"
                   WHEN "CHANGE"
                   WHEN "DELETE"
                       MOVE "record not on master" TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE "unknown transaction code"
                            TO WS-REJECT-REASON
               END-EVALUATE
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-TRAN-CODE
               WHEN "INQUIRE"
                   PERFORM INQUIRE-MASTER-RECORD
               WHEN "CHANGE"
                   PERFORM CHANGE-MASTER-RECORD
               WHEN "DELETE"
                   PERFORM DELETE-MASTER-RECORD
               WHEN OTHER
                   MOVE "unknown transaction code" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.

       INQUIRE-MASTER-RECORD.
           MOVE "BEFORE" TO WS-LOG-IMAGE
           PERFORM WRITE-CHANGE-LOG-IMAGE
           ADD 1 TO WS-INQUIRE-COUNT
           MOVE MASTER-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "INQUIRE  " MASTER-RIDER " " MASTER-DATE " "
                   MASTER-SEQ " " MASTER-CATEGORY " " WS-DISPLAY-AMT
           DISPLAY "         vendor : " FUNCTION TRIM(MASTER-VENDOR)
                   "  receipt : " FUNCTION TRIM(MASTER-RECEIPT)
                   "  trip : " FUNCTION TRIM(MASTER-TRIP-ID).

      *> The amount keeps its sign as given - an ADJUST posting is
      *> carried negative on the master - but it cannot be zeroed;
      *> a record that should not count is deleted instead.
       CHANGE-MASTER-RECORD.
           IF WS-TRAN-CATEGORY = SPACES
              AND WS-TRAN-AMOUNT-TEXT = SPACES
              AND WS-TRAN-VENDOR = SPACES
              AND WS-TRAN-RECEIPT = SPACES
              AND WS-TRAN-TRIP-ID = SPACES
               MOVE "nothing to change" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-AMOUNT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-TRAN-AMOUNT-TEXT) NOT = 0
                   MOVE "bad amount" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-TRAN-AMOUNT =
                       FUNCTION NUMVAL(WS-TRAN-AMOUNT-TEXT)
               IF WS-TRAN-AMOUNT = 0
                   MOVE "zero amount - use DELETE" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "BEFORE" TO WS-LOG-IMAGE
           PERFORM WRITE-CHANGE-LOG-IMAGE
           MOVE MASTER-AMOUNT TO WS-AMOUNT-BEFORE

           IF WS-TRAN-CATEGORY NOT = SPACES
               MOVE WS-TRAN-CATEGORY TO MASTER-CATEGORY
           END-IF
           IF WS-TRAN-AMOUNT-TEXT NOT = SPACES
               MOVE WS-TRAN-AMOUNT TO MASTER-AMOUNT
           END-IF
           IF WS-TRAN-VENDOR NOT = SPACES
               MOVE WS-TRAN-VENDOR TO MASTER-VENDOR
           END-IF
           IF WS-TRAN-RECEIPT NOT = SPACES
               MOVE WS-TRAN-RECEIPT TO MASTER-RECEIPT
           END-IF
           IF WS-TRAN-TRIP-ID NOT = SPACES
               MOVE WS-TRAN-TRIP-ID TO MASTER-TRIP-ID
           END-IF

           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE "could not rewrite master record"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "AFTER" TO WS-LOG-IMAGE
           PERFORM WRITE-CHANGE-LOG-IMAGE
           ADD 1 TO WS-CHANGE-COUNT
           COMPUTE WS-AMOUNT-NET-CHANGE = WS-AMOUNT-NET-CHANGE
                   + MASTER-AMOUNT - WS-AMOUNT-BEFORE
           MOVE MASTER-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "CHANGED  " MASTER-RIDER " " MASTER-DATE " "
                   MASTER-SEQ " " MASTER-CATEGORY " " WS-DISPLAY-AMT.

       DELETE-MASTER-RECORD.
           MOVE "BEFORE" TO WS-LOG-IMAGE
           PERFORM WRITE-CHANGE-LOG-IMAGE

           DELETE MASTER-FILE RECORD
               INVALID KEY
                   MOVE "could not delete master record"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-DELETE

           ADD 1 TO WS-DELETE-COUNT
           SUBTRACT MASTER-AMOUNT FROM WS-AMOUNT-NET-CHANGE
           MOVE MASTER-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY "DELETED  " MASTER-RIDER " " MASTER-DATE " "
                   MASTER-SEQ " " MASTER-CATEGORY " " WS-DISPLAY-AMT.

      *> A rejected request is logged with the key it named and the
      *> reason, in place of a record image.
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "WARN line " WS-LINE-NUM ": "
                   FUNCTION TRIM(WS-REJECT-REASON) " -> "
                   FUNCTION TRIM(MAINT-TRANS-LINE)
           MOVE SPACES TO MASTER-CATEGORY
           MOVE WS-REJECT-REASON TO MASTER-CATEGORY
           MOVE 0 TO MASTER-AMOUNT
           MOVE SPACES TO MASTER-VENDOR
           MOVE SPACES TO MASTER-RECEIPT
           MOVE SPACES TO MASTER-TRIP-ID
           MOVE "REJECT" TO WS-LOG-IMAGE
           PERFORM WRITE-CHANGE-LOG-IMAGE.

      *> ------------------------------------------------------------
      *> WRITE-CHANGE-LOG-IMAGE
      *> One change-log line for MASTER-RECORD as it stands, tagged
      *> with WS-LOG-IMAGE and the request that caused it.
      *> ------------------------------------------------------------
       WRITE-CHANGE-LOG-IMAGE.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES TO WS-LOG-TS
           STRING WS-LOG-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-LOG-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-LOG-DATE(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOG-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-LOG-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-LOG-TIME(5:2) DELIMITED BY SIZE
               INTO WS-LOG-TS
           END-STRING

           MOVE MASTER-AMOUNT TO WS-LOG-AMT-EDIT
           MOVE SPACES TO CHANGE-LOG-LINE
           STRING WS-LOG-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-USER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LINE-NUM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRAN-CODE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-IMAGE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-RIDER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  MASTER-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  MASTER-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-CATEGORY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LOG-AMT-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-VENDOR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-RECEIPT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-TRIP-ID) DELIMITED BY SIZE
               INTO CHANGE-LOG-LINE
           END-STRING
           WRITE CHANGE-LOG-LINE
           IF WS-CHGLOG-STATUS NOT = "00"
               DISPLAY "ERROR: could not write change log -> "
                       FUNCTION TRIM(WS-CHGLOG-FILE)
               DISPLAY "FILE STATUS: " WS-CHGLOG-STATUS
               DISPLAY "ERROR: run stopped at transaction line "
                       WS-LINE-NUM " (" FUNCTION TRIM(WS-LOG-IMAGE)
                       " image of " FUNCTION TRIM(MASTER-RIDER) " "
                       MASTER-DATE " " MASTER-SEQ ")"
               CLOSE MAINT-TRANS-FILE
               CLOSE CHANGE-LOG-FILE
               CLOSE MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ------------------------------------------------------------
      *> CONVERT-OLD-MASTER
      *> Copies every record of the old-layout master, in key order,
      *> onto a new master in the current layout with the trip id
      *> blank, and prints the read and written control totals.
      *> ------------------------------------------------------------
       CONVERT-OLD-MASTER.
           IF WS-MASTER-FILE = SPACES
               DISPLAY "ERROR: usage is MASTERMAINT -CONVERT"
                       " <old master> -MASTER <new master>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           *> The new master is always built from empty - never written
           *> over an existing one.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               CLOSE MASTER-FILE
               DISPLAY "ERROR: new expense master already exists -> "
                       FUNCTION TRIM(WS-MASTER-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open old expense master -> "
                       FUNCTION TRIM(WS-OLD-MASTER-FILE)
               DISPLAY "FILE STATUS: " WS-OLD-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Could not create expense master -> "
                       FUNCTION TRIM(WS-MASTER-FILE)
               DISPLAY "FILE STATUS: " WS-MASTER-STATUS
               CLOSE OLD-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "===============================".
           DISPLAY " EXPENSE MASTER CONVERSION".
           DISPLAY "===============================".
           DISPLAY "Old master  : " FUNCTION TRIM(WS-OLD-MASTER-FILE).
           DISPLAY "New master  : " FUNCTION TRIM(WS-MASTER-FILE).
           DISPLAY " ".

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ OLD-MASTER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-MASTER-FILE
           CLOSE MASTER-FILE

           DISPLAY "-------------------------------".
           DISPLAY "Read from old  : " WS-CONV-READ-COUNT.
           MOVE WS-CONV-READ-AMOUNT TO WS-DISPLAY-NET
           DISPLAY "  amount       : " WS-DISPLAY-NET.
           DISPLAY "Written to new : " WS-CONV-WRITE-COUNT.
           MOVE WS-CONV-WRITE-AMOUNT TO WS-DISPLAY-NET
           DISPLAY "  amount       : " WS-DISPLAY-NET.
           DISPLAY "-------------------------------".

           IF WS-CONV-WRITE-COUNT NOT = WS-CONV-READ-COUNT
              OR WS-CONV-WRITE-AMOUNT NOT = WS-CONV-READ-AMOUNT
               DISPLAY "ERROR: conversion is OUT OF BALANCE"
               MOVE 12 TO RETURN-CODE
           END-IF.

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-CONV-READ-COUNT
           ADD OLD-MASTER-AMOUNT TO WS-CONV-READ-AMOUNT

           MOVE SPACES TO MASTER-RECORD
           MOVE OLD-MASTER-RIDER    TO MASTER-RIDER
           MOVE OLD-MASTER-DATE     TO MASTER-DATE
           MOVE OLD-MASTER-SEQ      TO MASTER-SEQ
           MOVE OLD-MASTER-CATEGORY TO MASTER-CATEGORY
           MOVE OLD-MASTER-AMOUNT   TO MASTER-AMOUNT
           MOVE OLD-MASTER-VENDOR   TO MASTER-VENDOR
           MOVE OLD-MASTER-RECEIPT  TO MASTER-RECEIPT
           MOVE SPACES              TO MASTER-TRIP-ID

           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: could not write "
                           FUNCTION TRIM(MASTER-RIDER) " "
                           MASTER-DATE " " MASTER-SEQ
                           " (status " WS-MASTER-STATUS ")"
                   CLOSE OLD-MASTER-FILE
                   CLOSE MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-WRITE

           ADD 1 TO WS-CONV-WRITE-COUNT
           ADD MASTER-AMOUNT TO WS-CONV-WRITE-AMOUNT.
