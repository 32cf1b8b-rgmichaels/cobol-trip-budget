       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIPMAINT.

      *> ------------------------------------------------------------
      *> Trip registry maintenance and close-out.
      *> Applies a transaction file to the keyed trip registry that
      *> TRIPBUDGET checks under -TRIPREG.  Transaction lines are
      *> comma-delimited:
      *>   ADD,TripId,TripName,StartDate,EndDate,Department
      *>   CHANGE,TripId,TripName,StartDate,EndDate,Department
      *>   CLOSE,TripId,GlExtractFile,PayExtractFile
      *>   POST,TripId
      *> ADD registers a trip as OPEN.  CHANGE updates an OPEN trip;
      *> a blank field leaves that field as it was.  CLOSE is the
      *> close-out: it reads the trip's GL and PAY extracts, checks
      *> each one is a complete batch for this trip (header carries
      *> the registered trip name, trailer present), records their
      *> control totals and moves the trip to CLOSED.  POST marks a
      *> CLOSED trip POSTED once finance has booked it.  A
      *> transaction that cannot be applied is reported and counted,
      *> and any rejected transaction ends the run with RETURN-CODE 8.
      *>
      *> Usage: TRIPMAINT <transactions> -TRIPREG <file>
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIP-TRANS-FILE
               ASSIGN TO DYNAMIC WS-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT TRIP-REG-FILE
               ASSIGN TO DYNAMIC WS-TRIPREG-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREG-KEY
               FILE STATUS IS WS-TRIPREG-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIP-TRANS-FILE.
       01  TRIP-TRANS-LINE            PIC X(300).

       FD  TRIP-REG-FILE.
       COPY "trip_registry.cpy".

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CMDLINE                  PIC X(256) VALUE SPACES.

       01 WS-TRANS-FILE               PIC X(256) VALUE SPACES.
       01 WS-TRANS-STATUS             PIC XX VALUE "00".
       01 WS-TRIPREG-FILE             PIC X(256) VALUE SPACES.
       01 WS-TRIPREG-STATUS           PIC XX VALUE "00".
       01 WS-EXTRACT-FILE             PIC X(256) VALUE SPACES.
       01 WS-EXTRACT-STATUS           PIC XX VALUE "00".

       01 WS-EOF                      PIC X VALUE 'N'.
          88 EOF                      VALUE 'Y'.
          88 NOT-EOF                  VALUE 'N'.

       01 WS-LINE-NUM                 PIC 9(7) VALUE 0.
       01 WS-ADD-COUNT                PIC 9(7) VALUE 0.
       01 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
       01 WS-CLOSE-COUNT              PIC 9(7) VALUE 0.
       01 WS-POST-COUNT               PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT             PIC 9(7) VALUE 0.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.

      *> One transaction, split into its comma-delimited fields.
       01 WS-TRAN-CODE                PIC X(12) VALUE SPACES.
       01 WS-TRAN-TRIP-ID             PIC X(12) VALUE SPACES.
       01 WS-TRAN-FIELD-3             PIC X(256) VALUE SPACES.
       01 WS-TRAN-FIELD-4             PIC X(256) VALUE SPACES.
       01 WS-TRAN-FIELD-5             PIC X(10) VALUE SPACES.
       01 WS-TRAN-FIELD-6             PIC X(20) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(40) VALUE SPACES.

       01 WS-CHECK-DATE               PIC X(10) VALUE SPACES.
       01 WS-CHECK-DATE-SW            PIC X VALUE 'N'.
          88 CHECK-DATE-OK            VALUE 'Y'.

       01 WS-TRIP-FOUND-SW            PIC X VALUE 'N'.
          88 TRIP-ON-FILE             VALUE 'Y'.

      *> Extract verification for CLOSE.  The header is "BH"/"PH",
      *> run date, trip name; the trailer "BT"/"PT", line count,
      *> control total - the layouts TRIPBUDGET writes.
       01 WS-EXT-HDR-TYPE             PIC XX VALUE SPACES.
       01 WS-EXT-TRL-TYPE             PIC XX VALUE SPACES.
       01 WS-EXT-LINE-COUNT           PIC 9(7) VALUE 0.
       01 WS-EXT-HDR-SW               PIC X VALUE 'N'.
          88 EXT-HEADER-OK            VALUE 'Y'.
       01 WS-EXT-TRL-SW               PIC X VALUE 'N'.
          88 EXT-TRAILER-OK           VALUE 'Y'.
       01 WS-EXT-CONTROL              PIC S9(9)V99 VALUE 0.
       01 WS-GL-CONTROL               PIC S9(9)V99 VALUE 0.
       01 WS-PAY-CONTROL              PIC S9(9)V99 VALUE 0.
       01 WS-DISPLAY-AMT              PIC -(9)9.99.

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

           IF WS-TRANS-FILE = SPACES OR WS-TRIPREG-FILE = SPACES
               DISPLAY "ERROR: usage is TRIPMAINT <transactions>"
                       " -TRIPREG <file>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
           END-STRING

           PERFORM OPEN-TRIP-REGISTRY

           OPEN INPUT TRIP-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open trip transactions -> "
                       FUNCTION TRIM(WS-TRANS-FILE)
               CLOSE TRIP-REG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "===============================".
           DISPLAY " TRIP REGISTRY MAINTENANCE".
           DISPLAY "===============================".
           DISPLAY "Registry    : " FUNCTION TRIM(WS-TRIPREG-FILE).
           DISPLAY "Transactions: " FUNCTION TRIM(WS-TRANS-FILE).
           DISPLAY " ".

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ TRIP-TRANS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-TRIP-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRIP-TRANS-FILE
           SET NOT-EOF TO TRUE

           PERFORM LIST-TRIP-REGISTRY
           CLOSE TRIP-REG-FILE

           DISPLAY " ".
           DISPLAY "-------------------------------".
           DISPLAY "Added          : " WS-ADD-COUNT.
           DISPLAY "Changed        : " WS-CHANGE-COUNT.
           DISPLAY "Closed         : " WS-CLOSE-COUNT.
           DISPLAY "Posted         : " WS-POST-COUNT.
           DISPLAY "Rejected       : " WS-REJECT-COUNT.
           DISPLAY "-------------------------------".

           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *> ------------------------------------------------------------
      *> PARSE-COMMAND-LINE
      *> The first bare token is the transaction file; -TRIPREG
      *> names the keyed trip registry.
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
                   WHEN WS-OPT-NAME = "-TRIPREG"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-TRIPREG-FILE
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

      *> Opens the registry I-O, creating it on first use.
       OPEN-TRIP-REGISTRY.
           OPEN I-O TRIP-REG-FILE
           IF WS-TRIPREG-STATUS = "35"
               OPEN OUTPUT TRIP-REG-FILE
               IF WS-TRIPREG-STATUS = "00"
                   CLOSE TRIP-REG-FILE
                   OPEN I-O TRIP-REG-FILE
               END-IF
           END-IF

           IF WS-TRIPREG-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open trip registry -> "
                       FUNCTION TRIM(WS-TRIPREG-FILE)
               DISPLAY "FILE STATUS: " WS-TRIPREG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ------------------------------------------------------------
      *> APPLY-TRIP-TRANSACTION
      *> Splits one transaction line and routes it by its code.
      *> Blank lines and "#" comment lines are skipped.
      *> ------------------------------------------------------------
       APPLY-TRIP-TRANSACTION.
           ADD 1 TO WS-LINE-NUM
           IF FUNCTION LENGTH(FUNCTION TRIM(TRIP-TRANS-LINE)) = 0
               EXIT PARAGRAPH
           END-IF
           IF TRIP-TRANS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TRAN-CODE
           MOVE SPACES TO WS-TRAN-TRIP-ID
           MOVE SPACES TO WS-TRAN-FIELD-3
           MOVE SPACES TO WS-TRAN-FIELD-4
           MOVE SPACES TO WS-TRAN-FIELD-5
           MOVE SPACES TO WS-TRAN-FIELD-6
           UNSTRING TRIP-TRANS-LINE DELIMITED BY ","
               INTO WS-TRAN-CODE WS-TRAN-TRIP-ID WS-TRAN-FIELD-3
                    WS-TRAN-FIELD-4 WS-TRAN-FIELD-5 WS-TRAN-FIELD-6
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRAN-CODE))
                TO WS-TRAN-CODE
           MOVE FUNCTION TRIM(WS-TRAN-TRIP-ID) TO WS-TRAN-TRIP-ID
           MOVE FUNCTION TRIM(WS-TRAN-FIELD-3) TO WS-TRAN-FIELD-3
           MOVE FUNCTION TRIM(WS-TRAN-FIELD-4) TO WS-TRAN-FIELD-4
           MOVE FUNCTION TRIM(WS-TRAN-FIELD-5) TO WS-TRAN-FIELD-5
           MOVE FUNCTION TRIM(WS-TRAN-FIELD-6) TO WS-TRAN-FIELD-6

           IF WS-TRAN-TRIP-ID = SPACES
               MOVE "no trip id" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TRIP-FOUND-SW
           MOVE WS-TRAN-TRIP-ID TO TREG-TRIP-ID
           READ TRIP-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRIP-ON-FILE TO TRUE
           END-READ

           EVALUATE WS-TRAN-CODE
               WHEN "ADD"
                   PERFORM ADD-TRIP
               WHEN "CHANGE"
                   PERFORM CHANGE-TRIP
               WHEN "CLOSE"
                   PERFORM CLOSE-TRIP
               WHEN "POST"
                   PERFORM POST-TRIP
               WHEN OTHER
                   MOVE "unknown transaction code" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.

      *> The trip name is what the GL and PAY extract headers carry,
      *> so it is required; the dates are checked when present.
       ADD-TRIP.
           IF TRIP-ON-FILE
               MOVE "trip id already on file" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-FIELD-3 = SPACES
               MOVE "trip name required" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TRIP-DATES
           IF NOT CHECK-DATE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TRIP-REG-RECORD
           MOVE WS-TRAN-TRIP-ID TO TREG-TRIP-ID
           MOVE WS-TRAN-FIELD-3 TO TREG-TRIP-NAME
           MOVE WS-TRAN-FIELD-4 TO TREG-START-DATE
           MOVE WS-TRAN-FIELD-5 TO TREG-END-DATE
           MOVE WS-TRAN-FIELD-6 TO TREG-DEPARTMENT
           SET TREG-OPEN TO TRUE
           MOVE WS-RUN-DATE-ISO TO TREG-STATUS-DATE
           MOVE 0 TO TREG-GL-CONTROL
           MOVE 0 TO TREG-PAY-CONTROL
           MOVE WS-RUN-DATE-ISO TO TREG-LAST-CHANGED
           WRITE TRIP-REG-RECORD
               INVALID KEY
                   MOVE "could not write trip registry"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-ADD-COUNT
           DISPLAY "ADDED       " TREG-TRIP-ID " "
                   FUNCTION TRIM(TREG-TRIP-NAME).

       CHANGE-TRIP.
           IF NOT TRIP-ON-FILE
               MOVE "trip id not on file" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF NOT TREG-OPEN
               MOVE "trip is not OPEN" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TRIP-DATES
           IF NOT CHECK-DATE-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-TRAN-FIELD-3 NOT = SPACES
               MOVE WS-TRAN-FIELD-3 TO TREG-TRIP-NAME
           END-IF
           IF WS-TRAN-FIELD-4 NOT = SPACES
               MOVE WS-TRAN-FIELD-4 TO TREG-START-DATE
           END-IF
           IF WS-TRAN-FIELD-5 NOT = SPACES
               MOVE WS-TRAN-FIELD-5 TO TREG-END-DATE
           END-IF
           IF WS-TRAN-FIELD-6 NOT = SPACES
               MOVE WS-TRAN-FIELD-6 TO TREG-DEPARTMENT
           END-IF
           MOVE WS-RUN-DATE-ISO TO TREG-LAST-CHANGED
           REWRITE TRIP-REG-RECORD
               INVALID KEY
                   MOVE "could not rewrite trip registry"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY "CHANGED     " TREG-TRIP-ID " "
                   FUNCTION TRIM(TREG-TRIP-NAME).

      *> Start and end dates (fields 4 and 5 on ADD/CHANGE) must be
      *> YYYY-MM-DD when given, and the end may not precede the start.
       CHECK-TRIP-DATES.
           SET CHECK-DATE-OK TO TRUE
           MOVE WS-TRAN-FIELD-4(1:10) TO WS-CHECK-DATE
           PERFORM CHECK-ONE-DATE
           IF CHECK-DATE-OK
               MOVE WS-TRAN-FIELD-5 TO WS-CHECK-DATE
               PERFORM CHECK-ONE-DATE
           END-IF
           IF NOT CHECK-DATE-OK
               MOVE "bad trip date" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-FIELD-4 NOT = SPACES
              AND WS-TRAN-FIELD-5 NOT = SPACES
              AND WS-TRAN-FIELD-5 < WS-TRAN-FIELD-4(1:10)
               MOVE 'N' TO WS-CHECK-DATE-SW
               MOVE "end date before start date" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           END-IF.

       CHECK-ONE-DATE.
           IF WS-CHECK-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-DATE(5:1) NOT = "-"
              OR WS-CHECK-DATE(8:1) NOT = "-"
              OR WS-CHECK-DATE(1:4) IS NOT NUMERIC
              OR WS-CHECK-DATE(6:2) IS NOT NUMERIC
              OR WS-CHECK-DATE(9:2) IS NOT NUMERIC
               MOVE 'N' TO WS-CHECK-DATE-SW
           END-IF.

      *> ------------------------------------------------------------
      *> CLOSE-TRIP
      *> Close-out.  Both extracts must be complete batches for this
      *> trip before the trip is locked; their trailer control totals
      *> are kept on the registry record as evidence of what went.
      *> ------------------------------------------------------------
       CLOSE-TRIP.
           IF NOT TRIP-ON-FILE
               MOVE "trip id not on file" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF NOT TREG-OPEN
               MOVE "trip is not OPEN" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-FIELD-3 = SPACES OR WS-TRAN-FIELD-4 = SPACES
               MOVE "GL and PAY extract files required"
                    TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRAN-FIELD-3 TO WS-EXTRACT-FILE
           MOVE "BH" TO WS-EXT-HDR-TYPE
           MOVE "BT" TO WS-EXT-TRL-TYPE
           PERFORM VERIFY-EXTRACT
           IF NOT EXT-HEADER-OK OR NOT EXT-TRAILER-OK
               MOVE "GL extract missing or not for this trip"
                    TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXT-CONTROL TO WS-GL-CONTROL

           MOVE WS-TRAN-FIELD-4 TO WS-EXTRACT-FILE
           MOVE "PH" TO WS-EXT-HDR-TYPE
           MOVE "PT" TO WS-EXT-TRL-TYPE
           PERFORM VERIFY-EXTRACT
           IF NOT EXT-HEADER-OK OR NOT EXT-TRAILER-OK
               MOVE "PAY extract missing or not for this trip"
                    TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXT-CONTROL TO WS-PAY-CONTROL

           SET TREG-CLOSED TO TRUE
           MOVE WS-RUN-DATE-ISO TO TREG-STATUS-DATE
           MOVE WS-GL-CONTROL   TO TREG-GL-CONTROL
           MOVE WS-PAY-CONTROL  TO TREG-PAY-CONTROL
           MOVE WS-RUN-DATE-ISO TO TREG-LAST-CHANGED
           REWRITE TRIP-REG-RECORD
               INVALID KEY
                   MOVE "could not rewrite trip registry"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-CLOSE-COUNT
           MOVE WS-GL-CONTROL TO WS-DISPLAY-AMT
           DISPLAY "CLOSED      " TREG-TRIP-ID " GL control "
                   WS-DISPLAY-AMT
           MOVE WS-PAY-CONTROL TO WS-DISPLAY-AMT
           DISPLAY "                         PAY control "
                   WS-DISPLAY-AMT.

      *> Reads WS-EXTRACT-FILE through.  The first record must be
      *> the WS-EXT-HDR-TYPE header naming this trip; the last
      *> record must be the WS-EXT-TRL-TYPE trailer, whose control
      *> total is returned in WS-EXT-CONTROL.
       VERIFY-EXTRACT.
           MOVE 'N' TO WS-EXT-HDR-SW
           MOVE 'N' TO WS-EXT-TRL-SW
           MOVE 0 TO WS-EXT-CONTROL
           MOVE 0 TO WS-EXT-LINE-COUNT

           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ EXTRACT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-EXTRACT-LINE
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           SET NOT-EOF TO TRUE.

       CHECK-EXTRACT-LINE.
           ADD 1 TO WS-EXT-LINE-COUNT
           MOVE 'N' TO WS-EXT-TRL-SW
           IF WS-EXT-LINE-COUNT = 1
               IF EXTRACT-LINE(1:2) = WS-EXT-HDR-TYPE
                  AND EXTRACT-LINE(11:30) = TREG-TRIP-NAME
                   SET EXT-HEADER-OK TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF EXTRACT-LINE(1:2) = WS-EXT-TRL-TYPE
               SET EXT-TRAILER-OK TO TRUE
               COMPUTE WS-EXT-CONTROL =
                       FUNCTION NUMVAL(EXTRACT-LINE(9:13))
           END-IF.

       POST-TRIP.
           IF NOT TRIP-ON-FILE
               MOVE "trip id not on file" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF NOT TREG-CLOSED
               MOVE "trip is not CLOSED" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           SET TREG-POSTED TO TRUE
           MOVE WS-RUN-DATE-ISO TO TREG-STATUS-DATE
           MOVE WS-RUN-DATE-ISO TO TREG-LAST-CHANGED
           REWRITE TRIP-REG-RECORD
               INVALID KEY
                   MOVE "could not rewrite trip registry"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-POST-COUNT
           DISPLAY "POSTED      " TREG-TRIP-ID " "
                   FUNCTION TRIM(TREG-TRIP-NAME).

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "WARN line " WS-LINE-NUM ": "
                   FUNCTION TRIM(WS-REJECT-REASON) " -> "
                   FUNCTION TRIM(TRIP-TRANS-LINE).

      *> ------------------------------------------------------------
      *> LIST-TRIP-REGISTRY
      *> The whole registry in trip-id order, after this run.
      *> ------------------------------------------------------------
       LIST-TRIP-REGISTRY.
           DISPLAY " ".
           DISPLAY "Trip registry after maintenance:".
           DISPLAY "TRIP ID      TRIP NAME                     "
                   " START      END        STATUS".
           DISPLAY "-------------------------------".

           MOVE LOW-VALUES TO TREG-KEY
           START TRIP-REG-FILE KEY >= TREG-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ TRIP-REG-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       DISPLAY TREG-TRIP-ID " " TREG-TRIP-NAME " "
                               TREG-START-DATE " " TREG-END-DATE " "
                               TREG-STATUS " " TREG-STATUS-DATE
               END-READ
           END-PERFORM
           SET NOT-EOF TO TRUE.
