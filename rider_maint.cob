       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIDERMAINT.

      *> ------------------------------------------------------------
      *> Rider reference master maintenance.
      *> Applies a transaction file of ADD / CHANGE / DEACTIVATE
      *> requests to the keyed rider master that TRIPBUDGET validates
      *> rider lists against (-RIDERMASTER), then lists the roster as
      *> it now stands.  Transaction lines are comma-delimited:
      *>   ADD,RiderId,LegalName,CostCenter,Department,Manager
      *>   CHANGE,RiderId,LegalName,CostCenter,Department,Manager
      *>   DEACTIVATE,RiderId[,EffectiveDate]
      *> On a CHANGE a blank field leaves that field as it was.  A
      *> DEACTIVATE marks the rider terminated (dated today unless an
      *> effective date is given); the record is kept so history
      *> posted under the id still resolves.  A transaction that
      *> cannot be applied is reported and counted, and any rejected
      *> transaction ends the run with RETURN-CODE 8.
      *>
      *> Usage: RIDERMAINT <transactions> -RIDERMASTER <file>
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIDER-TRANS-FILE
               ASSIGN TO DYNAMIC WS-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT RIDER-MASTER-FILE
               ASSIGN TO DYNAMIC WS-RIDERMAST-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMAST-KEY
               FILE STATUS IS WS-RIDERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RIDER-TRANS-FILE.
       01  RIDER-TRANS-LINE           PIC X(200).

       FD  RIDER-MASTER-FILE.
       COPY "rider_master.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CMDLINE                  PIC X(256) VALUE SPACES.

       01 WS-TRANS-FILE               PIC X(256) VALUE SPACES.
       01 WS-TRANS-STATUS             PIC XX VALUE "00".
       01 WS-RIDERMAST-FILE           PIC X(256) VALUE SPACES.
       01 WS-RIDERMAST-STATUS         PIC XX VALUE "00".

       01 WS-EOF                      PIC X VALUE 'N'.
          88 EOF                      VALUE 'Y'.
          88 NOT-EOF                  VALUE 'N'.

       01 WS-LINE-NUM                 PIC 9(7) VALUE 0.
       01 WS-ADD-COUNT                PIC 9(7) VALUE 0.
       01 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
       01 WS-DEACT-COUNT              PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01 WS-LIST-COUNT               PIC 9(7) VALUE 0.
       01 WS-ACTIVE-COUNT             PIC 9(7) VALUE 0.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.

      *> One transaction, split into its comma-delimited fields.
       01 WS-TRAN-CODE                PIC X(12) VALUE SPACES.
       01 WS-TRAN-RIDER-ID            PIC X(20) VALUE SPACES.
       01 WS-TRAN-LEGAL-NAME          PIC X(40) VALUE SPACES.
       01 WS-TRAN-COST-CENTER         PIC X(10) VALUE SPACES.
       01 WS-TRAN-DEPARTMENT          PIC X(20) VALUE SPACES.
       01 WS-TRAN-MANAGER             PIC X(30) VALUE SPACES.
       01 WS-TRAN-EFF-DATE            PIC X(10) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(40) VALUE SPACES.

       01 WS-RIDER-FOUND-SW           PIC X VALUE 'N'.
          88 RIDER-ON-FILE            VALUE 'Y'.

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

           IF WS-TRANS-FILE = SPACES OR WS-RIDERMAST-FILE = SPACES
               DISPLAY "ERROR: usage is RIDERMAINT <transactions>"
                       " -RIDERMASTER <file>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
           END-STRING

           PERFORM OPEN-RIDER-MASTER

           OPEN INPUT RIDER-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open rider transactions -> "
                       FUNCTION TRIM(WS-TRANS-FILE)
               CLOSE RIDER-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "===============================".
           DISPLAY " RIDER MASTER MAINTENANCE".
           DISPLAY "===============================".
           DISPLAY "Master      : " FUNCTION TRIM(WS-RIDERMAST-FILE).
           DISPLAY "Transactions: " FUNCTION TRIM(WS-TRANS-FILE).
           DISPLAY " ".

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ RIDER-TRANS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-RIDER-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE RIDER-TRANS-FILE
           SET NOT-EOF TO TRUE

           PERFORM LIST-RIDER-MASTER
           CLOSE RIDER-MASTER-FILE

           DISPLAY " ".
           DISPLAY "-------------------------------".
           DISPLAY "Added          : " WS-ADD-COUNT.
           DISPLAY "Changed        : " WS-CHANGE-COUNT.
           DISPLAY "Deactivated    : " WS-DEACT-COUNT.
           DISPLAY "Rejected       : " WS-REJECT-COUNT.
           DISPLAY "Riders on file : " WS-LIST-COUNT
                   " (" WS-ACTIVE-COUNT " active)".
           DISPLAY "-------------------------------".

           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *> ------------------------------------------------------------
      *> PARSE-COMMAND-LINE
      *> The first bare token is the transaction file; -RIDERMASTER
      *> names the keyed master.
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
                   WHEN WS-OPT-NAME = "-RIDERMASTER"
                       ADD 1 TO WS-TOK-IDX
                       MOVE WS-TOKEN(WS-TOK-IDX) TO WS-RIDERMAST-FILE
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
      *> OPEN-RIDER-MASTER
      *> Opens the rider master I-O, creating it on first use the
      *> same way TRIPBUDGET creates the expense master.
      *> ------------------------------------------------------------
       OPEN-RIDER-MASTER.
           OPEN I-O RIDER-MASTER-FILE
           IF WS-RIDERMAST-STATUS = "35"
               OPEN OUTPUT RIDER-MASTER-FILE
               IF WS-RIDERMAST-STATUS = "00"
                   CLOSE RIDER-MASTER-FILE
                   OPEN I-O RIDER-MASTER-FILE
               END-IF
           END-IF

           IF WS-RIDERMAST-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open rider master -> "
                       FUNCTION TRIM(WS-RIDERMAST-FILE)
               DISPLAY "FILE STATUS: " WS-RIDERMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ------------------------------------------------------------
      *> APPLY-RIDER-TRANSACTION
      *> Splits one transaction line and routes it by its code.
      *> Blank lines and "#" comment lines are skipped.
      *> ------------------------------------------------------------
       APPLY-RIDER-TRANSACTION.
           ADD 1 TO WS-LINE-NUM
           IF FUNCTION LENGTH(FUNCTION TRIM(RIDER-TRANS-LINE)) = 0
               EXIT PARAGRAPH
           END-IF
           IF RIDER-TRANS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TRAN-CODE
           MOVE SPACES TO WS-TRAN-RIDER-ID
           MOVE SPACES TO WS-TRAN-LEGAL-NAME
           MOVE SPACES TO WS-TRAN-COST-CENTER
           MOVE SPACES TO WS-TRAN-DEPARTMENT
           MOVE SPACES TO WS-TRAN-MANAGER
           UNSTRING RIDER-TRANS-LINE DELIMITED BY ","
               INTO WS-TRAN-CODE WS-TRAN-RIDER-ID WS-TRAN-LEGAL-NAME
                    WS-TRAN-COST-CENTER WS-TRAN-DEPARTMENT
                    WS-TRAN-MANAGER
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRAN-CODE))
                TO WS-TRAN-CODE
           MOVE FUNCTION TRIM(WS-TRAN-RIDER-ID)    TO WS-TRAN-RIDER-ID
           MOVE FUNCTION TRIM(WS-TRAN-LEGAL-NAME)  TO WS-TRAN-LEGAL-NAME
           MOVE FUNCTION TRIM(WS-TRAN-COST-CENTER) TO WS-TRAN-COST-CENTER
           MOVE FUNCTION TRIM(WS-TRAN-DEPARTMENT)  TO WS-TRAN-DEPARTMENT
           MOVE FUNCTION TRIM(WS-TRAN-MANAGER)     TO WS-TRAN-MANAGER

           IF WS-TRAN-RIDER-ID = SPACES
               MOVE "no rider id" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-RIDER-MASTER

           EVALUATE WS-TRAN-CODE
               WHEN "ADD"
                   PERFORM ADD-RIDER
               WHEN "CHANGE"
                   PERFORM CHANGE-RIDER
               WHEN "DEACTIVATE"
                   PERFORM DEACTIVATE-RIDER
               WHEN OTHER
                   MOVE "unknown transaction code" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.

       READ-RIDER-MASTER.
           MOVE 'N' TO WS-RIDER-FOUND-SW
           MOVE WS-TRAN-RIDER-ID TO RMAST-RIDER-ID
           READ RIDER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RIDER-ON-FILE TO TRUE
           END-READ.

      *> A new rider needs at least a legal name and a cost center -
      *> the cost center is what the GL and payment extracts carry.
       ADD-RIDER.
           IF RIDER-ON-FILE
               MOVE "rider id already on file" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-LEGAL-NAME = SPACES
              OR WS-TRAN-COST-CENTER = SPACES
               MOVE "legal name and cost center required"
                    TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RIDER-MASTER-RECORD
           MOVE WS-TRAN-RIDER-ID    TO RMAST-RIDER-ID
           MOVE WS-TRAN-LEGAL-NAME  TO RMAST-LEGAL-NAME
           MOVE WS-TRAN-COST-CENTER TO RMAST-COST-CENTER
           MOVE WS-TRAN-DEPARTMENT  TO RMAST-DEPARTMENT
           MOVE WS-TRAN-MANAGER     TO RMAST-MANAGER
           SET RMAST-ACTIVE TO TRUE
           MOVE WS-RUN-DATE-ISO     TO RMAST-STATUS-DATE
           MOVE WS-RUN-DATE-ISO     TO RMAST-LAST-CHANGED
           WRITE RIDER-MASTER-RECORD
               INVALID KEY
                   MOVE "could not write rider master"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-ADD-COUNT
           DISPLAY "ADDED       " RMAST-RIDER-ID " "
                   FUNCTION TRIM(RMAST-LEGAL-NAME).

       CHANGE-RIDER.
           IF NOT RIDER-ON-FILE
               MOVE "rider id not on file" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           IF WS-TRAN-LEGAL-NAME NOT = SPACES
               MOVE WS-TRAN-LEGAL-NAME TO RMAST-LEGAL-NAME
           END-IF
           IF WS-TRAN-COST-CENTER NOT = SPACES
               MOVE WS-TRAN-COST-CENTER TO RMAST-COST-CENTER
           END-IF
           IF WS-TRAN-DEPARTMENT NOT = SPACES
               MOVE WS-TRAN-DEPARTMENT TO RMAST-DEPARTMENT
           END-IF
           IF WS-TRAN-MANAGER NOT = SPACES
               MOVE WS-TRAN-MANAGER TO RMAST-MANAGER
           END-IF
           MOVE WS-RUN-DATE-ISO TO RMAST-LAST-CHANGED
           REWRITE RIDER-MASTER-RECORD
               INVALID KEY
                   MOVE "could not rewrite rider master"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY "CHANGED     " RMAST-RIDER-ID " "
                   FUNCTION TRIM(RMAST-LEGAL-NAME).

      *> The third field of a DEACTIVATE line, when present, is the
      *> effective date of the termination.
       DEACTIVATE-RIDER.
           IF NOT RIDER-ON-FILE
               MOVE "rider id not on file" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF RMAST-TERMINATED
               MOVE "rider already terminated" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRAN-LEGAL-NAME(1:10) TO WS-TRAN-EFF-DATE
           IF WS-TRAN-EFF-DATE = SPACES
               MOVE WS-RUN-DATE-ISO TO WS-TRAN-EFF-DATE
           END-IF
           IF WS-TRAN-EFF-DATE(5:1) NOT = "-"
              OR WS-TRAN-EFF-DATE(8:1) NOT = "-"
              OR WS-TRAN-EFF-DATE(1:4) IS NOT NUMERIC
              OR WS-TRAN-EFF-DATE(6:2) IS NOT NUMERIC
              OR WS-TRAN-EFF-DATE(9:2) IS NOT NUMERIC
               MOVE "bad effective date" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           SET RMAST-TERMINATED TO TRUE
           MOVE WS-TRAN-EFF-DATE TO RMAST-STATUS-DATE
           MOVE WS-RUN-DATE-ISO  TO RMAST-LAST-CHANGED
           REWRITE RIDER-MASTER-RECORD
               INVALID KEY
                   MOVE "could not rewrite rider master"
                        TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-DEACT-COUNT
           DISPLAY "DEACTIVATED " RMAST-RIDER-ID " effective "
                   RMAST-STATUS-DATE.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "WARN line " WS-LINE-NUM ": "
                   FUNCTION TRIM(WS-REJECT-REASON) " -> "
                   FUNCTION TRIM(RIDER-TRANS-LINE).

      *> ------------------------------------------------------------
      *> LIST-RIDER-MASTER
      *> The whole roster in rider-id order, after this run's
      *> transactions, for the maintainer to check.
      *> ------------------------------------------------------------
       LIST-RIDER-MASTER.
           DISPLAY " ".
           DISPLAY "Rider master after maintenance:".
           DISPLAY "RIDER ID             LEGAL NAME"
                   "                               COST CTR   STATUS".
           DISPLAY "-------------------------------".

           MOVE LOW-VALUES TO RMAST-KEY
           START RIDER-MASTER-FILE KEY >= RMAST-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ RIDER-MASTER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LIST-ONE-RIDER
               END-READ
           END-PERFORM
           SET NOT-EOF TO TRUE.

       LIST-ONE-RIDER.
           ADD 1 TO WS-LIST-COUNT
           IF RMAST-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               DISPLAY RMAST-RIDER-ID " " RMAST-LEGAL-NAME " "
                       RMAST-COST-CENTER " ACTIVE"
           ELSE
               DISPLAY RMAST-RIDER-ID " " RMAST-LEGAL-NAME " "
                       RMAST-COST-CENTER " TERMINATED "
                       RMAST-STATUS-DATE
           END-IF.
