       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIPBUDGET.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT RIDER-MASTER-FILE
               ASSIGN TO DYNAMIC WS-RIDERMAST-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMAST-KEY
               FILE STATUS IS WS-RIDERMAST-STATUS.

           SELECT TRIP-REG-FILE
               ASSIGN TO DYNAMIC WS-TRIPREG-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREG-KEY
               FILE STATUS IS WS-TRIPREG-STATUS.

           SELECT ACCRUAL-FILE
               ASSIGN TO DYNAMIC WS-ACCRUAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT ANOMALY-FILE
               ASSIGN TO DYNAMIC WS-ANOMALY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOMALY-STATUS.

           SELECT ALLOC-FILE
               ASSIGN TO DYNAMIC WS-ALLOC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.

           SELECT CHARGEBACK-OUT-FILE
               ASSIGN TO DYNAMIC WS-CHGOUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGOUT-STATUS.

           SELECT STATRATE-FILE
               ASSIGN TO DYNAMIC WS-STATRATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATRATE-STATUS.

           SELECT PAYROLL-OUT-FILE
               ASSIGN TO DYNAMIC WS-PRLOUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRLOUT-STATUS.

      *> Sort and work files for the consolidated / portfolio runs.
      *> The combined expense stream is sorted by rider, date and
      *> category and processed in control-break order; per-rider,
      *> per-vendor and per-trip results go to work files instead of
      *> in-memory tables so roster size and line volume are bounded
      *> by disk, not working storage.
           SELECT EXPENSE-SORT-FILE
               ASSIGN TO DYNAMIC WS-EXPSORT-FILE.

           SELECT VENDOR-SORT-FILE
               ASSIGN TO DYNAMIC WS-VENDSORT-FILE.

           SELECT REF-SORT-FILE
               ASSIGN TO DYNAMIC WS-REFSORT-FILE.

           SELECT RIDER-ORDER-SORT-FILE
               ASSIGN TO DYNAMIC WS-RORDSORT-FILE.

           SELECT RIDER-SUM-FILE
               ASSIGN TO DYNAMIC WS-RIDERSUM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDERSUM-STATUS.

           SELECT CAP-HIT-FILE
               ASSIGN TO DYNAMIC WS-CAPHIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHIT-STATUS.

           SELECT PR-DETAIL-FILE
               ASSIGN TO DYNAMIC WS-PRDETAIL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRDETAIL-STATUS.

           SELECT VENDOR-WORK-FILE
               ASSIGN TO DYNAMIC WS-VENDWORK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDWORK-STATUS.

           SELECT VENDOR-RANK-FILE
               ASSIGN TO DYNAMIC WS-VENDRANK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDRANK-STATUS.

           SELECT ADVANCE-WORK-FILE
               ASSIGN TO DYNAMIC WS-ADVWORK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVWORK-STATUS.

           SELECT PAYREF-WORK-FILE
               ASSIGN TO DYNAMIC WS-PAYREFWORK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREFWORK-STATUS.

           SELECT SPLIT-SHARE-FILE
               ASSIGN TO DYNAMIC WS-SPLITSHR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLITSHR-STATUS.

           SELECT SETTLE-NET-FILE
               ASSIGN TO DYNAMIC WS-SETLNET-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLNET-STATUS.

           SELECT WORK-COPY-FILE
               ASSIGN TO DYNAMIC WS-WORKCOPY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKCOPY-STATUS.

           SELECT WORK-HOLD-FILE
               ASSIGN TO DYNAMIC WS-WORKHOLD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKHOLD-STATUS.

           SELECT TRIP-RESULT-FILE
               ASSIGN TO DYNAMIC WS-TRIPRES-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIPRES-STATUS.

      *> Sort and work file for the -ANOMALY scan's control breaks.
           SELECT ANOMALY-SORT-FILE
               ASSIGN TO DYNAMIC WS-ANOMSORT-FILE.

           SELECT SPIKE-MONTH-FILE
               ASSIGN TO DYNAMIC WS-SPIKEMON-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPIKEMON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-FILE.
       01  EXC-LINE                   PIC X(300).

       FD  MASTER-FILE.
       COPY "expense_master.cpy".

       FD  PAYREF-FILE.
       01  PAYREF-LINE                PIC X(60).
       FD  DISP-FILE.
       01  DISP-LINE                  PIC X(150).

       FD  RIDER-MASTER-FILE.
       COPY "rider_master.cpy".

       FD  TRIP-REG-FILE.
       COPY "trip_registry.cpy".

       FD  ACCRUAL-FILE.
       01  ACCRUAL-LINE               PIC X(100).

       FD  ANOMALY-FILE.
       01  ANOMALY-LINE               PIC X(250).

       FD  ALLOC-FILE.
       01  ALLOC-LINE                 PIC X(100).

       FD  CHARGEBACK-OUT-FILE.
       01  CHARGEBACK-OUT-LINE        PIC X(100).

       FD  STATRATE-FILE.
       01  STATRATE-LINE              PIC X(60).

       FD  PAYROLL-OUT-FILE.
       01  PAYROLL-OUT-LINE           PIC X(100).

      *> One record per expense line in the combined stream, plus one
      *> rider header record (ESRT-HEADER) per accepted rider list
      *> entry.  The header's date is LOW-VALUES so it sorts ahead of
      *> the rider's lines and every rider gets a control group even
      *> when their file has no lines.  Date, category, amount and
      *> currency are normalized the same way PROCESS-LINE does, so
      *> identical duplicate-check signatures land next to each other.
       SD  EXPENSE-SORT-FILE.
       01  ESRT-RECORD.
           05 ESRT-RIDER              PIC X(20).
           05 ESRT-DATE               PIC X(10).
           05 ESRT-CATEGORY           PIC X(30).
           05 ESRT-AMOUNT             PIC X(30).
           05 ESRT-CURRENCY           PIC X(10).
           05 ESRT-REC-TYPE           PIC X(1).
              88 ESRT-HEADER          VALUE 'H'.
              88 ESRT-DETAIL          VALUE 'D'.
           05 ESRT-RIDER-SEQ          PIC 9(5).
           05 ESRT-LINE-NUM           PIC 9(7).
           05 ESRT-COST-CTR           PIC X(10).
           05 ESRT-SOURCE-FILE        PIC X(256).
           05 ESRT-LINE               PIC X(200).

       SD  VENDOR-SORT-FILE.
       01  VSRT-RECORD.
           05 VSRT-NAME               PIC X(40).
           05 VSRT-AMOUNT             PIC S9(9)V99
                                      SIGN IS LEADING SEPARATE.
           05 VSRT-ITEMS              PIC 9(7).

      *> Advance and payee-reference files, sorted by rider so they
      *> can be matched against the rider summary in one pass.
       SD  REF-SORT-FILE.
       01  REFS-RECORD.
           05 REFS-RIDER              PIC X(20).
           05 REFS-VALUE              PIC X(30).

      *> Puts the rider summaries back into rider-list order.  Each
      *> narrower split's share sorts in at its split count, just
      *> after the rider at that list position, so the riders it
      *> covers are the ones that come before it.
       SD  RIDER-ORDER-SORT-FILE.
       01  ROSRT-RECORD.
           05 ROSRT-POS               PIC 9(5).
           05 ROSRT-TYPE              PIC X(1).
              88 ROSRT-RIDER          VALUE 'R'.
              88 ROSRT-SPLIT          VALUE 'S'.
           05 ROSRT-SHARE             PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
      *>   the whole RSUM-RECORD
           05 ROSRT-RSUM              PIC X(139).

      *> Anomaly scan: each master record is released once for each
      *> check that needs it, keyed for that check's control break.
      *>              KEY-1     KEY-2     KEY-3     KEY-4
      *>   'C' split  rider     date      category  vendor
      *>   'R' receipt receipt  date      rider
      *>   'S' spike  rider     category  month
      *> The rest of the record is the master line as reported.
       SD  ANOMALY-SORT-FILE.
       01  ASRT-RECORD.
           05 ASRT-TYPE               PIC X(1).
              88 ASRT-SPLIT-CHARGE    VALUE 'C'.
              88 ASRT-RECEIPT-CLAIM   VALUE 'R'.
              88 ASRT-SPEND-MONTH     VALUE 'S'.
           05 ASRT-KEY-1              PIC X(20).
           05 ASRT-KEY-2              PIC X(30).
           05 ASRT-KEY-3              PIC X(30).
           05 ASRT-KEY-4              PIC X(40).
           05 ASRT-RIDER              PIC X(20).
           05 ASRT-DATE               PIC X(10).
           05 ASRT-CATEGORY           PIC X(30).
           05 ASRT-AMOUNT             PIC S9(7)V99.
           05 ASRT-VENDOR             PIC X(40).
           05 ASRT-RECEIPT            PIC X(20).
           05 ASRT-TRIP-ID            PIC X(12).
           05 ASRT-LINE-NUM           PIC 9(7).
      *>   per-item policy limit of a split-charge record
           05 ASRT-LIMIT              PIC 9(7)V99.

      *> Per-rider results of a sorted run, one record per rider
      *> group: written in rider-name order at each rider break, then
      *> put back into rider-list order once the stream is done.
       FD  RIDER-SUM-FILE.
       01  RSUM-RECORD.
           05 RSUM-NAME               PIC X(20).
           05 RSUM-SEQ                PIC 9(5).
           05 RSUM-COST-CTR           PIC X(10).
           05 RSUM-TOTAL              PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
           05 RSUM-COUNT              PIC 9(7).
           05 RSUM-FRONTED            PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
           05 RSUM-MILE-PAID          PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
           05 RSUM-MILE-EXCESS        PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
           05 RSUM-PDM-PAID           PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
           05 RSUM-PDM-EXCESS         PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
      *>   fair share of the shared lines, set once the list order
      *>   is restored
           05 RSUM-OWED               PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
      *>   advance and payee reference, looked up at the rider break
           05 RSUM-ADVANCE-SW         PIC X(1).
              88 RSUM-HAS-ADVANCE     VALUE 'Y'.
           05 RSUM-ADVANCE            PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
           05 RSUM-PAYREF-SW          PIC X(1).
              88 RSUM-HAS-PAYREF      VALUE 'Y'.
           05 RSUM-PAYEE-ID           PIC X(15).

       FD  CAP-HIT-FILE.
       01  CAPHIT-RECORD.
           05 CAPHIT-RIDER            PIC X(20).
           05 CAPHIT-DATE             PIC X(10).
           05 CAPHIT-SUM              PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.

       FD  PR-DETAIL-FILE.
       01  PRDET-RECORD.
           05 PRDET-RIDER             PIC X(20).
           05 PRDET-DATE              PIC X(10).
           05 PRDET-CATEGORY          PIC X(30).
           05 PRDET-AMOUNT            PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
           05 PRDET-VENDOR            PIC X(30).

       FD  VENDOR-WORK-FILE.
       01  VWRK-RECORD.
           05 VWRK-NAME               PIC X(40).
           05 VWRK-AMOUNT             PIC S9(9)V99
                                      SIGN IS LEADING SEPARATE.
           05 VWRK-ITEMS              PIC 9(7).

       FD  VENDOR-RANK-FILE.
       01  VRANK-RECORD.
           05 VRANK-NAME              PIC X(40).
           05 VRANK-AMOUNT            PIC S9(9)V99
                                      SIGN IS LEADING SEPARATE.
           05 VRANK-ITEMS             PIC 9(7).

       FD  ADVANCE-WORK-FILE.
       01  AWRK-RECORD.
           05 AWRK-RIDER              PIC X(20).
           05 AWRK-VALUE              PIC X(30).

       FD  PAYREF-WORK-FILE.
       01  PWRK-RECORD.
           05 PWRK-RIDER              PIC X(20).
           05 PWRK-VALUE              PIC X(30).

      *> One record per shared line split among fewer than all the
      *> riders: the split count and each participant's share.
       FD  SPLIT-SHARE-FILE.
       01  SPLT-RECORD.
           05 SPLT-COUNT              PIC 9(5).
           05 SPLT-SHARE              PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.

      *> Each rider's remaining settle-up balance, in list order.
       FD  SETTLE-NET-FILE.
       01  SNET-RECORD.
           05 SNET-RIDER              PIC X(20).
           05 SNET-NET                PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.

      *> Scratch copies used to rewrite a line-sequential work file:
      *> WORK-COPY-FILE is pointed at the file being rewritten and
      *> WORK-HOLD-FILE holds its new contents meanwhile.
       FD  WORK-COPY-FILE.
       01  WORK-COPY-LINE             PIC X(400).

       FD  WORK-HOLD-FILE.
       01  WORK-HOLD-LINE             PIC X(400).

      *> One rider/category's spend by month, for the spike check.
       FD  SPIKE-MONTH-FILE.
       01  SMON-RECORD.
           05 SMON-MONTH              PIC X(7).
           05 SMON-SUM                PIC S9(9)V99
                                      SIGN IS LEADING SEPARATE.

       FD  TRIP-RESULT-FILE.
       01  TRES-RECORD.
           05 TRES-NAME               PIC X(30).
           05 TRES-STATUS             PIC X(8).
           05 TRES-TOTAL              PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
           05 TRES-ITEMS              PIC 9(7).
           05 TRES-RIDERS             PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-DATE-TEXT                PIC X(10).
       01 WS-DATE                     PIC X(10).
             10 CAT-NAME              PIC X(30) VALUE SPACES.
             10 CAT-SUM                PIC S9(7)V99 VALUE 0.
             10 CAT-ADJ                PIC S9(7)V99 VALUE 0.
             10 CAT-ACCR-SUM           PIC S9(7)V99 VALUE 0.

       01 WS-CAT-IDX                   PIC 9(2) VALUE 1.
       01 WS-FOUND-IDX                 PIC 9(2) VALUE 0.
          05 PRESCAN-NAME OCCURS 51 TIMES PIC X(30) VALUE SPACES.
       01 WS-PRESCAN-IDX                PIC 9(2) VALUE 0.
       01 WS-PRESCAN-FOUND-IDX          PIC 9(2) VALUE 0.
       01 WS-PRESCAN-CATEGORY           PIC X(30) VALUE SPACES.
       01 WS-PRESCAN-DATE                PIC X(10) VALUE SPACES.
       01 WS-PRESCAN-AMOUNT               PIC X(30) VALUE SPACES.
      *> ------------------------------------------------------------
      *> - multi-rider consolidation.
      *> A list file (named on the command line, extension .LST) has
      *> one "RiderName,ExpenseFilePath" entry per line.  Every
      *> entry's lines are released into one sort (EXPENSE-SORT-FILE)
      *> and the sorted stream is processed in rider / date order into
      *> the shared totals and category table above; each rider's
      *> subtotal is written to RIDER-SUM-FILE at the rider break.
      *> Portfolio trips run the same way, so neither the roster size
      *> nor the line volume is held in working storage.
      *> ------------------------------------------------------------
       01 WS-RIDERLIST-FILE             PIC X(256) VALUE SPACES.
       01 WS-RIDERLIST-STATUS           PIC XX VALUE "00".
       01 WS-RIDERLIST-EOF-SW           PIC X VALUE 'N'.
          88 RIDERLIST-EOF              VALUE 'Y'.

       01 WS-MULTI-RIDER-MODE           PIC X VALUE 'N'.
          88 MULTI-RIDER-MODE           VALUE 'Y'.

       01 WS-SORTED-RUN-SW              PIC X VALUE 'N'.
          88 SORTED-RUN                 VALUE 'Y'.

       01 RIDER-COUNT                   PIC 9(5) VALUE 0.
       01 WS-RLIST-ACCEPTED-SW          PIC X VALUE 'N'.
          88 RLIST-ACCEPTED             VALUE 'Y'.

       01 WS-RIDER-IDX                  PIC 9(2) VALUE 0.
       01 WS-RIDER-TOTAL-BEFORE         PIC S9(7)V99 VALUE 0.
       01 WS-RIDER-COUNT-BEFORE         PIC 9(7) VALUE 0.

      *> Work file names.  The sort work files and the intermediate
      *> result files are rewritten by every sorted run (and by every
      *> trip of a portfolio run).
       01 WS-EXPSORT-FILE               PIC X(256)
                                        VALUE "tripbudget_exp.srt".
       01 WS-VENDSORT-FILE              PIC X(256)
                                        VALUE "tripbudget_vnd.srt".
       01 WS-REFSORT-FILE               PIC X(256)
                                        VALUE "tripbudget_ref.srt".
       01 WS-RORDSORT-FILE              PIC X(256)
                                        VALUE "tripbudget_ord.srt".
       01 WS-RIDERSUM-FILE              PIC X(256)
                                        VALUE "tripbudget_riders.wrk".
       01 WS-RIDERSUM-STATUS            PIC XX VALUE "00".
       01 WS-CAPHIT-FILE                PIC X(256)
                                        VALUE "tripbudget_caphit.wrk".
       01 WS-CAPHIT-STATUS              PIC XX VALUE "00".
       01 WS-PRDETAIL-FILE              PIC X(256)
                                        VALUE "tripbudget_detail.wrk".
       01 WS-PRDETAIL-STATUS            PIC XX VALUE "00".
       01 WS-VENDWORK-FILE              PIC X(256)
                                        VALUE "tripbudget_vendor.wrk".
       01 WS-VENDWORK-STATUS            PIC XX VALUE "00".
       01 WS-VENDRANK-FILE              PIC X(256)
                                        VALUE "tripbudget_vrank.wrk".
       01 WS-VENDRANK-STATUS            PIC XX VALUE "00".
       01 WS-ADVWORK-FILE               PIC X(256)
                                        VALUE "tripbudget_advance.wrk".
       01 WS-ADVWORK-STATUS             PIC XX VALUE "00".
       01 WS-PAYREFWORK-FILE            PIC X(256)
                                        VALUE "tripbudget_payref.wrk".
       01 WS-PAYREFWORK-STATUS          PIC XX VALUE "00".
       01 WS-SPLITSHR-FILE              PIC X(256)
                                        VALUE "tripbudget_split.wrk".
       01 WS-SPLITSHR-STATUS            PIC XX VALUE "00".
       01 WS-SETLNET-FILE               PIC X(256)
                                        VALUE "tripbudget_settle.wrk".
       01 WS-SETLNET-STATUS             PIC XX VALUE "00".
       01 WS-WORKCOPY-FILE              PIC X(256) VALUE SPACES.
       01 WS-WORKCOPY-STATUS            PIC XX VALUE "00".
       01 WS-WORKHOLD-FILE              PIC X(256)
                                        VALUE "tripbudget_hold.wrk".
       01 WS-WORKHOLD-STATUS            PIC XX VALUE "00".
       01 WS-TRIPRES-FILE               PIC X(256)
                                        VALUE "tripbudget_trips.wrk".
       01 WS-TRIPRES-STATUS             PIC XX VALUE "00".

      *> Control-break state for the sorted expense stream.
       01 WS-SORT-EOF-SW                PIC X VALUE 'N'.
          88 SORT-EOF                   VALUE 'Y'.
       01 WS-GRP-RIDER-SW               PIC X VALUE 'N'.
          88 GRP-RIDER-OPEN             VALUE 'Y'.
       01 WS-GRP-DAY-SW                 PIC X VALUE 'N'.
          88 GRP-DAY-OPEN               VALUE 'Y'.
       01 WS-GRP-RIDER                  PIC X(20) VALUE SPACES.
       01 WS-GRP-SEQ                    PIC 9(5) VALUE 0.
       01 WS-GRP-COST-CTR               PIC X(10) VALUE SPACES.
       01 WS-GRP-FRONTED                PIC S9(7)V99 VALUE 0.
       01 WS-GRP-MILE-PAID              PIC S9(7)V99 VALUE 0.
       01 WS-GRP-MILE-EXCESS            PIC S9(7)V99 VALUE 0.
       01 WS-GRP-PDM-PAID               PIC S9(7)V99 VALUE 0.
       01 WS-GRP-PDM-EXCESS             PIC S9(7)V99 VALUE 0.
       01 WS-GRP-DATE                   PIC X(10) VALUE SPACES.
       01 WS-DAY-TOTAL-BEFORE           PIC S9(7)V99 VALUE 0.
       01 WS-GRP-DAY-SUM                PIC S9(7)V99 VALUE 0.
       01 WS-LAST-SEEN-SIG              PIC X(110) VALUE SPACES.

      *> Records written to each work file so far; a checkpoint
      *> keeps these so a restart can cut the files back to them.
       01 WS-PRDETAIL-COUNT             PIC 9(7) VALUE 0.
       01 WS-VENDOR-LINE-COUNT          PIC 9(7) VALUE 0.
       01 WS-CAPHIT-COUNT               PIC 9(7) VALUE 0.
       01 WS-RSUM-WRITE-COUNT           PIC 9(7) VALUE 0.
       01 WS-SPLIT-LINE-COUNT           PIC 9(7) VALUE 0.
       01 WS-WORK-EOF-SW                PIC X VALUE 'N'.
          88 WORK-EOF                   VALUE 'Y'.

      *> Position in the sorted stream (records returned so far) and
      *> the position a restarted run resumes after.
       01 WS-SORT-REC-NUM               PIC 9(9) VALUE 0.
       01 WS-RESUME-SORT-REC            PIC 9(9) VALUE 0.

      *> TRIM-WORK-FILE cuts WS-WORKCOPY-FILE back to its first
      *> WS-WORK-KEEP-COUNT records.
       01 WS-WORK-KEEP-COUNT            PIC 9(7) VALUE 0.
       01 WS-WORK-COPY-NUM              PIC 9(7) VALUE 0.

      *> Rider-keyed reference lookups (advances, payee references)
      *> are matched against sorted copies of the reference files;
      *> callers must ask for riders in ascending name order - the
      *> one rider of a single-file run, or each rider group of a
      *> sorted run as its rider break is taken.
       01 WS-ADVWORK-KEY                PIC X(20) VALUE HIGH-VALUES.
       01 WS-PAYREFWORK-KEY             PIC X(20) VALUE HIGH-VALUES.
       01 WS-ADVWORK-OPEN-SW            PIC X VALUE 'N'.
          88 ADVWORK-OPEN               VALUE 'Y'.
       01 WS-PAYREFWORK-OPEN-SW         PIC X VALUE 'N'.
          88 PAYREFWORK-OPEN            VALUE 'Y'.

      *> ------------------------------------------------------------
      *> - shared-expense settle-up.
      *> A SHARED expense line is still added in full to the fronting
      *> rider's own subtotal (no change there); what each rider
      *> fronted on shared lines is carried on their RIDER-SUM-FILE
      *> record, and each rider's fair share of those shared lines is
      *> worked out from the split totals below, so the difference is
      *> what they are owed (or owe) at settle-up.
      *> A split count on the line, when given, is honored by treating
      *> the first N riders in the trip's rider list as the
      *> participants; with no split count the shared cost is split
      *> evenly across every rider in the run.  WS-SHARE-ALL holds the
      *> per-rider share of every evenly split line; each narrower
      *> split goes to SPLIT-SHARE-FILE as its count N and per-rider
      *> share, so rider number P in the list owes WS-SHARE-ALL plus
      *> the share of every split with N >= P.  RSUM-OWED is set
      *> from these when the rider summaries are put back in list
      *> order.
      *> ------------------------------------------------------------
       01 WS-SHARED-TEXT                PIC X(3) VALUE SPACES.
       01 WS-SHARED-FLAG                PIC X VALUE 'N'.
          88 SHARED-EXPENSE             VALUE 'Y'.

       01 WS-SPLIT-TEXT                 PIC X(5) VALUE SPACES.
       01 WS-SPLIT-COUNT                PIC 9(5) VALUE 0.
       01 WS-SPLIT-SHARE                PIC 9(7)V99 VALUE 0.
       01 WS-ANY-SHARED-SW              PIC X VALUE 'N'.
          88 ANY-SHARED-EXPENSE         VALUE 'Y'.

       01 WS-SHARE-ALL                  PIC S9(7)V99 VALUE 0.
       01 WS-SPLIT-TOTAL                PIC S9(9)V99 VALUE 0.
       01 WS-SPLIT-PASSED               PIC S9(9)V99 VALUE 0.
       01 WS-RIDER-NET                  PIC S9(7)V99 VALUE 0.

      *> Greedy settle-up: the rider with the largest balance owed
      *> and the rider owing most, by record number in
      *> SETTLE-NET-FILE, re-found after every payment.
       01 WS-DISPLAY-SETTLE             PIC -(7)9.99.
       01 WS-SETTLE-AMOUNT              PIC S9(7)V99 VALUE 0.
       01 WS-SETTLE-REC-NUM             PIC 9(7) VALUE 0.
       01 WS-CREDITOR-REC               PIC 9(7) VALUE 0.
       01 WS-CREDITOR-NAME              PIC X(20) VALUE SPACES.
       01 WS-CREDITOR-NET               PIC S9(7)V99 VALUE 0.
       01 WS-DEBTOR-REC                 PIC 9(7) VALUE 0.
       01 WS-DEBTOR-NAME                PIC X(20) VALUE SPACES.
       01 WS-DEBTOR-NET                 PIC S9(7)V99 VALUE 0.
       01 WS-SETTLE-FAIL-SW             PIC X VALUE 'N'.
          88 SETTLE-WORK-FAILED         VALUE 'Y'.

      *> ------------------------------------------------------------
      *> - optional machine-readable output file.

      *> ------------------------------------------------------------
      *> - per-day spending cap.
      *> Checked per rider + date so a consolidation run checks
      *> each rider's daily spend separately rather than pooling
      *> every rider's expenses into one combined-group total.  A
      *> single-file run keys DAILY-TABLE by rider + date; a sorted
      *> run checks each rider's day at its control break, writes the
      *> breaches to CAP-HIT-FILE, and keys DAILY-TABLE by date alone
      *> for the timeline.
      *> ------------------------------------------------------------
       01 WS-DAILY-CAP                  PIC 9(6)V99 VALUE 0.
       01 WS-DAILY-CAP-MODE             PIC X VALUE 'N'.

       01 WS-DAILY-IDX                  PIC 9(3) VALUE 0.
       01 WS-DAILY-FOUND-IDX            PIC 9(3) VALUE 0.
       01 WS-DAILY-KEY-RIDER            PIC X(20) VALUE SPACES.

      *> ------------------------------------------------------------
      *> - run audit-trail log.
       01 WS-PR-RIDER-SUB               PIC S9(8)V99 VALUE 0.

      *> Accepted lines are echoed here only when -PRINT is on, the
      *> same way EXP-RECON-TABLE echoes them for reconciliation.  A
      *> sorted (consolidated or portfolio) run writes them to
      *> PR-DETAIL-FILE instead, already in rider / date order.
       01 PDETAIL-MAX                   PIC 9(4) VALUE 2000.
       01 PDETAIL-COUNT                 PIC 9(4) VALUE 0.
       01 PDETAIL-TABLE.

       01 WS-PDETAIL-IDX                PIC 9(4) VALUE 0.
       01 WS-PDETAIL-SCRATCH.
          05 WS-PDETAIL-SCR-KEY.
             10 WS-PDETAIL-SCR-RIDER    PIC X(20).
             10 WS-PDETAIL-SCR-DATE     PIC X(10).
          05 WS-PDETAIL-SCR-CATEGORY    PIC X(30).
          05 WS-PDETAIL-SCR-AMOUNT      PIC S9(7)V99.
          05 WS-PDETAIL-SCR-VENDOR      PIC X(30).
       01 WS-VENDOR-TEXT                PIC X(40) VALUE SPACES.

       01 VENDOR-MAX                    PIC 9(3) VALUE 100.
       01 VENDOR-COUNT                  PIC 9(5) VALUE 0.
       01 VENDOR-TABLE.
          05 VENDOR-ENTRY OCCURS 100 TIMES.
             10 VENDOR-NAME             PIC X(40) VALUE SPACES.
          05 WS-VENDOR-SCR-NAME         PIC X(40).
          05 WS-VENDOR-SCR-SUM          PIC S9(7)V99.
          05 WS-VENDOR-SCR-ITEMS        PIC 9(5).
       01 WS-VENDOR-RANK                PIC 9(5) VALUE 0.

      *> ------------------------------------------------------------
      *> - travel-advance netting.
      *> "Rider,Amount" lines, sorted by rider into ADVANCE-WORK-FILE
      *> at start-up.  Works in both single-rider and multi-rider
      *> mode: whichever rider name(s) are in play get matched against
      *> the sorted file at report time.
      *> ------------------------------------------------------------
       01 WS-ADVANCE-FILE               PIC X(256) VALUE SPACES.
       01 WS-ADVANCE-STATUS             PIC XX VALUE "00".
       01 WS-ADVANCE-MODE               PIC X VALUE 'N'.
          88 ADVANCE-ENABLED            VALUE 'Y'.

       01 ADVANCE-COUNT                 PIC 9(7) VALUE 0.
       01 WS-ADVANCE-FOUND-SW           PIC X VALUE 'N'.
          88 ADVANCE-FOUND              VALUE 'Y'.
       01 WS-ADVANCE-FOUND-AMT          PIC 9(7)V99 VALUE 0.
       01 WS-ADVANCE-RIDER-TEXT         PIC X(20) VALUE SPACES.
       01 WS-ADVANCE-AMT-TEXT           PIC X(30) VALUE SPACES.
       01 WS-ADVANCE-NET                PIC S9(7)V99 VALUE 0.

      *> ------------------------------------------------------------
      *> - multi-trip portfolio batch mode.
      *> The portfolio list is "TripName,ListFilePath[,TripId]"
      *> lines (a bare path serves as both name and path), one trip
      *> per line; TripId is the trip's id on the trip registry.  Each trip is run
      *> through the normal single-submission machinery in turn, with
      *> the per-trip working state reset in between, while the PORT-
      *> totals accumulate the cross-trip rollup and each trip's result
      *> is written to TRIP-RESULT-FILE for the portfolio summary
      *> printed after the last trip.
      *> ------------------------------------------------------------
       01 WS-PORTFOLIO-FILE             PIC X(256) VALUE SPACES.
       01 WS-PORTFOLIO-STATUS           PIC XX VALUE "00".
       01 WS-PORTFOLIO-MODE             PIC X VALUE 'N'.
          88 PORTFOLIO-ENABLED          VALUE 'Y'.

       01 TRIP-COUNT                    PIC 9(5) VALUE 0.
       01 WS-PORTFOLIO-EOF-SW           PIC X VALUE 'N'.
          88 PORTFOLIO-EOF              VALUE 'Y'.

      *> The trip being run: its name, list file and registry id
      *> come from the portfolio line; its status, total, item and
      *> rider counts are filled in as it runs.
       01 WS-CUR-TRIP-ENTRY.
          05 WS-CUR-TRIP-NAME           PIC X(30) VALUE SPACES.
          05 WS-CUR-TRIP-FILE           PIC X(256) VALUE SPACES.
          05 WS-CUR-TRIP-TOTAL          PIC S9(7)V99 VALUE 0.
          05 WS-CUR-TRIP-ITEMS          PIC 9(7) VALUE 0.
          05 WS-CUR-TRIP-RIDERS         PIC 9(5) VALUE 0.
          05 WS-CUR-TRIP-STATUS         PIC X(8) VALUE SPACES.

      *> Output file suffix for the trip: two digits for the first 99
      *> trips of a portfolio, as always, and five beyond that.
       01 WS-TRIP-SEQ-TEXT              PIC X(5) VALUE SPACES.
       01 WS-TRIP-SEQ-2                 PIC 99 VALUE 0.
       01 WS-TRIP-SEQ-5                 PIC 9(5) VALUE 0.
       01 WS-TRIP-NAME-TEXT             PIC X(256) VALUE SPACES.
       01 WS-TRIP-FILE-TEXT             PIC X(256) VALUE SPACES.
       01 WS-OUTPUT-FILE-BASE           PIC X(256) VALUE SPACES.
       01 WS-PORT-FOUND-IDX             PIC 9(2) VALUE 0.
       01 PORT-TOTAL-AMOUNT             PIC S9(8)V99 VALUE 0.
       01 PORT-ITEM-COUNT               PIC 9(7) VALUE 0.
       01 PORT-RIDER-COUNT              PIC 9(7) VALUE 0.

      *> Run-level copies of the per-trip counters, which
      *> RESET-TRIP-STATE zeroes between trips - the audit record
      *> - configurable exception severities / exceptions file.
      *> Every problem the run finds is raised through
      *> RAISE-EXCEPTION under a class name: BADFORMAT, BADDATE,
      *> BADAMOUNT, RANGE, DUPLICATE, POLICY, RECEIPT, CARDUNMATCH,
      *> RIDERUNKNOWN, RIDERTERM, TRIPUNKNOWN, TRIPCLOSED, and from
      *> the anomaly scan SPLITCHARGE, DUPRECEIPT, ROUNDAMOUNT,
      *> WEEKENDSPEND, SPENDSPIKE.
      *> -SEVERITY names a "Class,Severity" control file assigning
      *> each class IGNORE / WARN / ERROR / FATAL (default WARN).
      *> IGNORE suppresses the exception entirely; ERROR counts
       01 WS-SEVERITY-MODE              PIC X VALUE 'N'.
          88 SEVERITY-ENABLED           VALUE 'Y'.

       01 SEV-MAX                       PIC 9(2) VALUE 30.
       01 SEV-COUNT                     PIC 9(2) VALUE 0.
       01 SEV-TABLE.
          05 SEV-ENTRY OCCURS 30 TIMES.
             10 SEV-CLASS               PIC X(12) VALUE SPACES.
             10 SEV-LEVEL               PIC X(6) VALUE SPACES.

       01 WS-MASTER-ADD-COUNT           PIC 9(7) VALUE 0.

       01 WS-YTD-ITEM-COUNT             PIC 9(7) VALUE 0.
      *> The master is keyed rider first, so the YTD rider totals are
      *> a control break on MASTER-RIDER as the master is read.
       01 WS-YTD-CUR-RIDER              PIC X(20) VALUE SPACES.
       01 WS-YTD-RIDER-TOTAL            PIC S9(7)V99 VALUE 0.
       01 WS-YTD-RIDER-COUNT            PIC 9(7) VALUE 0.

      *> ------------------------------------------------------------
      *> - rider reimbursement payment extract.
      *> The mapping file is "Rider,PayeeId" lines (the bank portal's
      *> payee reference for each rider), sorted by rider the same way
      *> as the advance file.  The extract mirrors the GL batch layout: a
      *> "PH" header, one "PD" detail per rider with a nonzero final
      *> net (expenses minus advance, plus/minus the shared-expense
      *> settle-up), and a "PT" trailer with record count and control

       01 PAY-UNMAPPED-PAYEE            PIC X(15) VALUE "UNMAPPED".

       01 PAYREF-COUNT                  PIC 9(7) VALUE 0.
       01 WS-PAYREF-FOUND-SW            PIC X VALUE 'N'.
          88 PAYREF-FOUND               VALUE 'Y'.
       01 WS-PAYREF-RIDER-TEXT          PIC X(20) VALUE SPACES.
       01 WS-PAYREF-ID-TEXT             PIC X(15) VALUE SPACES.

          88 RESUMED-FROM-CKPT          VALUE 'Y'.

       01 WS-CKPT-FIELD-TABLE.
          05 WS-CKPT-FIELD OCCURS 36 TIMES PIC X(20) VALUE SPACES.
       01 WS-CKPT-IDX                   PIC 9(4) VALUE 0.
      *> Signed edits: amounts can be negative once adjustment
      *> reversals are folded in; NUMVAL reads the sign back.
       01 WS-CKPT-AMT-EDIT               PIC +9(7).99.
       01 WS-CKPT-AMT-EDIT2              PIC +9(7).99.
       01 WS-CKPT-AMT-EDIT3              PIC +9(7).99.
       01 WS-CKPT-AMT-EDIT4              PIC +9(7).99.
       01 WS-SKIP-TARGET                 PIC 9(7) VALUE 0.

      *> ------------------------------------------------------------
      *> are two distinct signatures rather than one flagged as a
      *> dupe, and so are two same-day/category/amount-text charges
      *> that are actually in different currencies.
      *> A sorted run has identical signatures next to each other
      *> in the stream, so it only compares against the last one
      *> (WS-LAST-SEEN-SIG) and never fills this table.
          05 SEEN-ENTRY OCCURS 500 TIMES PIC X(110) VALUE SPACES.

       01 WS-SEEN-IDX                   PIC 9(4) VALUE 0.
          05 WS-TOPN-SCR-CATEGORY        PIC X(30).
          05 WS-TOPN-SCR-AMOUNT          PIC 9(7)V99.

      *> ------------------------------------------------------------
      *> - rider reference master.
      *> -RIDERMASTER names the keyed rider master kept by RIDERMAINT.
      *> Every entry in a .LST rider list must then be an active
      *> rider id on the master: an id not on file is raised as
      *> RIDERUNKNOWN, a terminated rider as RIDERTERM, and either
      *> way the entry is left out of the run rather than processed
      *> under a name nobody controls.  The rider's cost center is
      *> carried with the entry; accepted spend is accumulated by
      *> category and cost center in CCPOST-TABLE so each GL posting
      *> line can be charged to the riders' own cost centers, and
      *> each payment detail carries the payee's cost center.
      *> ------------------------------------------------------------
       01 WS-RIDERMAST-FILE             PIC X(256) VALUE SPACES.
       01 WS-RIDERMAST-STATUS           PIC XX VALUE "00".
       01 WS-RIDERMAST-MODE             PIC X VALUE 'N'.
          88 RIDERMAST-ENABLED          VALUE 'Y'.
       01 WS-RIDERMAST-OPEN-SW          PIC X VALUE 'N'.
          88 RIDERMAST-OPEN             VALUE 'Y'.

       01 WS-RIDERLIST-LINE-NUM         PIC 9(7) VALUE 0.
       01 WS-RLIST-NAME-TEXT            PIC X(20) VALUE SPACES.
       01 WS-RLIST-FILE-TEXT            PIC X(256) VALUE SPACES.
       01 WS-CUR-COST-CTR               PIC X(10) VALUE SPACES.

       01 CCPOST-MAX                    PIC 9(4) VALUE 500.
       01 CCPOST-COUNT                  PIC 9(4) VALUE 0.
       01 CCPOST-TABLE.
          05 CCPOST-ENTRY OCCURS 500 TIMES.
             10 CCPOST-CAT-NAME         PIC X(30) VALUE SPACES.
             10 CCPOST-COST-CTR         PIC X(10) VALUE SPACES.
             10 CCPOST-SUM              PIC S9(7)V99 VALUE 0.
             10 CCPOST-ADJ              PIC S9(7)V99 VALUE 0.

       01 WS-CCPOST-IDX                 PIC 9(4) VALUE 0.
       01 WS-CCPOST-FOUND-IDX           PIC 9(4) VALUE 0.
       01 WS-GL-POST-SUM                PIC S9(7)V99 VALUE 0.
       01 WS-GL-POST-ADJ                PIC S9(7)V99 VALUE 0.
       01 WS-GL-POST-CC                 PIC X(10) VALUE SPACES.
       01 WS-GL-REM-SUM                 PIC S9(7)V99 VALUE 0.
       01 WS-GL-REM-ADJ                 PIC S9(7)V99 VALUE 0.
       01 WS-PAY-COST-CTR               PIC X(10) VALUE SPACES.

      *> ------------------------------------------------------------
      *> - trip registry.
      *> -TRIPREG names the keyed trip registry kept by TRIPMAINT.
      *> The trip being run is identified by -TRIPID on a single
      *> trip run, or by the optional third field of each portfolio
      *> line.  A trip not on the registry is raised as TRIPUNKNOWN
      *> and refused; a trip already CLOSED or POSTED is raised as
      *> TRIPCLOSED and refused unless -OVERRIDE <reason> was given,
      *> so spend cannot land on a trip whose GL and PAY extracts
      *> have already gone out.  The registry's trip name heads the
      *> extracts so the close-out can match them back to the trip.
      *> Whether or not the registry is in use, the trip id is
      *> carried on every master posting for the YTD trip breakout.
      *> ------------------------------------------------------------
       01 WS-TRIPREG-FILE               PIC X(256) VALUE SPACES.
       01 WS-TRIPREG-STATUS             PIC XX VALUE "00".
       01 WS-TRIPREG-MODE               PIC X VALUE 'N'.
          88 TRIPREG-ENABLED            VALUE 'Y'.
       01 WS-TRIPREG-OPEN-SW            PIC X VALUE 'N'.
          88 TRIPREG-OPEN               VALUE 'Y'.

       01 WS-CUR-TRIP-ID                PIC X(12) VALUE SPACES.
       01 WS-TRIPID-ARG                 PIC X(12) VALUE SPACES.
       01 WS-TRIP-ID-TEXT               PIC X(60) VALUE SPACES.
       01 WS-OVERRIDE-REASON            PIC X(60) VALUE SPACES.
       01 WS-OVERRIDE-MODE              PIC X VALUE 'N'.
          88 OVERRIDE-ENABLED           VALUE 'Y'.
       01 WS-TRIP-REFUSED-SW            PIC X VALUE 'N'.
          88 TRIP-REFUSED               VALUE 'Y'.
       01 WS-TRIP-REFUSED-COUNT         PIC 9(5) VALUE 0.
       01 WS-TRIP-NOT-OPEN-SW           PIC X VALUE 'N'.
          88 TRIP-NOT-OPEN              VALUE 'Y'.
       01 WS-CUR-TRIP-START             PIC X(10) VALUE SPACES.
       01 WS-CUR-TRIP-END               PIC X(10) VALUE SPACES.

       01 YTDTRIP-MAX                   PIC 9(4) VALUE 500.
       01 YTDTRIP-COUNT                 PIC 9(4) VALUE 0.
       01 YTDTRIP-TABLE.
          05 YTDTRIP-ENTRY OCCURS 500 TIMES.
             10 YTDTRIP-ID              PIC X(12) VALUE SPACES.
             10 YTDTRIP-TOTAL           PIC S9(7)V99 VALUE 0.
             10 YTDTRIP-ITEMS           PIC 9(7) VALUE 0.
       01 WS-YTDTRIP-IDX                PIC 9(4) VALUE 0.
       01 WS-YTDTRIP-FOUND-IDX          PIC 9(4) VALUE 0.
      *> Trips met once the table is full are totalled together.
       01 WS-YTDTRIP-FULL-SW            PIC X VALUE 'N'.
          88 YTDTRIP-FULL               VALUE 'Y'.
       01 WS-YTDTRIP-OTHER-TOTAL        PIC S9(7)V99 VALUE 0.
       01 WS-YTDTRIP-OTHER-ITEMS        PIC 9(7) VALUE 0.

      *> ------------------------------------------------------------
      *> - month-end accrual.
      *> -ACCRUE <period-end> runs every trip (every OPEN trip when
      *> the trip registry is in use) for a month-end accrual instead
      *> of its real postings: no GL or PAY extract is written and
      *> nothing is posted to the expense master.  Each trip accrues
      *> its accepted lines dated up to the period end, by category
      *> (CAT-ACCR-SUM), plus a forecast for the trip days up to the
      *> period end not yet submitted - the timeline's average daily
      *> burn, or the budget's straight-line pace before anything
      *> has been submitted.  The trip's dates come from the trip
      *> registry, else -START/-END.  The accrual goes to its own
      *> journal (-ACCRUALOUT, default accrual_journal.txt), one
      *> batch per trip, each immediately followed by its
      *> auto-reversal dated the day after the period end:
      *>   "AH" PERIODEND(8) TRIPNAME(30) "Y" REVERSALDATE(8)
      *>   "AD"/"AC" ACCOUNT(15) AMOUNT(9(9)V99) CATEGORY(30)
      *>   "AT" LINECOUNT(6) CONTROLTOTAL(+9(9).99)
      *>   "RH" REVERSALDATE(8) TRIPNAME(30) "R" PERIODEND(8)
      *>   "RD"/"RC" ACCOUNT(15) AMOUNT(9(9)V99) CATEGORY(30)
      *>   "RT" LINECOUNT(6) CONTROLTOTAL(+9(9).99)
      *> The "Y" flag marks the accrual as auto-reversing, on the
      *> date that follows it; "R" marks the reversal, followed by
      *> the period end it reverses.  The expense side debits each
      *> category's GL account (the forecast goes to the suspense
      *> account); the offset credits the accrued-expense account
      *> (-ACCRUALACCT).  The control total is the net expense the
      *> batch books.  The reversal swaps every debit and credit,
      *> so its control total is the accrual's negated and the pair
      *> nets to zero.
      *> ------------------------------------------------------------
       01 WS-ACCRUAL-FILE               PIC X(256)
                                        VALUE "accrual_journal.txt".
       01 WS-ACCRUAL-STATUS             PIC XX VALUE "00".
       01 WS-ACCRUAL-MODE               PIC X VALUE 'N'.
          88 ACCRUAL-ENABLED            VALUE 'Y'.
       01 WS-ACCRUAL-OPEN-SW            PIC X VALUE 'N'.
          88 ACCRUAL-OPEN               VALUE 'Y'.
       01 ACCRUAL-LIAB-ACCOUNT          PIC X(15) VALUE "210500".
       01 ACCRUAL-FORECAST-NAME         PIC X(30)
                                        VALUE "UNSUBMITTED FORECAST".
       01 ACCRUAL-LIAB-NAME             PIC X(30)
                                        VALUE "ACCRUED TRAVEL EXPENSE".

       01 WS-ACCR-PERIOD-END            PIC X(10) VALUE SPACES.
       01 WS-ACCR-REVERSAL-DATE         PIC X(10) VALUE SPACES.
       01 WS-ACCR-PE-NUM                PIC 9(8) VALUE 0.
       01 WS-ACCR-REV-NUM               PIC 9(8) VALUE 0.
       01 WS-ACCR-LAST-DATE             PIC X(10) VALUE SPACES.
       01 WS-ACCR-START-INT             PIC 9(7) VALUE 0.
       01 WS-ACCR-END-INT               PIC 9(7) VALUE 0.
       01 WS-ACCR-TRIP-END-INT          PIC 9(7) VALUE 0.
       01 WS-ACCR-PE-INT                PIC 9(7) VALUE 0.
       01 WS-ACCR-LAST-INT              PIC 9(7) VALUE 0.
       01 WS-ACCR-ELAPSED               PIC S9(5) VALUE 0.
       01 WS-ACCR-UNSUB-DAYS            PIC S9(5) VALUE 0.
       01 WS-ACCR-TRIP-DAYS             PIC S9(5) VALUE 0.
       01 WS-ACCR-BUDGET-TOTAL          PIC 9(8)V99 VALUE 0.
       01 WS-ACCR-BURN                  PIC S9(7)V99 VALUE 0.
       01 WS-ACCR-ACCEPTED              PIC S9(9)V99 VALUE 0.
       01 WS-ACCR-FORECAST              PIC S9(9)V99 VALUE 0.
       01 WS-ACCR-TOTAL                 PIC S9(9)V99 VALUE 0.
       01 WS-ACCR-RUN-TOTAL             PIC S9(9)V99 VALUE 0.
       01 WS-ACCR-BATCH-COUNT           PIC 9(4) VALUE 0.
       01 WS-ACCR-SKIP-COUNT            PIC 9(5) VALUE 0.
       01 WS-ACCR-START-DATE            PIC X(10) VALUE SPACES.
       01 WS-ACCR-END-DATE              PIC X(10) VALUE SPACES.

      *> One journal line: the side is "D" or "C" after the record
      *> prefix ("A" accrual, "R" reversal); a negative net simply
      *> flips the side.
       01 WS-ACCR-PREFIX                PIC X VALUE SPACES.
       01 WS-ACCR-SIDE                  PIC X VALUE SPACES.
       01 WS-ACCR-POST-ACCT             PIC X(15) VALUE SPACES.
       01 WS-ACCR-POST-NAME             PIC X(30) VALUE SPACES.
       01 WS-ACCR-POST-AMT              PIC S9(9)V99 VALUE 0.
       01 WS-ACCR-AMOUNT-EDIT           PIC 9(9)V99 VALUE 0.
       01 WS-ACCR-LINE-COUNT            PIC 9(6) VALUE 0.
       01 WS-ACCR-CONTROL-EDIT          PIC +9(9).99.
       01 WS-ACCR-DISPLAY-AMT           PIC -(8)9.99.

      *> ------------------------------------------------------------
      *> - expense anomaly scan.
      *> -ANOMALY <master> is a run mode of its own, like -YTD: it
      *> reads the expense master front to back (windowed by
      *> -START/-END when given) and flags
      *>   SPLITCHARGE  one rider's same-day charges at one vendor in
      *>                one category, each within the -POLICY
      *>                per-item limit but together over it
      *>   DUPRECEIPT   a receipt reference already claimed by
      *>                another rider or on another date
      *>   ROUNDAMOUNT  an amount of -ROUNDMIN (default 100.00) or
      *>                more that is an exact multiple of $50
      *>   WEEKENDSPEND Saturday/Sunday spend outside the dates the
      *>                trip registry holds for its trip
      *>   SPENDSPIKE   a rider's month in a category more than
      *>                -SPIKEX (default 3) times that rider's average
      *>                month in the category, given at least three
      *>                other months of history
      *> Each anomaly is a row on the anomaly report (-ANOMALYOUT,
      *> default anomaly_report.txt) and an exception under its
      *> class, so -SEVERITY/-EXCFILE treat it like any other.  The
      *> split check needs -POLICY and the weekend check -TRIPREG;
      *> without them those checks are skipped.  The round and
      *> weekend checks look at one record at a time as the master
      *> is read; the split, receipt and spike checks run as control
      *> breaks over ANOMALY-SORT-FILE, so none of them is limited by
      *> how much history the master holds.
      *> ------------------------------------------------------------
       01 WS-ANOMALY-FILE               PIC X(256)
                                        VALUE "anomaly_report.txt".
       01 WS-ANOMALY-STATUS             PIC XX VALUE "00".
       01 WS-ANOMALY-MODE               PIC X VALUE 'N'.
          88 ANOMALY-ENABLED            VALUE 'Y'.
       01 WS-ANOMALY-MASTER-FILE        PIC X(256) VALUE SPACES.
       01 WS-ANOMALY-OPEN-SW            PIC X VALUE 'N'.
          88 ANOMALY-OPEN               VALUE 'Y'.

       01 ANOM-ROUND-MIN                PIC 9(7)V99 VALUE 100.00.
       01 ANOM-ROUND-UNIT               PIC 9(5)V99 VALUE 50.00.
       01 ANOM-SPIKE-FACTOR             PIC 9(3)V99 VALUE 3.00.
       01 ANOM-SPIKE-MIN-MONTHS         PIC 9(2) VALUE 3.

       01 WS-ANOM-REC-COUNT             PIC 9(7) VALUE 0.
       01 WS-ANOM-SCAN-COUNT            PIC 9(7) VALUE 0.
       01 WS-ANOM-TOTAL-COUNT           PIC 9(5) VALUE 0.
       01 WS-ANOM-SPLIT-COUNT           PIC 9(5) VALUE 0.
       01 WS-ANOM-RCPT-COUNT            PIC 9(5) VALUE 0.
       01 WS-ANOM-ROUND-COUNT           PIC 9(5) VALUE 0.
       01 WS-ANOM-WKND-COUNT            PIC 9(5) VALUE 0.
       01 WS-ANOM-SPIKE-COUNT           PIC 9(5) VALUE 0.

       01 WS-ANOMSORT-FILE              PIC X(256)
                                        VALUE "tripbudget_anom.srt".
       01 WS-SPIKEMON-FILE              PIC X(256)
                                        VALUE "tripbudget_spike.wrk".
       01 WS-SPIKEMON-STATUS            PIC XX VALUE "00".

      *> Current control-break group of the sorted anomaly stream.
       01 WS-ANOM-GRP-OPEN-SW           PIC X VALUE 'N'.
          88 ANOM-GRP-OPEN              VALUE 'Y'.
       01 WS-ANOM-GRP-TYPE              PIC X(1) VALUE SPACE.
       01 WS-ANOM-GRP-KEY               PIC X(120) VALUE SPACES.
       01 WS-ANOM-BREAK-KEY             PIC X(120) VALUE SPACES.
       01 WS-ANOM-GRP-RIDER             PIC X(20) VALUE SPACES.
       01 WS-ANOM-GRP-DATE              PIC X(10) VALUE SPACES.
       01 WS-ANOM-GRP-CAT               PIC X(30) VALUE SPACES.
       01 WS-ANOM-GRP-VENDOR            PIC X(40) VALUE SPACES.

      *> Split-charge group: within-limit charges by one rider on
      *> one day at one vendor in one category.
       01 WS-ANOM-GRP-ITEMS             PIC 9(5) VALUE 0.
       01 WS-ANOM-GRP-SUM               PIC S9(9)V99 VALUE 0.
       01 WS-ANOM-GRP-LIMIT             PIC 9(7)V99 VALUE 0.

      *> Receipt group: the first claim of the receipt.
       01 WS-ANOM-FIRST-RIDER           PIC X(20) VALUE SPACES.
       01 WS-ANOM-FIRST-DATE            PIC X(10) VALUE SPACES.

      *> Spike group: one rider's category, month by month.
       01 WS-ANOM-GRP-MONTH             PIC X(7) VALUE SPACES.
       01 WS-ANOM-MONTH-SUM             PIC S9(9)V99 VALUE 0.
       01 WS-SPIKE-MONTHS               PIC 9(5) VALUE 0.
       01 WS-SPIKE-CAT-TOTAL            PIC S9(11)V99 VALUE 0.
       01 WS-SPIKE-OTHER-MONTHS         PIC 9(5) VALUE 0.
       01 WS-SPIKE-AVG                  PIC S9(9)V99 VALUE 0.

      *> Registry dates of the last trip id looked up.
       01 WS-ANOM-TRIP-ID               PIC X(12) VALUE HIGH-VALUES.
       01 WS-ANOM-TRIP-START            PIC X(10) VALUE SPACES.
       01 WS-ANOM-TRIP-END              PIC X(10) VALUE SPACES.
       01 WS-ANOM-TRIP-FOUND-SW         PIC X VALUE 'N'.
          88 ANOM-TRIP-FOUND            VALUE 'Y'.

       01 WS-ANOM-QUOT                  PIC 9(7) VALUE 0.
       01 WS-ANOM-REM                   PIC 9(5)V99 VALUE 0.
       01 WS-ANOM-DOW                   PIC 9 VALUE 0.

      *> One anomaly, as handed to RECORD-ANOMALY.
       01 WS-ANOM-CLASS                 PIC X(12) VALUE SPACES.
       01 WS-ANOM-RIDER                 PIC X(20) VALUE SPACES.
       01 WS-ANOM-DATE                  PIC X(10) VALUE SPACES.
       01 WS-ANOM-CAT                   PIC X(30) VALUE SPACES.
       01 WS-ANOM-AMOUNT                PIC S9(9)V99 VALUE 0.
       01 WS-ANOM-VENDOR                PIC X(40) VALUE SPACES.
       01 WS-ANOM-RECEIPT               PIC X(20) VALUE SPACES.
       01 WS-ANOM-TRIP                  PIC X(12) VALUE SPACES.
       01 WS-ANOM-DETAIL                PIC X(60) VALUE SPACES.
       01 WS-ANOM-SHORT                 PIC X(40) VALUE SPACES.
       01 WS-ANOM-LINE-NUM              PIC 9(7) VALUE 0.
       01 WS-ANOM-AMT-EDIT              PIC -(8)9.99.
       01 WS-ANOM-AMT-EDIT2             PIC -(8)9.99.
       01 WS-ANOM-COUNT-EDIT            PIC Z(4)9.

      *> ------------------------------------------------------------
      *> - department / project cost allocation.
      *> -ALLOC names a file of "Trip,Rider,Category,Dept,Percent"
      *> lines saying how a trip's spend is split across the
      *> departments or project codes that fund it.  Trip is the
      *> trip id (-TRIPID or the portfolio's third field) or the
      *> trip name; Rider and Category narrow the split to one
      *> rider's or one category's spend.  A blank or "*" field
      *> matches anything.  Lines with the same Trip/Rider/Category
      *> make one split, whose percentages should add up to 100:
      *> anything short of 100 is left to the UNALLOC department,
      *> and a split over 100 is refused outright (all of it goes to
      *> UNALLOC) - both with a warning.  Each accepted line takes
      *> the most specific split that matches it (trip beats rider
      *> beats category; the first one loaded wins a tie), and spend
      *> no split matches goes to UNALLOC too, so every penny of the
      *> trip lands somewhere.
      *> At the end of the trip each category's spend under each
      *> split is shared out by percentage, rounded to the penny,
      *> with whatever rounding is left over pushed onto the largest
      *> share.  The allocation report lists each department's share
      *> by category, and the chargeback journal (-OUT name + ".CHG",
      *> else chargeback.txt) recharges the trip's spend from each
      *> category's GL account to the departments:
      *>   "JH" RUNDATE(8) TRIPNAME(30) TRIPID(12)
      *>   "JD"/"JC" DEPT(10) ACCOUNT(15) AMOUNT(9(9)V99) CATEGORY(30)
      *>   "JT" LINECOUNT(6) DEBITTOTAL(+9(9).99) CREDITTOTAL(+9(9).99)
      *> Each category gets a "JD" debit per department charged
      *> followed by one "JC" credit of the category total with no
      *> department; a negative share simply flips the side.  The
      *> debit and credit totals balance, and in the normal case
      *> equal the trip total.
      *> ------------------------------------------------------------
       01 WS-ALLOC-FILE                 PIC X(256) VALUE SPACES.
       01 WS-ALLOC-STATUS               PIC XX VALUE "00".
       01 WS-ALLOC-MODE                 PIC X VALUE 'N'.
          88 ALLOC-ENABLED              VALUE 'Y'.
       01 WS-CHGOUT-FILE                PIC X(256) VALUE SPACES.
       01 WS-CHGOUT-STATUS              PIC XX VALUE "00".
       01 ALLOC-UNALLOC-DEPT            PIC X(10) VALUE "UNALLOC".

      *> One entry per allocation file line.
       01 ALLOCRULE-MAX                 PIC 9(3) VALUE 200.
       01 ALLOCRULE-COUNT               PIC 9(3) VALUE 0.
       01 ALLOCRULE-TABLE.
          05 ALLOCRULE-ENTRY OCCURS 200 TIMES.
             10 ALLOCRULE-SET           PIC 9(3) VALUE 0.
             10 ALLOCRULE-DEPT          PIC X(10) VALUE SPACES.
             10 ALLOCRULE-PCT           PIC 9(3)V99 VALUE 0.

      *> One entry per distinct Trip/Rider/Category split; a blank
      *> key field matches anything.
       01 ALLOCSET-MAX                  PIC 9(3) VALUE 200.
       01 ALLOCSET-COUNT                PIC 9(3) VALUE 0.
       01 ALLOCSET-TABLE.
          05 ALLOCSET-ENTRY OCCURS 200 TIMES.
             10 ALLOCSET-TRIP           PIC X(30) VALUE SPACES.
             10 ALLOCSET-RIDER          PIC X(20) VALUE SPACES.
             10 ALLOCSET-CAT            PIC X(30) VALUE SPACES.
             10 ALLOCSET-PCT-TOTAL      PIC 9(5)V99 VALUE 0.
             10 ALLOCSET-BAD-SW         PIC X VALUE 'N'.
                88 ALLOCSET-BAD         VALUE 'Y'.

      *> The trip's accepted spend by category and split (set 0 is
      *> spend no split matched).
       01 ALLOCSUM-MAX                  PIC 9(4) VALUE 500.
       01 ALLOCSUM-COUNT                PIC 9(4) VALUE 0.
       01 ALLOCSUM-TABLE.
          05 ALLOCSUM-ENTRY OCCURS 500 TIMES.
             10 ALLOCSUM-CAT-NAME       PIC X(30) VALUE SPACES.
             10 ALLOCSUM-SET            PIC 9(3) VALUE 0.
             10 ALLOCSUM-SUM            PIC S9(7)V99 VALUE 0.

      *> Each department's share of each category, and each
      *> department's total, in the order the departments first
      *> took a share.
       01 ALLOCSHR-MAX                  PIC 9(4) VALUE 500.
       01 ALLOCSHR-COUNT                PIC 9(4) VALUE 0.
       01 ALLOCSHR-TABLE.
          05 ALLOCSHR-ENTRY OCCURS 500 TIMES.
             10 ALLOCSHR-DEPT           PIC X(10) VALUE SPACES.
             10 ALLOCSHR-CAT-NAME       PIC X(30) VALUE SPACES.
             10 ALLOCSHR-AMOUNT         PIC S9(7)V99 VALUE 0.

       01 ALLOCDPT-MAX                  PIC 9(3) VALUE 100.
       01 WS-ALLOC-OVERFLOW-SW          PIC X VALUE 'N'.
          88 ALLOC-OVERFLOW             VALUE 'Y'.
       01 ALLOCDPT-COUNT                PIC 9(3) VALUE 0.
       01 ALLOCDPT-TABLE.
          05 ALLOCDPT-ENTRY OCCURS 100 TIMES.
             10 ALLOCDPT-DEPT           PIC X(10) VALUE SPACES.
             10 ALLOCDPT-TOTAL          PIC S9(9)V99 VALUE 0.

       01 WS-ALLOC-TRIP-TEXT            PIC X(30) VALUE SPACES.
       01 WS-ALLOC-RIDER-TEXT           PIC X(20) VALUE SPACES.
       01 WS-ALLOC-CAT-TEXT             PIC X(30) VALUE SPACES.
       01 WS-ALLOC-DEPT-TEXT            PIC X(10) VALUE SPACES.
       01 WS-ALLOC-PCT-TEXT             PIC X(10) VALUE SPACES.
       01 WS-ALLOC-PCT                  PIC 9(3)V99 VALUE 0.
       01 WS-ALLOC-LINE-NUM             PIC 9(5) VALUE 0.
       01 WS-ALLOC-PCT-EDIT             PIC ZZZZ9.99.

       01 WS-ALLOCRULE-IDX              PIC 9(3) VALUE 0.
       01 WS-ALLOCSET-IDX               PIC 9(3) VALUE 0.
       01 WS-ALLOCSET-FOUND-IDX         PIC 9(3) VALUE 0.
       01 WS-ALLOCSET-SCORE             PIC 9 VALUE 0.
       01 WS-ALLOCSET-BEST-SCORE        PIC 9 VALUE 0.
       01 WS-ALLOCSUM-IDX               PIC 9(4) VALUE 0.
       01 WS-ALLOCSUM-FOUND-IDX         PIC 9(4) VALUE 0.
       01 WS-ALLOCSHR-IDX               PIC 9(4) VALUE 0.
       01 WS-ALLOCSHR-FOUND-IDX         PIC 9(4) VALUE 0.
       01 WS-ALLOCDPT-IDX               PIC 9(3) VALUE 0.
       01 WS-ALLOCDPT-FOUND-IDX         PIC 9(3) VALUE 0.
      *> Largest share of the split being worked out; it takes the
      *> rounding pennies.
       01 WS-ALLOC-BIG-DEPT             PIC X(10) VALUE SPACES.
       01 WS-ALLOC-BIG-AMT              PIC S9(7)V99 VALUE 0.

      *> One share as handed to ADD-ALLOC-SHARE.
       01 WS-ALLOC-SHR-DEPT             PIC X(10) VALUE SPACES.
       01 WS-ALLOC-SHR-CAT              PIC X(30) VALUE SPACES.
       01 WS-ALLOC-SHR-AMT              PIC S9(7)V99 VALUE 0.
       01 WS-ALLOC-REMAINDER            PIC S9(7)V99 VALUE 0.
       01 WS-ALLOC-TOTAL                PIC S9(9)V99 VALUE 0.
       01 WS-ALLOC-UNMATCHED            PIC S9(9)V99 VALUE 0.
       01 WS-ALLOC-CAT-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-ALLOC-UNCOVERED            PIC S9(9)V99 VALUE 0.
       01 WS-ALLOC-KEY-TEXT             PIC X(90) VALUE SPACES.

      *> One chargeback journal line.
       01 WS-CHG-SIDE                   PIC X VALUE SPACES.
       01 WS-CHG-POST-DEPT              PIC X(10) VALUE SPACES.
       01 WS-CHG-POST-AMT               PIC S9(9)V99 VALUE 0.
       01 WS-CHG-AMOUNT-EDIT            PIC 9(9)V99 VALUE 0.
       01 WS-CHG-LINE-COUNT             PIC 9(6) VALUE 0.
       01 WS-CHG-DEBIT-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-CHG-CREDIT-TOTAL           PIC S9(9)V99 VALUE 0.
       01 WS-CHG-NET                    PIC S9(9)V99 VALUE 0.
       01 WS-CHG-DEBIT-EDIT             PIC +9(9).99.
       01 WS-CHG-CREDIT-EDIT            PIC +9(9).99.
       01 WS-CHG-DISPLAY-AMT            PIC -(8)9.99.

      *> ------------------------------------------------------------
      *> - taxable excess mileage / per-diem.
      *> -STATRATE names the statutory (IRS/federal standard) rate
      *> table, "MILEAGE,YYYY-MM-DD,rate" / "PERDIEM,YYYY-MM-DD,rate"
      *> lines, each rate in force from its date until the next one
      *> of the same type.  Every MILEAGE and PERDIEM line is then
      *> split, at the statutory rate in force on the line's date,
      *> into a non-taxable portion (miles or days at that rate) and
      *> the taxable excess paid over it at our -MPRATE rate.  A line
      *> paid at or under the statutory rate has no excess; a line
      *> dated before any statutory rate is treated as non-taxable,
      *> with a warning.  The excess is accumulated per rider, shown
      *> on the taxable-reimbursement report, and sent to payroll as
      *> wages in the payroll interface file (-OUT name + ".PRL",
      *> else payroll_taxable.txt):
      *>   "WH" RUNDATE(8) TRIPNAME(30) TRIPID(12)
      *>   "WD" RIDER(20) COSTCTR(10) MILEAGEEXCESS(9(7)V99)
      *>        PERDIEMEXCESS(9(7)V99) TOTALEXCESS(9(7)V99)
      *>   "WT" RECORDCOUNT(6) CONTROLTOTAL(+9(9).99)
      *> One "WD" per rider with a taxable excess; the control total
      *> is the sum of their total excess.
      *> ------------------------------------------------------------
       01 WS-STATRATE-FILE              PIC X(256) VALUE SPACES.
       01 WS-STATRATE-STATUS            PIC XX VALUE "00".
       01 WS-STATRATE-MODE              PIC X VALUE 'N'.
          88 STATRATE-ENABLED           VALUE 'Y'.
       01 WS-PRLOUT-FILE                PIC X(256) VALUE SPACES.
       01 WS-PRLOUT-STATUS              PIC XX VALUE "00".

       01 STATRATE-MAX                  PIC 9(2) VALUE 50.
       01 STATRATE-COUNT                PIC 9(2) VALUE 0.
       01 STATRATE-TABLE.
          05 STATRATE-ENTRY OCCURS 50 TIMES.
             10 STATRATE-TYPE           PIC X VALUE SPACES.
             10 STATRATE-EFF-DATE       PIC X(10) VALUE SPACES.
             10 STATRATE-RATE           PIC 9(5)V9999 VALUE 0.

       01 WS-STATRATE-IDX               PIC 9(2) VALUE 0.
       01 WS-STATRATE-FOUND-IDX         PIC 9(2) VALUE 0.
       01 WS-STATRATE-LINE-NUM          PIC 9(5) VALUE 0.
       01 WS-STATRATE-TYPE-TEXT         PIC X(10) VALUE SPACES.
       01 WS-STATRATE-DATE-TEXT         PIC X(10) VALUE SPACES.
       01 WS-STATRATE-AMT-TEXT          PIC X(15) VALUE SPACES.

      *> The current line's split, worked out when it is priced.
       01 WS-STAT-UNITS                 PIC S9(7)V99 VALUE 0.
       01 WS-STAT-NONTAX                PIC S9(7)V99 VALUE 0.
       01 WS-STAT-EXCESS                PIC S9(7)V99 VALUE 0.

      *> The trip's mileage / per-diem paid and taxable excess (the
      *> current rider's in a rider-list run is in WS-GRP-*).
       01 TAXABLE-MILE-PAID             PIC S9(7)V99 VALUE 0.
       01 TAXABLE-MILE-EXCESS           PIC S9(7)V99 VALUE 0.
       01 TAXABLE-PDM-PAID              PIC S9(7)V99 VALUE 0.
       01 TAXABLE-PDM-EXCESS            PIC S9(7)V99 VALUE 0.

      *> One rider's figures as handed to the report and payroll
      *> paragraphs.
       01 WS-TXR-NAME                   PIC X(20) VALUE SPACES.
       01 WS-TXR-COST-CTR               PIC X(10) VALUE SPACES.
       01 WS-TXR-MILE-PAID              PIC S9(7)V99 VALUE 0.
       01 WS-TXR-MILE-EXCESS            PIC S9(7)V99 VALUE 0.
       01 WS-TXR-PDM-PAID               PIC S9(7)V99 VALUE 0.
       01 WS-TXR-PDM-EXCESS             PIC S9(7)V99 VALUE 0.
       01 WS-TXR-NONTAX                 PIC S9(7)V99 VALUE 0.
       01 WS-TXR-TOTAL-EXCESS           PIC S9(7)V99 VALUE 0.
       01 WS-TXR-RIDER-COUNT            PIC 9(5) VALUE 0.
       01 WS-TXR-EXCESS-TOTAL           PIC S9(9)V99 VALUE 0.
       01 WS-TXR-DISPLAY-PAID           PIC -(7)9.99.
       01 WS-TXR-DISPLAY-NONTAX         PIC -(7)9.99.
       01 WS-TXR-DISPLAY-EXCESS         PIC -(7)9.99.

       01 WS-PRL-RUN-DATE               PIC 9(8) VALUE 0.
       01 WS-PRL-LINE-COUNT             PIC 9(6) VALUE 0.
       01 WS-PRL-CONTROL-TOTAL          PIC S9(9)V99 VALUE 0.
       01 WS-PRL-CONTROL-EDIT           PIC +9(9).99.
       01 WS-PRL-MILE-EDIT              PIC 9(7)V99 VALUE 0.
       01 WS-PRL-PDM-EDIT               PIC 9(7)V99 VALUE 0.
       01 WS-PRL-TOTAL-EDIT             PIC 9(7)V99 VALUE 0.

      *> ------------------------------------------------------------
      *> Command-line switch parsing.  The whole command line comes
      *> back from ACCEPT...FROM COMMAND-LINE as one string, so it is
               PERFORM LOAD-GL-MAP-FILE
           END-IF

           IF ALLOC-ENABLED
               PERFORM LOAD-ALLOC-FILE
           END-IF

           IF WS-MPRATE-FILE NOT = SPACES
               PERFORM LOAD-MPRATE-FILE
           END-IF

           IF STATRATE-ENABLED
               PERFORM LOAD-STATRATE-FILE
           END-IF

           IF TREND-ENABLED
               PERFORM LOAD-TREND-HISTORY
           END-IF
               STOP RUN
           END-IF

           *> -ACCRUE replaces the real postings for this run: the
           *> period end must be a real date, and nothing may reach
           *> the expense master or a checkpoint.
           IF ACCRUAL-ENABLED
               PERFORM CHECK-ACCRUAL-PERIOD-END
               IF MASTER-ENABLED
                   DISPLAY "WARN: -MASTER is not posted by an -ACCRUE"
                           " run - ignored"
                   MOVE 'N' TO WS-MASTER-MODE
               END-IF
               IF RESTART-ENABLED
                   DISPLAY "WARN: -RESTART is not supported with"
                           " -ACCRUE - ignored"
                   MOVE 'N' TO WS-RESTART-MODE
               END-IF
           END-IF

           *> -ANOMALY only reads the master it names; it posts
           *> nothing, so a -MASTER on the same run is dropped.
           IF ANOMALY-ENABLED AND MASTER-ENABLED
               DISPLAY "WARN: -MASTER is not posted by an -ANOMALY"
                       " run - ignored"
               MOVE 'N' TO WS-MASTER-MODE
               MOVE WS-ANOMALY-MASTER-FILE TO WS-MASTER-FILE
           END-IF

           IF MASTER-ENABLED
               PERFORM OPEN-MASTER-FILE
           END-IF

           IF RIDERMAST-ENABLED
               PERFORM OPEN-RIDER-MASTER
           END-IF

           IF TRIPREG-ENABLED
               PERFORM OPEN-TRIP-REGISTRY
           END-IF

           *> -ANOMALY is a run mode of its own too, reading just the
           *> expense master - but after the trip registry is open,
           *> for the trip dates the weekend check needs.
           IF ANOMALY-ENABLED
               PERFORM RUN-ANOMALY-SCAN
               STOP RUN
           END-IF

           *> A single-trip run is checked against the registry up
           *> front; a portfolio checks each trip as it comes up.
           IF NOT PORTFOLIO-ENABLED
               MOVE WS-TRIPID-ARG TO WS-CUR-TRIP-ID
               IF TRIPREG-OPEN
                   PERFORM CHECK-TRIP-REGISTRY
                   IF TRIP-REFUSED
                       PERFORM REFUSE-SINGLE-TRIP
                   END-IF
               END-IF
           END-IF

           IF ACCRUAL-ENABLED
               PERFORM OPEN-ACCRUAL-FILE
           END-IF

           IF PORTFOLIO-ENABLED
               PERFORM RUN-PORTFOLIO
           ELSE
               PERFORM RUN-ONE-TRIP
           END-IF

           IF ACCRUAL-OPEN
               CLOSE ACCRUAL-FILE
               MOVE 'N' TO WS-ACCRUAL-OPEN-SW
               MOVE WS-ACCR-RUN-TOTAL TO WS-ACCR-DISPLAY-AMT
               DISPLAY " "
               DISPLAY "Accrual journal: " WS-ACCR-BATCH-COUNT
                       " trips accrued $"
                       FUNCTION TRIM(WS-ACCR-DISPLAY-AMT)
                       " to " WS-ACCR-PERIOD-END
                       ", auto-reversing " WS-ACCR-REVERSAL-DATE
                       " -> " FUNCTION TRIM(WS-ACCRUAL-FILE)
           END-IF

           IF MASTER-OPEN
               CLOSE MASTER-FILE
               DISPLAY " "
                       FUNCTION TRIM(WS-MASTER-FILE)
           END-IF

           IF RIDERMAST-OPEN
               CLOSE RIDER-MASTER-FILE
               MOVE 'N' TO WS-RIDERMAST-OPEN-SW
           END-IF

           IF TRIPREG-OPEN
               CLOSE TRIP-REG-FILE
               MOVE 'N' TO WS-TRIPREG-OPEN-SW
           END-IF

           IF EXCFILE-OPEN
               CLOSE EXC-FILE
               MOVE 'N' TO WS-EXCFILE-OPEN-SW
               MOVE 8 TO RETURN-CODE
           END-IF

           *> A trip refused by the registry was skipped, not run, so
           *> the batch as a whole is incomplete.
           IF WS-TRIP-REFUSED-COUNT > 0
               DISPLAY " "
               DISPLAY "Trips refused by the trip registry: "
                       WS-TRIP-REFUSED-COUNT " - return code 8"
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *> ------------------------------------------------------------
      *> RUN-PORTFOLIO
      *> Runs every trip named in the portfolio list through
      *> RUN-ONE-TRIP in turn - each produces its normal report -
      *> then prints the cross-trip portfolio summary.  The list is
      *> read one trip at a time and each trip's result is written to
      *> TRIP-RESULT-FILE, so the batch is not limited in length.  The
      *> per-trip working state is reset between trips; the reference
      *> tables (budget, rates, policy, ...) loaded in MAIN-PARA are
      *> shared by every trip in the batch.
      *> ------------------------------------------------------------
       RUN-PORTFOLIO.
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOLIO-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open portfolio list -> "
                       FUNCTION TRIM(WS-PORTFOLIO-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-REVIEWOUT-FILE TO WS-REVIEWOUT-FILE-BASE
           MOVE WS-PRINTOUT-FILE TO WS-PRINTOUT-FILE-BASE

           OPEN OUTPUT TRIP-RESULT-FILE
           IF WS-TRIPRES-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open trip result work file -> "
                       FUNCTION TRIM(WS-TRIPRES-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO TRIP-COUNT
           MOVE 'N' TO WS-PORTFOLIO-EOF-SW
           PERFORM UNTIL PORTFOLIO-EOF
               READ PORTFOLIO-FILE
                   AT END
                       SET PORTFOLIO-EOF TO TRUE
                   NOT AT END
                       PERFORM RUN-PORTFOLIO-ENTRY
               END-READ
           END-PERFORM
           CLOSE PORTFOLIO-FILE
           CLOSE TRIP-RESULT-FILE

           IF TRIP-COUNT = 0
               DISPLAY "ERROR: portfolio list is empty -> "
                       FUNCTION TRIM(WS-PORTFOLIO-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PRINT-PORTFOLIO-SUMMARY

               PERFORM PRINT-CARD-RECONCILIATION
           END-IF.

      *> One portfolio line: parse it, check the trip against the
      *> registry, run it, and write its result record.
       RUN-PORTFOLIO-ENTRY.
           IF FUNCTION LENGTH(FUNCTION TRIM(PORTFOLIO-LINE)) = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM RESET-TRIP-STATE
           PERFORM ADD-PORTFOLIO-ENTRY
           PERFORM SET-TRIP-SEQ-TEXT

           MOVE WS-CUR-TRIP-NAME TO TRIP-NAME
           MOVE 'N' TO WS-TRIP-REFUSED-SW
           MOVE 'N' TO WS-TRIP-NOT-OPEN-SW
           IF TRIPREG-OPEN
               PERFORM CHECK-TRIP-REGISTRY
           END-IF
           EVALUATE TRUE
               WHEN TRIP-NOT-OPEN
                   MOVE "NOT OPEN" TO WS-CUR-TRIP-STATUS
                   ADD 1 TO WS-ACCR-SKIP-COUNT
                   DISPLAY "Trip "
                           FUNCTION TRIM(WS-CUR-TRIP-NAME)
                           " is no longer OPEN - not accrued"
               WHEN TRIP-REFUSED
                   MOVE "REFUSED" TO WS-CUR-TRIP-STATUS
                   ADD 1 TO WS-TRIP-REFUSED-COUNT
                   DISPLAY "WARN: trip "
                           FUNCTION TRIM(WS-CUR-TRIP-NAME)
                           " refused by the trip registry - skipped"
               WHEN OTHER
                   MOVE WS-CUR-TRIP-FILE TO WS-INPUT-FILE
                   MOVE 'N' TO WS-MULTI-RIDER-MODE
                   PERFORM CHECK-LIST-FILE-EXTENSION
                   IF NOT MULTI-RIDER-MODE
                       MOVE WS-CUR-TRIP-NAME TO RIDER-NAME
                   END-IF

                   *> Each trip's machine-readable report gets its
                   *> own numbered file so the batch doesn't clobber
                   *> itself.
                   IF OUTPUT-ENABLED
                       MOVE SPACES TO WS-OUTPUT-FILE
                       STRING FUNCTION TRIM(WS-OUTPUT-FILE-BASE)
                                  DELIMITED BY SIZE
                              "." DELIMITED BY SIZE
                              WS-TRIP-SEQ-TEXT DELIMITED BY SPACE
                           INTO WS-OUTPUT-FILE
                       END-STRING
                   END-IF

                   PERFORM RUN-ONE-TRIP
                   PERFORM ACCUMULATE-PORTFOLIO-TOTALS
           END-EVALUATE

           MOVE WS-CUR-TRIP-NAME   TO TRES-NAME
           MOVE WS-CUR-TRIP-STATUS TO TRES-STATUS
           MOVE WS-CUR-TRIP-TOTAL  TO TRES-TOTAL
           MOVE WS-CUR-TRIP-ITEMS  TO TRES-ITEMS
           MOVE WS-CUR-TRIP-RIDERS TO TRES-RIDERS
           WRITE TRES-RECORD
           IF WS-TRIPRES-STATUS NOT = "00"
               DISPLAY "ERROR: could not write trip result work file -> "
                       FUNCTION TRIM(WS-TRIPRES-FILE)
                       " (status " WS-TRIPRES-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The trip's output file suffix: "01".."99" as before, then
      *> five digits once a portfolio runs past 99 trips.
       SET-TRIP-SEQ-TEXT.
           MOVE SPACES TO WS-TRIP-SEQ-TEXT
           IF TRIP-COUNT < 100
               MOVE TRIP-COUNT TO WS-TRIP-SEQ-2
               MOVE WS-TRIP-SEQ-2 TO WS-TRIP-SEQ-TEXT
           ELSE
               MOVE TRIP-COUNT TO WS-TRIP-SEQ-5
               MOVE WS-TRIP-SEQ-5 TO WS-TRIP-SEQ-TEXT
           END-IF.

      *> ------------------------------------------------------------
      *> RUN-ONE-TRIP
      *> One full trip submission: banner, rider list, processing,

           PERFORM PRINT-RESOLVED-SETTINGS

           *> A consolidated run, and every trip of a portfolio, sorts
           *> its combined expense stream and works it in rider / date
           *> order; a single-file run reads its file straight through.
           *> Either can resume from a checkpoint (a portfolio never
           *> has -RESTART set).
           IF MULTI-RIDER-MODE OR PORTFOLIO-ENABLED
               SET SORTED-RUN TO TRUE
               IF RESTART-ENABLED
                   PERFORM LOAD-CHECKPOINT
               END-IF
               PERFORM RUN-SORTED-STREAM
           ELSE
               MOVE 'N' TO WS-SORTED-RUN-SW
               PERFORM LOOKUP-SINGLE-RIDER-COST-CTR
               IF RESTART-ENABLED
                   PERFORM LOAD-CHECKPOINT
               END-IF
               PERFORM PRESCAN-CATEGORIES
               IF RESUMED-FROM-CKPT
                   MOVE WS-RESUME-LINE-NUM TO WS-LINE-NUM
               ELSE

           PERFORM PRINT-TOPN-REPORT

           IF SORTED-RUN AND WS-VENDOR-LINE-COUNT > 0
               PERFORM RANK-VENDOR-SPEND
           END-IF

           IF VENDOR-COUNT > 0
               PERFORM PRINT-VENDOR-REPORT
           END-IF
               PERFORM PRINT-ADVANCE-REPORT
           END-IF

           IF ALLOC-ENABLED
               PERFORM SPLIT-ALLOCATIONS
               *> A share that did not fit would leave the journal
               *> short of the trip total, so nothing is written.
               IF ALLOC-OVERFLOW
                   DISPLAY "ERROR: allocation does not fit - no reports,"
                           " extracts or journal written for this trip"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM PRINT-ALLOCATION-REPORT
           END-IF

           IF STATRATE-ENABLED
               PERFORM PRINT-TAXABLE-REIMB-REPORT
           END-IF

           IF CARDSTMT-ENABLED AND NOT PORTFOLIO-ENABLED
               PERFORM RECONCILE-CARD-STATEMENT
               PERFORM PRINT-CARD-RECONCILIATION
               PERFORM WRITE-REVIEW-FILE
           END-IF

           *> An accrual run books the estimate to its own journal
           *> in place of the real GL and payment postings.
           IF ACCRUAL-OPEN
               PERFORM WRITE-ACCRUAL-BATCH
           END-IF

           IF GL-ENABLED AND NOT ACCRUAL-ENABLED
               PERFORM WRITE-GL-EXTRACT
           END-IF

           IF ALLOC-ENABLED AND NOT ACCRUAL-ENABLED
               PERFORM WRITE-CHARGEBACK-JOURNAL
           END-IF

           IF PAY-ENABLED AND NOT ACCRUAL-ENABLED
               PERFORM WRITE-PAY-EXTRACT
           END-IF

           IF STATRATE-ENABLED AND NOT ACCRUAL-ENABLED
               PERFORM WRITE-PAYROLL-FEED
           END-IF

           IF RESTART-ENABLED
               PERFORM DELETE-CHECKPOINT
           END-IF.
           MOVE 0 TO CAT-COUNT
           INITIALIZE CAT-TABLE
           MOVE 0 TO RIDER-COUNT
           MOVE 0 TO DAILY-COUNT
           INITIALIZE DAILY-TABLE
           MOVE 0 TO SEEN-COUNT
           MOVE 0 TO WS-ADJ-COUNT
           MOVE 0 TO WS-ADJUST-TOTAL
           MOVE 0 TO PDETAIL-COUNT
           MOVE 0 TO WS-PRDETAIL-COUNT
           MOVE 0 TO WS-VENDOR-LINE-COUNT
           MOVE 0 TO WS-CAPHIT-COUNT
           MOVE SPACES TO WS-LAST-SEEN-SIG
           MOVE 0 TO CCPOST-COUNT
           INITIALIZE CCPOST-TABLE
           MOVE 0 TO ALLOCSUM-COUNT
           INITIALIZE ALLOCSUM-TABLE
           MOVE 0 TO ALLOCSHR-COUNT
           INITIALIZE ALLOCSHR-TABLE
           MOVE 0 TO ALLOCDPT-COUNT
           INITIALIZE ALLOCDPT-TABLE
           MOVE 0 TO TAXABLE-MILE-PAID
           MOVE 0 TO TAXABLE-MILE-EXCESS
           MOVE 0 TO TAXABLE-PDM-PAID
           MOVE 0 TO TAXABLE-PDM-EXCESS
           MOVE SPACES TO WS-CUR-COST-CTR
           MOVE SPACES TO WS-ACCR-LAST-DATE

           MOVE 0 TO WS-SHARE-ALL
           MOVE 0 TO WS-SPLIT-LINE-COUNT
           MOVE 0 TO WS-RSUM-WRITE-COUNT
           INITIALIZE WS-CUR-TRIP-ENTRY
           MOVE 'N' TO WS-ANY-SHARED-SW

           MOVE 1 TO WS-RESUME-RIDER-IDX
           MOVE 0 TO WS-RESUME-LINE-NUM
           MOVE 0 TO WS-RESUME-SORT-REC

           *> A bare-CSV trip would otherwise run under whatever name
           *> the previous trip's last rider left behind; the batch

      *> ------------------------------------------------------------
      *> ACCUMULATE-PORTFOLIO-TOTALS
      *> Folds the just-finished trip's results into the current
      *> trip entry and the portfolio-level totals/category rollup.
      *> ------------------------------------------------------------
       ACCUMULATE-PORTFOLIO-TOTALS.
           MOVE TOTAL-AMOUNT  TO WS-CUR-TRIP-TOTAL
           MOVE WS-GOOD-COUNT TO WS-CUR-TRIP-ITEMS
           IF MULTI-RIDER-MODE
               MOVE RIDER-COUNT TO WS-CUR-TRIP-RIDERS
           ELSE
               MOVE 1 TO WS-CUR-TRIP-RIDERS
           END-IF

           ADD TOTAL-AMOUNT  TO PORT-TOTAL-AMOUNT
           ADD WS-GOOD-COUNT TO PORT-ITEM-COUNT
           ADD WS-CUR-TRIP-RIDERS TO PORT-RIDER-COUNT

           ADD WS-GOOD-COUNT  TO PORT-GOOD-COUNT
           ADD WS-BAD-COUNT   TO PORT-BAD-COUNT
           DISPLAY " PORTFOLIO SUMMARY (" TRIP-COUNT " trips)".
           DISPLAY "===============================".

           OPEN INPUT TRIP-RESULT-FILE
           IF WS-TRIPRES-STATUS NOT = "00"
               DISPLAY "WARN: could not open work file -> "
                       FUNCTION TRIM(WS-TRIPRES-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ TRIP-RESULT-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-TRIP-RESULT
               END-READ
           END-PERFORM
           CLOSE TRIP-RESULT-FILE

           DISPLAY "-------------------------------".
           MOVE PORT-TOTAL-AMOUNT TO WS-DISPLAY-PORT-TOTAL
           DISPLAY "Combined total : $" WS-DISPLAY-PORT-TOTAL.
           DISPLAY "Combined items : " PORT-ITEM-COUNT.
           DISPLAY "Combined riders: " PORT-RIDER-COUNT.
           IF WS-TRIP-REFUSED-COUNT > 0
               DISPLAY "Refused trips  : " WS-TRIP-REFUSED-COUNT
           END-IF
           IF WS-ACCR-SKIP-COUNT > 0
               DISPLAY "Not accrued    : " WS-ACCR-SKIP-COUNT
                       " (no longer OPEN)"
           END-IF

           DISPLAY " ".
           DISPLAY "Combined category breakdown:".

           DISPLAY "-------------------------------".

       PRINT-ONE-TRIP-RESULT.
           MOVE TRES-TOTAL TO WS-DISPLAY-TOTAL
           EVALUATE TRES-STATUS
               WHEN "REFUSED"
                   DISPLAY FUNCTION TRIM(TRES-NAME)
                       ": REFUSED - not open on the trip registry"
               WHEN "NOT OPEN"
                   DISPLAY FUNCTION TRIM(TRES-NAME)
                       ": not accrued - trip is no longer OPEN"
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(TRES-NAME)
                       " (" TRES-RIDERS
                       " riders, " TRES-ITEMS
                       " items): $" WS-DISPLAY-TOTAL
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> PARSE-COMMAND-LINE
      *> Tokenises WS-CMDLINE on spaces and walks the tokens.  The
      *>   -AUDITLOG <file> append a run record to the audit log
      *>   -AUDITREPORT <file> list the runs recorded in the log
      *>                    instead of running a trip
      *>   -RIDERMASTER <file> keyed rider master; rider list entries
      *>                    must be active riders on it, and cost
      *>                    centers flow to the GL and PAY extracts
      *>   -TRIPREG <file>  keyed trip registry; runs against a trip
      *>                    that is not OPEN on it are refused
      *>   -TRIPID <id>     registry trip id of a single-trip run,
      *>                    carried on every master posting
      *>   -OVERRIDE <reason> run against a CLOSED/POSTED trip anyway
      *>   -ACCRUE <date>   month-end accrual up to this period-end
      *>                    date instead of the real postings
      *>   -ACCRUALOUT <file> accrual journal file
      *>   -ACCRUALACCT <acct> accrued-expense (liability) account
      *>   -ANOMALY <file>  scan this expense master for anomalies
      *>                    instead of running a trip
      *>   -ANOMALYOUT <file> anomaly report file
      *>   -ROUNDMIN <amt>  smallest amount the round-amount check
      *>                    looks at
      *>   -SPIKEX <n>      spend-spike factor over the rider's own
      *>                    monthly average
      *>   -ALLOC <file>    department/project cost allocation
      *>                    splits; switches on the allocation
      *>                    report and chargeback journal
      *>   -STATRATE <file> statutory mileage/per-diem rates by
      *>                    effective date; switches on the taxable
      *>                    excess report and payroll feed
      *> ------------------------------------------------------------
       PARSE-COMMAND-LINE.
           MOVE 0 TO WS-TOKEN-COUNT
                   END-IF
               WHEN "-INPUT"
                   MOVE WS-OPT-VALUE TO WS-INPUT-FILE
               WHEN "-RIDERMASTER"
                   MOVE WS-OPT-VALUE TO WS-RIDERMAST-FILE
                   SET RIDERMAST-ENABLED TO TRUE
               WHEN "-TRIPREG"
                   MOVE WS-OPT-VALUE TO WS-TRIPREG-FILE
                   SET TRIPREG-ENABLED TO TRUE
               WHEN "-TRIPID"
                   MOVE WS-OPT-VALUE TO WS-TRIPID-ARG
               WHEN "-OVERRIDE"
                   MOVE WS-OPT-VALUE TO WS-OVERRIDE-REASON
                   SET OVERRIDE-ENABLED TO TRUE
               WHEN "-ACCRUE"
                   MOVE WS-OPT-VALUE TO WS-ACCR-PERIOD-END
                   SET ACCRUAL-ENABLED TO TRUE
               WHEN "-ACCRUALOUT"
                   MOVE WS-OPT-VALUE TO WS-ACCRUAL-FILE
               WHEN "-ACCRUALACCT"
                   MOVE WS-OPT-VALUE TO ACCRUAL-LIAB-ACCOUNT
               WHEN "-ANOMALY"
                   MOVE WS-OPT-VALUE TO WS-MASTER-FILE
                   MOVE WS-OPT-VALUE TO WS-ANOMALY-MASTER-FILE
                   SET ANOMALY-ENABLED TO TRUE
               WHEN "-ANOMALYOUT"
                   MOVE WS-OPT-VALUE TO WS-ANOMALY-FILE
               WHEN "-ROUNDMIN"
                   COMPUTE ANOM-ROUND-MIN =
                           FUNCTION NUMVAL(WS-OPT-VALUE)
               WHEN "-SPIKEX"
                   COMPUTE ANOM-SPIKE-FACTOR =
                           FUNCTION NUMVAL(WS-OPT-VALUE)
               WHEN "-ALLOC"
                   MOVE WS-OPT-VALUE TO WS-ALLOC-FILE
                   SET ALLOC-ENABLED TO TRUE
               WHEN "-STATRATE"
                   MOVE WS-OPT-VALUE TO WS-STATRATE-FILE
                   SET STATRATE-ENABLED TO TRUE
               WHEN OTHER
                   DISPLAY "WARN: unknown setting ignored -> "
                           FUNCTION TRIM(WS-OPT-NAME)
               DISPLAY "  auditlog   = "
                       FUNCTION TRIM(WS-AUDITLOG-FILE)
           END-IF
           IF RIDERMAST-ENABLED
               DISPLAY "  ridermaster= "
                       FUNCTION TRIM(WS-RIDERMAST-FILE)
           END-IF
           IF TRIPREG-ENABLED
               DISPLAY "  tripreg    = "
                       FUNCTION TRIM(WS-TRIPREG-FILE)
           END-IF
           IF WS-CUR-TRIP-ID NOT = SPACES
               DISPLAY "  tripid     = "
                       FUNCTION TRIM(WS-CUR-TRIP-ID)
           END-IF
           IF OVERRIDE-ENABLED
               DISPLAY "  override   = "
                       FUNCTION TRIM(WS-OVERRIDE-REASON)
           END-IF
           IF ACCRUAL-ENABLED
               DISPLAY "  accrue     = " WS-ACCR-PERIOD-END
                       " (reverses " WS-ACCR-REVERSAL-DATE ")"
               DISPLAY "  accrualout = "
                       FUNCTION TRIM(WS-ACCRUAL-FILE)
               DISPLAY "  accrualacct= "
                       FUNCTION TRIM(ACCRUAL-LIAB-ACCOUNT)
           END-IF
           IF ALLOC-ENABLED
               DISPLAY "  alloc      = "
                       FUNCTION TRIM(WS-ALLOC-FILE)
           END-IF
           IF STATRATE-ENABLED
               DISPLAY "  statrate   = "
                       FUNCTION TRIM(WS-STATRATE-FILE)
           END-IF
           DISPLAY " ".

      *> ------------------------------------------------------------
           IF MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF
           IF RIDERMAST-OPEN
               CLOSE RIDER-MASTER-FILE
           END-IF
           IF TRIPREG-OPEN
               CLOSE TRIP-REG-FILE
           END-IF
           IF ACCRUAL-OPEN
               CLOSE ACCRUAL-FILE
           END-IF
           IF ANOMALY-OPEN
               CLOSE ANOMALY-FILE
           END-IF
           *> Raised mid-read more often than not; the close is a
           *> no-op (status 42) when the file was not open.
           CLOSE EXPENSE-FILE
      *>   TIMESTAMP|USER|STATUS|OPTIONS|INPUTS|GOOD|BAD|RANGE|DUP|
      *>   TOTAL|GLCONTROL
      *> WS-AUDIT-STATUS-TEXT is set by the caller (COMPLETED,
      *> RESUMED, ABORTED or REFUSED).
      *> ------------------------------------------------------------
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
               MOVE "Y" TO WS-OPT-VALUE
               PERFORM APPEND-AUDIT-OPT
           END-IF
           IF RIDERMAST-ENABLED
               MOVE "ridermaster" TO WS-OPT-NAME
               MOVE WS-RIDERMAST-FILE TO WS-OPT-VALUE
               PERFORM APPEND-AUDIT-OPT
           END-IF
           IF TRIPREG-ENABLED
               MOVE "tripreg" TO WS-OPT-NAME
               MOVE WS-TRIPREG-FILE TO WS-OPT-VALUE
               PERFORM APPEND-AUDIT-OPT
           END-IF
           IF WS-TRIPID-ARG NOT = SPACES
               MOVE "tripid" TO WS-OPT-NAME
               MOVE WS-TRIPID-ARG TO WS-OPT-VALUE
               PERFORM APPEND-AUDIT-OPT
           END-IF
           IF OVERRIDE-ENABLED
               MOVE "override" TO WS-OPT-NAME
               MOVE WS-OVERRIDE-REASON TO WS-OPT-VALUE
               PERFORM APPEND-AUDIT-OPT
           END-IF
           IF ACCRUAL-ENABLED
               MOVE "accrue" TO WS-OPT-NAME
               MOVE WS-ACCR-PERIOD-END TO WS-OPT-VALUE
               PERFORM APPEND-AUDIT-OPT
               MOVE "accrualout" TO WS-OPT-NAME
               MOVE WS-ACCRUAL-FILE TO WS-OPT-VALUE
               PERFORM APPEND-AUDIT-OPT
               MOVE "accrualacct" TO WS-OPT-NAME
               MOVE ACCRUAL-LIAB-ACCOUNT TO WS-OPT-VALUE
               PERFORM APPEND-AUDIT-OPT
           END-IF
           IF ALLOC-ENABLED
               MOVE "alloc" TO WS-OPT-NAME
               MOVE WS-ALLOC-FILE TO WS-OPT-VALUE
               PERFORM APPEND-AUDIT-OPT
           END-IF
           IF STATRATE-ENABLED
               MOVE "statrate" TO WS-OPT-NAME
               MOVE WS-STATRATE-FILE TO WS-OPT-VALUE
               PERFORM APPEND-AUDIT-OPT
           END-IF
           IF PRINT-ENABLED
               MOVE "print" TO WS-OPT-NAME
               IF PORTFOLIO-ENABLED
           DISPLAY " ".

      *> ------------------------------------------------------------
      *> ADD-RIDER-LIST-ENTRY
      *> Parses and validates one "RiderName,ExpenseFilePath" line of
      *> the rider list into WS-RLIST-NAME-TEXT / WS-RLIST-FILE-TEXT
      *> and WS-CUR-COST-CTR.  RLIST-ACCEPTED is set when the rider is
      *> to be run; RIDER-COUNT is their position in the list.
      *> ------------------------------------------------------------
       ADD-RIDER-LIST-ENTRY.
           MOVE 'N' TO WS-RLIST-ACCEPTED-SW
           ADD 1 TO WS-RIDERLIST-LINE-NUM
           IF FUNCTION LENGTH(FUNCTION TRIM(RIDER-LIST-LINE)) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RLIST-NAME-TEXT
           MOVE SPACES TO WS-RLIST-FILE-TEXT
           UNSTRING RIDER-LIST-LINE DELIMITED BY ","
               INTO WS-RLIST-NAME-TEXT WS-RLIST-FILE-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RLIST-NAME-TEXT) TO WS-RLIST-NAME-TEXT
           MOVE FUNCTION TRIM(WS-RLIST-FILE-TEXT) TO WS-RLIST-FILE-TEXT

           *> With a rider master in play the list's first column is
           *> a rider id, and only an active rider on file is run.
           MOVE SPACES TO WS-CUR-COST-CTR
           IF RIDERMAST-OPEN
               MOVE WS-RLIST-NAME-TEXT TO RMAST-RIDER-ID
               READ RIDER-MASTER-FILE
                   INVALID KEY
                       MOVE "RIDERUNKNOWN" TO WS-EXC-CLASS
                       MOVE "rider not on rider master"
                            TO WS-EXC-DETAIL
                       PERFORM RAISE-RIDER-LIST-EXCEPTION
                       EXIT PARAGRAPH
               END-READ
               IF RMAST-TERMINATED
                   MOVE "RIDERTERM" TO WS-EXC-CLASS
                   MOVE "rider terminated on rider master"
                        TO WS-EXC-DETAIL
                   PERFORM RAISE-RIDER-LIST-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               MOVE RMAST-COST-CENTER TO WS-CUR-COST-CTR
           END-IF

           ADD 1 TO RIDER-COUNT
           SET RLIST-ACCEPTED TO TRUE.

      *> A rejected rider-list entry is raised against the list file
      *> itself, not against any expense line.
       RAISE-RIDER-LIST-EXCEPTION.
           MOVE WS-RIDERLIST-FILE     TO WS-EXC-SRC-FILE
           MOVE WS-RIDERLIST-LINE-NUM TO WS-EXC-LINE-NUM
           MOVE RIDER-LIST-LINE       TO WS-EXC-TEXT
           PERFORM RAISE-EXCEPTION.

      *> A single-rider run names its rider on the command line, not
      *> in a controlled list, so it is not rejected here; the rider
      *> master only supplies the cost center when the rider is on
      *> file.
       LOOKUP-SINGLE-RIDER-COST-CTR.
           MOVE SPACES TO WS-CUR-COST-CTR
           IF NOT RIDERMAST-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE RIDER-NAME TO RMAST-RIDER-ID
           READ RIDER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE RMAST-COST-CENTER TO WS-CUR-COST-CTR.

      *> ------------------------------------------------------------
      *> ADD-PORTFOLIO-ENTRY
      *> Parses one "TripName,ListFilePath[,TripId]" line of the
      *> -PORTFOLIO file into the current trip entry.  A line with no
      *> comma is taken as a bare path and doubles as the trip's
      *> display name.
      *> ------------------------------------------------------------
       ADD-PORTFOLIO-ENTRY.
           MOVE SPACES TO WS-TRIP-NAME-TEXT
           MOVE SPACES TO WS-TRIP-FILE-TEXT
           MOVE SPACES TO WS-TRIP-ID-TEXT
           UNSTRING PORTFOLIO-LINE DELIMITED BY ","
               INTO WS-TRIP-NAME-TEXT WS-TRIP-FILE-TEXT WS-TRIP-ID-TEXT
           END-UNSTRING

           ADD 1 TO TRIP-COUNT
           IF FUNCTION TRIM(WS-TRIP-FILE-TEXT) = SPACES
               MOVE FUNCTION TRIM(WS-TRIP-NAME-TEXT)
                    TO WS-CUR-TRIP-FILE
               MOVE FUNCTION TRIM(WS-TRIP-NAME-TEXT)
                    TO WS-CUR-TRIP-NAME
           ELSE
               MOVE FUNCTION TRIM(WS-TRIP-NAME-TEXT)
                    TO WS-CUR-TRIP-NAME
               MOVE FUNCTION TRIM(WS-TRIP-FILE-TEXT)
                    TO WS-CUR-TRIP-FILE
           END-IF
           MOVE FUNCTION TRIM(WS-TRIP-ID-TEXT)
                TO WS-CUR-TRIP-ID.

      *> ------------------------------------------------------------
      *> LOAD-ADVANCE-FILE - "Rider,Amount" lines, sorted by rider
      *> into ADVANCE-WORK-FILE.  File order is kept within a rider,
      *> so the first advance listed for a rider is the one used.
      *> ------------------------------------------------------------
       LOAD-ADVANCE-FILE.
           SORT REF-SORT-FILE
               ON ASCENDING KEY REFS-RIDER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-ADVANCE-ENTRIES
               GIVING ADVANCE-WORK-FILE.

       RELEASE-ADVANCE-ENTRIES.
           OPEN INPUT ADVANCE-FILE
           IF WS-ADVANCE-STATUS NOT = "00"
               DISPLAY "WARN: could not open advance file -> "
           IF FUNCTION LENGTH(FUNCTION TRIM(ADVANCE-LINE)) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ADVANCE-RIDER-TEXT
           MOVE SPACES TO WS-ADVANCE-AMT-TEXT
           END-UNSTRING

           ADD 1 TO ADVANCE-COUNT
           MOVE FUNCTION TRIM(WS-ADVANCE-RIDER-TEXT) TO REFS-RIDER
           MOVE FUNCTION TRIM(WS-ADVANCE-AMT-TEXT) TO REFS-VALUE
           RELEASE REFS-RECORD.

      *> ------------------------------------------------------------
      *> Rider reference matching.
      *> OPEN-RIDER-REFERENCES positions the sorted advance and payee
      *> reference files at their first record; FIND-RIDER-ADVANCE /
      *> FIND-RIDER-PAYREF then match one rider name at a time, and
      *> must be asked for riders in ascending name order - a single
      *> rider, or each rider group of a sorted run as it closes,
      *> whose results are carried on its RIDER-SUM-FILE record.
      *> ------------------------------------------------------------
       OPEN-RIDER-REFERENCES.
           MOVE HIGH-VALUES TO WS-ADVWORK-KEY
           MOVE HIGH-VALUES TO WS-PAYREFWORK-KEY
           IF ADVANCE-ENABLED
               OPEN INPUT ADVANCE-WORK-FILE
               IF WS-ADVWORK-STATUS = "00"
                   SET ADVWORK-OPEN TO TRUE
                   PERFORM READ-ADVANCE-WORK
               END-IF
           END-IF
           IF PAY-ENABLED
               OPEN INPUT PAYREF-WORK-FILE
               IF WS-PAYREFWORK-STATUS = "00"
                   SET PAYREFWORK-OPEN TO TRUE
                   PERFORM READ-PAYREF-WORK
               END-IF
           END-IF.

       CLOSE-RIDER-REFERENCES.
           IF ADVWORK-OPEN
               CLOSE ADVANCE-WORK-FILE
               MOVE 'N' TO WS-ADVWORK-OPEN-SW
           END-IF
           IF PAYREFWORK-OPEN
               CLOSE PAYREF-WORK-FILE
               MOVE 'N' TO WS-PAYREFWORK-OPEN-SW
           END-IF.

       READ-ADVANCE-WORK.
           READ ADVANCE-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ADVWORK-KEY
               NOT AT END
                   MOVE AWRK-RIDER TO WS-ADVWORK-KEY
           END-READ.

       READ-PAYREF-WORK.
           READ PAYREF-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PAYREFWORK-KEY
               NOT AT END
                   MOVE PWRK-RIDER TO WS-PAYREFWORK-KEY
           END-READ.

      *> Sets ADVANCE-FOUND and WS-ADVANCE-FOUND-AMT for the rider in
      *> WS-ADVANCE-CHECK-NAME.
       FIND-RIDER-ADVANCE.
           MOVE 'N' TO WS-ADVANCE-FOUND-SW
           MOVE 0 TO WS-ADVANCE-FOUND-AMT
           PERFORM READ-ADVANCE-WORK
               UNTIL WS-ADVWORK-KEY >= WS-ADVANCE-CHECK-NAME
           IF WS-ADVWORK-KEY = WS-ADVANCE-CHECK-NAME
               SET ADVANCE-FOUND TO TRUE
               COMPUTE WS-ADVANCE-FOUND-AMT =
                       FUNCTION NUMVAL(AWRK-VALUE)
           END-IF.

      *> Sets PAYREF-FOUND and WS-PAYREF-ID-TEXT for the rider in
      *> WS-ADVANCE-CHECK-NAME.
       FIND-RIDER-PAYREF.
           MOVE 'N' TO WS-PAYREF-FOUND-SW
           PERFORM READ-PAYREF-WORK
               UNTIL WS-PAYREFWORK-KEY >= WS-ADVANCE-CHECK-NAME
           IF WS-PAYREFWORK-KEY = WS-ADVANCE-CHECK-NAME
               SET PAYREF-FOUND TO TRUE
               MOVE PWRK-VALUE TO WS-PAYREF-ID-TEXT
           END-IF.

      *> ------------------------------------------------------------
      *> PRINT-ADVANCE-REPORT
           DISPLAY "-------------------------------".

           IF MULTI-RIDER-MODE
               OPEN INPUT RIDER-SUM-FILE
               IF WS-RIDERSUM-STATUS NOT = "00"
                   DISPLAY "WARN: could not open work file -> "
                           FUNCTION TRIM(WS-RIDERSUM-FILE)
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-WORK-EOF-SW
               PERFORM UNTIL WORK-EOF
                   READ RIDER-SUM-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           MOVE RSUM-NAME TO WS-ADVANCE-CHECK-NAME
                           MOVE RSUM-TOTAL TO WS-ADVANCE-CHECK-TOTAL
                           MOVE RSUM-ADVANCE-SW TO WS-ADVANCE-FOUND-SW
                           MOVE RSUM-ADVANCE TO WS-ADVANCE-FOUND-AMT
                           PERFORM PRINT-ONE-ADVANCE-LINE
                   END-READ
               END-PERFORM
               CLOSE RIDER-SUM-FILE
           ELSE
               MOVE RIDER-NAME   TO WS-ADVANCE-CHECK-NAME
               MOVE TOTAL-AMOUNT TO WS-ADVANCE-CHECK-TOTAL
               PERFORM OPEN-RIDER-REFERENCES
               PERFORM FIND-RIDER-ADVANCE
               PERFORM CLOSE-RIDER-REFERENCES
               PERFORM PRINT-ONE-ADVANCE-LINE
           END-IF

           DISPLAY "-------------------------------".

      *> Prints one rider's net position against their advance.  The
      *> rider name/total to check are set by the caller into
      *> WS-ADVANCE-CHECK-NAME / WS-ADVANCE-CHECK-TOTAL, and the
      *> advance found into ADVANCE-FOUND / WS-ADVANCE-FOUND-AMT,
      *> just before the PERFORM.
       PRINT-ONE-ADVANCE-LINE.
           IF NOT ADVANCE-FOUND
               DISPLAY FUNCTION TRIM(WS-ADVANCE-CHECK-NAME)
                       ": no advance on file"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ADVANCE-NET =
                   WS-ADVANCE-FOUND-AMT
                   - WS-ADVANCE-CHECK-TOTAL
           MOVE WS-ADVANCE-NET TO WS-DISPLAY-ADVANCE-NET
           DISPLAY FUNCTION TRIM(WS-ADVANCE-CHECK-NAME)

      *> ------------------------------------------------------------
      *> PRESCAN-CATEGORIES
      *> Walks the file that will be processed purely to count
      *> distinct category names, so a table-overflow warning can be
      *> shown up front instead of discovering it line by line.  A
      *> sorted run counts them as it releases the lines to the sort
      *> and shows the same warning before the first line is worked.
      *> ------------------------------------------------------------
       PRESCAN-CATEGORIES.
           MOVE 0 TO PRESCAN-COUNT
           MOVE SPACES TO PRESCAN-TABLE
           PERFORM PRESCAN-ONE-FILE
           PERFORM SHOW-PRESCAN-WARNING.

       SHOW-PRESCAN-WARNING.
           IF PRESCAN-COUNT > CAT-MAX
               DISPLAY " "
               DISPLAY "WARN: " PRESCAN-COUNT
               PERFORM SAVE-CHECKPOINT
           END-IF.

      *> ------------------------------------------------------------
      *> RUN-SORTED-STREAM
      *> The consolidated / portfolio-trip pass.  Every line of every
      *> rider's file is released into EXPENSE-SORT-FILE keyed on
      *> rider, date, category, amount and currency, and the sorted
      *> stream is fed through PROCESS-LINE exactly as a single file
      *> would be.  Control breaks on rider and rider/date replace the
      *> per-rider and per-day tables: at each rider break the rider's
      *> subtotal goes to RIDER-SUM-FILE, and at each day break the
      *> day's spend is checked against the daily cap.  A second
      *> sort then puts RIDER-SUM-FILE back into rider-list order,
      *> which is the order every rider report is printed in.
      *> With -RESTART a consolidated run checkpoints its position in
      *> the sorted stream; a restarted run sorts the same input
      *> again and resumes after the checkpointed record.
      *> ------------------------------------------------------------
       RUN-SORTED-STREAM.
           MOVE 0 TO RIDER-COUNT
           MOVE 0 TO PRESCAN-COUNT
           MOVE SPACES TO PRESCAN-TABLE

           SORT EXPENSE-SORT-FILE
               ON ASCENDING KEY ESRT-RIDER ESRT-DATE ESRT-CATEGORY
                                ESRT-AMOUNT ESRT-CURRENCY
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-EXPENSE-STREAM
               OUTPUT PROCEDURE IS PROCESS-SORTED-STREAM

           SORT RIDER-ORDER-SORT-FILE
               ON ASCENDING KEY ROSRT-POS ROSRT-TYPE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-RIDER-ORDER
               OUTPUT PROCEDURE IS WRITE-RIDER-ORDER.

      *> Sort input: the rider list (or, for a bare-CSV portfolio
      *> trip, the one file), read entry by entry.
       RELEASE-EXPENSE-STREAM.
           IF MULTI-RIDER-MODE
               MOVE WS-INPUT-FILE TO WS-RIDERLIST-FILE
               OPEN INPUT RIDER-LIST-FILE
               IF WS-RIDERLIST-STATUS NOT = "00"
                   DISPLAY "ERROR: Could not open rider list -> "
                           FUNCTION TRIM(WS-RIDERLIST-FILE)
                   STOP RUN
               END-IF

               MOVE 0 TO WS-RIDERLIST-LINE-NUM
               MOVE 'N' TO WS-RIDERLIST-EOF-SW
               PERFORM UNTIL RIDERLIST-EOF
                   READ RIDER-LIST-FILE
                       AT END
                           SET RIDERLIST-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-RIDER-LIST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RIDER-LIST-FILE
           ELSE
               PERFORM LOOKUP-SINGLE-RIDER-COST-CTR
               MOVE 1 TO RIDER-COUNT
               PERFORM RELEASE-RIDER-FILE
           END-IF

           PERFORM SHOW-PRESCAN-WARNING.

       RELEASE-RIDER-LIST-ENTRY.
           PERFORM ADD-RIDER-LIST-ENTRY
           IF NOT RLIST-ACCEPTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RLIST-NAME-TEXT TO RIDER-NAME
           MOVE WS-RLIST-FILE-TEXT TO WS-INPUT-FILE
           PERFORM RELEASE-RIDER-FILE.

      *> Releases the rider header record, then every non-blank line
      *> of WS-INPUT-FILE for RIDER-NAME.
       RELEASE-RIDER-FILE.
           MOVE LOW-VALUES TO ESRT-RECORD
           MOVE RIDER-NAME TO ESRT-RIDER
           SET ESRT-HEADER TO TRUE
           MOVE RIDER-COUNT TO ESRT-RIDER-SEQ
           MOVE 0 TO ESRT-LINE-NUM
           MOVE WS-CUR-COST-CTR TO ESRT-COST-CTR
           MOVE WS-INPUT-FILE TO ESRT-SOURCE-FILE
           MOVE SPACES TO ESRT-LINE
           RELEASE ESRT-RECORD

           OPEN INPUT EXPENSE-FILE
           IF WS-EXPENSE-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open file -> "
                       FUNCTION TRIM(WS-INPUT-FILE)
               DISPLAY "FILE STATUS: " WS-EXPENSE-STATUS
               STOP RUN
           END-IF

           MOVE 0 TO WS-LINE-NUM
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ EXPENSE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       PERFORM RELEASE-EXPENSE-LINE
               END-READ
           END-PERFORM
           CLOSE EXPENSE-FILE
           SET NOT-EOF TO TRUE

           IF AUDITLOG-ENABLED
               PERFORM RECORD-AUDIT-INPUT
           END-IF.

      *> The sort key fields are normalized exactly as PROCESS-LINE
      *> normalizes them, so the key order matches the duplicate-check
      *> signature.
       RELEASE-EXPENSE-LINE.
           IF FUNCTION LENGTH(FUNCTION TRIM(EXPENSE-LINE)) = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM PRESCAN-ONE-LINE

           MOVE SPACES TO WS-DATE-TEXT
           MOVE SPACES TO WS-CATEGORY
           MOVE SPACES TO WS-AMOUNT-TEXT
           MOVE SPACES TO WS-CURRENCY-TEXT
           UNSTRING EXPENSE-LINE
               DELIMITED BY ","
               INTO WS-DATE-TEXT WS-CATEGORY WS-AMOUNT-TEXT
                    WS-CURRENCY-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-DATE-TEXT)     TO WS-DATE-TEXT
           MOVE FUNCTION TRIM(WS-CATEGORY)      TO WS-CATEGORY
           IF CATMAP-ENABLED
               PERFORM RESOLVE-CATEGORY-NAME
           END-IF
           MOVE FUNCTION TRIM(WS-AMOUNT-TEXT)   TO WS-AMOUNT-TEXT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENCY-TEXT))
                TO WS-CURRENCY-TEXT

           MOVE RIDER-NAME       TO ESRT-RIDER
           MOVE WS-DATE-TEXT     TO ESRT-DATE
           MOVE WS-CATEGORY      TO ESRT-CATEGORY
           MOVE WS-AMOUNT-TEXT   TO ESRT-AMOUNT
           MOVE WS-CURRENCY-TEXT TO ESRT-CURRENCY
           SET ESRT-DETAIL TO TRUE
           MOVE RIDER-COUNT      TO ESRT-RIDER-SEQ
           MOVE WS-LINE-NUM      TO ESRT-LINE-NUM
           MOVE WS-CUR-COST-CTR  TO ESRT-COST-CTR
           MOVE WS-INPUT-FILE    TO ESRT-SOURCE-FILE
           MOVE EXPENSE-LINE     TO ESRT-LINE
           RELEASE ESRT-RECORD.

      *> Sort output: the stream in rider / date / category order.
       PROCESS-SORTED-STREAM.
           IF WS-RESUME-SORT-REC > 0
               PERFORM TRIM-SORTED-WORK-FILES
               PERFORM EXTEND-SORTED-WORK-FILES
           ELSE
               PERFORM OPEN-SORTED-WORK-FILES
               MOVE 'N' TO WS-GRP-RIDER-SW
               MOVE 'N' TO WS-GRP-DAY-SW
               MOVE SPACES TO WS-LAST-SEEN-SIG
           END-IF
           PERFORM OPEN-RIDER-REFERENCES

           MOVE 0 TO WS-SORT-REC-NUM
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM UNTIL SORT-EOF
               RETURN EXPENSE-SORT-FILE
                   AT END
                       SET SORT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SORT-REC-NUM
                       IF WS-SORT-REC-NUM > WS-RESUME-SORT-REC
                           PERFORM PROCESS-SORTED-RECORD
                           IF RESTART-ENABLED
                               PERFORM SORTED-CHECKPOINT-IF-DUE
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM CLOSE-DAY-GROUP
           PERFORM CLOSE-RIDER-GROUP

           PERFORM CLOSE-RIDER-REFERENCES
           PERFORM CLOSE-SORTED-WORK-FILES.

      *> Everything written so far has to be on disk before the
      *> checkpoint that counts it, so the work files are closed and
      *> reopened for extend first.
       SORTED-CHECKPOINT-IF-DUE.
           IF FUNCTION MOD(WS-SORT-REC-NUM, WS-CKPT-INTERVAL) = 0
               PERFORM CLOSE-SORTED-WORK-FILES
               PERFORM EXTEND-SORTED-WORK-FILES
               PERFORM SAVE-CHECKPOINT
           END-IF.

       OPEN-SORTED-WORK-FILES.
           OPEN OUTPUT RIDER-SUM-FILE
           OPEN OUTPUT VENDOR-WORK-FILE
           OPEN OUTPUT SPLIT-SHARE-FILE
           IF WS-RIDERSUM-STATUS NOT = "00"
              OR WS-VENDWORK-STATUS NOT = "00"
              OR WS-SPLITSHR-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open work files -> "
                       FUNCTION TRIM(WS-RIDERSUM-FILE) " "
                       FUNCTION TRIM(WS-VENDWORK-FILE) " "
                       FUNCTION TRIM(WS-SPLITSHR-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DAILY-CAP-ENABLED
               OPEN OUTPUT CAP-HIT-FILE
               IF WS-CAPHIT-STATUS NOT = "00"
                   DISPLAY "ERROR: Could not open work file -> "
                           FUNCTION TRIM(WS-CAPHIT-FILE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF PRINT-ENABLED
               OPEN OUTPUT PR-DETAIL-FILE
               IF WS-PRDETAIL-STATUS NOT = "00"
                   DISPLAY "ERROR: Could not open work file -> "
                           FUNCTION TRIM(WS-PRDETAIL-FILE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       EXTEND-SORTED-WORK-FILES.
           OPEN EXTEND RIDER-SUM-FILE
           OPEN EXTEND VENDOR-WORK-FILE
           OPEN EXTEND SPLIT-SHARE-FILE
           IF WS-RIDERSUM-STATUS NOT = "00"
              OR WS-VENDWORK-STATUS NOT = "00"
              OR WS-SPLITSHR-STATUS NOT = "00"
               DISPLAY "ERROR: Could not reopen work files -> "
                       FUNCTION TRIM(WS-RIDERSUM-FILE) " "
                       FUNCTION TRIM(WS-VENDWORK-FILE) " "
                       FUNCTION TRIM(WS-SPLITSHR-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DAILY-CAP-ENABLED
               OPEN EXTEND CAP-HIT-FILE
               IF WS-CAPHIT-STATUS NOT = "00"
                   DISPLAY "ERROR: Could not reopen work file -> "
                           FUNCTION TRIM(WS-CAPHIT-FILE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF PRINT-ENABLED
               OPEN EXTEND PR-DETAIL-FILE
               IF WS-PRDETAIL-STATUS NOT = "00"
                   DISPLAY "ERROR: Could not reopen work file -> "
                           FUNCTION TRIM(WS-PRDETAIL-FILE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-SORTED-WORK-FILES.
           CLOSE RIDER-SUM-FILE
           CLOSE VENDOR-WORK-FILE
           CLOSE SPLIT-SHARE-FILE
           IF DAILY-CAP-ENABLED
               CLOSE CAP-HIT-FILE
           END-IF
           IF PRINT-ENABLED
               CLOSE PR-DETAIL-FILE
           END-IF.

      *> A run that died after its last checkpoint may have written
      *> more than the checkpoint accounts for; each work file is cut
      *> back to the record count the checkpoint holds before the
      *> resumed stream extends it.
       TRIM-SORTED-WORK-FILES.
           MOVE WS-RIDERSUM-FILE TO WS-WORKCOPY-FILE
           MOVE WS-RSUM-WRITE-COUNT TO WS-WORK-KEEP-COUNT
           PERFORM TRIM-WORK-FILE
           MOVE WS-VENDWORK-FILE TO WS-WORKCOPY-FILE
           MOVE WS-VENDOR-LINE-COUNT TO WS-WORK-KEEP-COUNT
           PERFORM TRIM-WORK-FILE
           MOVE WS-SPLITSHR-FILE TO WS-WORKCOPY-FILE
           MOVE WS-SPLIT-LINE-COUNT TO WS-WORK-KEEP-COUNT
           PERFORM TRIM-WORK-FILE
           IF DAILY-CAP-ENABLED
               MOVE WS-CAPHIT-FILE TO WS-WORKCOPY-FILE
               MOVE WS-CAPHIT-COUNT TO WS-WORK-KEEP-COUNT
               PERFORM TRIM-WORK-FILE
           END-IF
           IF PRINT-ENABLED
               MOVE WS-PRDETAIL-FILE TO WS-WORKCOPY-FILE
               MOVE WS-PRDETAIL-COUNT TO WS-WORK-KEEP-COUNT
               PERFORM TRIM-WORK-FILE
           END-IF.

      *> Keeps the first WS-WORK-KEEP-COUNT records of the work file
      *> named in WS-WORKCOPY-FILE and drops the rest.  A file the
      *> checkpoint expects nothing from is simply created empty.
       TRIM-WORK-FILE.
           OPEN INPUT WORK-COPY-FILE
           IF WS-WORKCOPY-STATUS NOT = "00"
               IF WS-WORK-KEEP-COUNT > 0
                   DISPLAY "ERROR: Could not open work file -> "
                           FUNCTION TRIM(WS-WORKCOPY-FILE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT WORK-COPY-FILE
               CLOSE WORK-COPY-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT WORK-HOLD-FILE
           IF WS-WORKHOLD-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open work file -> "
                       FUNCTION TRIM(WS-WORKHOLD-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-WORK-COPY-NUM
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
                      OR WS-WORK-COPY-NUM >= WS-WORK-KEEP-COUNT
               READ WORK-COPY-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WORK-COPY-NUM
                       WRITE WORK-HOLD-LINE FROM WORK-COPY-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-COPY-FILE
           CLOSE WORK-HOLD-FILE

           IF WS-WORK-COPY-NUM < WS-WORK-KEEP-COUNT
               DISPLAY "ERROR: work file is shorter than the checkpoint"
                       " records -> " FUNCTION TRIM(WS-WORKCOPY-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COPY-HOLD-TO-WORK-FILE.

      *> Replaces the work file named in WS-WORKCOPY-FILE with the
      *> contents of WORK-HOLD-FILE.
       COPY-HOLD-TO-WORK-FILE.
           OPEN INPUT WORK-HOLD-FILE
           OPEN OUTPUT WORK-COPY-FILE
           IF WS-WORKHOLD-STATUS NOT = "00"
              OR WS-WORKCOPY-STATUS NOT = "00"
               DISPLAY "ERROR: Could not rewrite work file -> "
                       FUNCTION TRIM(WS-WORKCOPY-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ WORK-HOLD-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       WRITE WORK-COPY-LINE FROM WORK-HOLD-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-HOLD-FILE
           CLOSE WORK-COPY-FILE.

       PROCESS-SORTED-RECORD.
           IF NOT GRP-RIDER-OPEN OR ESRT-RIDER NOT = WS-GRP-RIDER
               PERFORM CLOSE-DAY-GROUP
               PERFORM CLOSE-RIDER-GROUP
               PERFORM OPEN-RIDER-GROUP
           END-IF

           *> A name listed twice is one rider, placed at their first
           *> position in the list for the settle-up split.
           IF ESRT-HEADER
               IF ESRT-RIDER-SEQ < WS-GRP-SEQ
                   MOVE ESRT-RIDER-SEQ TO WS-GRP-SEQ
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT GRP-DAY-OPEN OR ESRT-DATE NOT = WS-GRP-DATE
               PERFORM CLOSE-DAY-GROUP
               MOVE ESRT-DATE TO WS-GRP-DATE
               MOVE TOTAL-AMOUNT TO WS-DAY-TOTAL-BEFORE
               SET GRP-DAY-OPEN TO TRUE
           END-IF

           MOVE ESRT-RIDER       TO RIDER-NAME
           MOVE ESRT-SOURCE-FILE TO WS-INPUT-FILE
           MOVE ESRT-COST-CTR    TO WS-CUR-COST-CTR
           MOVE ESRT-LINE        TO EXPENSE-LINE
           COMPUTE WS-LINE-NUM = ESRT-LINE-NUM - 1
           PERFORM PROCESS-LINE.

       OPEN-RIDER-GROUP.
           MOVE ESRT-RIDER     TO WS-GRP-RIDER
           MOVE ESRT-RIDER-SEQ TO WS-GRP-SEQ
           MOVE ESRT-COST-CTR  TO WS-GRP-COST-CTR
           MOVE 0 TO WS-GRP-FRONTED
           MOVE 0 TO WS-GRP-MILE-PAID
           MOVE 0 TO WS-GRP-MILE-EXCESS
           MOVE 0 TO WS-GRP-PDM-PAID
           MOVE 0 TO WS-GRP-PDM-EXCESS
           MOVE TOTAL-AMOUNT  TO WS-RIDER-TOTAL-BEFORE
           MOVE WS-GOOD-COUNT TO WS-RIDER-COUNT-BEFORE
           SET GRP-RIDER-OPEN TO TRUE.

       CLOSE-RIDER-GROUP.
           IF NOT GRP-RIDER-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GRP-RIDER-SW

           MOVE WS-GRP-RIDER    TO RSUM-NAME
           MOVE WS-GRP-SEQ      TO RSUM-SEQ
           MOVE WS-GRP-COST-CTR TO RSUM-COST-CTR
           COMPUTE RSUM-TOTAL = TOTAL-AMOUNT - WS-RIDER-TOTAL-BEFORE
           COMPUTE RSUM-COUNT = WS-GOOD-COUNT - WS-RIDER-COUNT-BEFORE
           MOVE WS-GRP-FRONTED  TO RSUM-FRONTED
           MOVE WS-GRP-MILE-PAID   TO RSUM-MILE-PAID
           MOVE WS-GRP-MILE-EXCESS TO RSUM-MILE-EXCESS
           MOVE WS-GRP-PDM-PAID    TO RSUM-PDM-PAID
           MOVE WS-GRP-PDM-EXCESS  TO RSUM-PDM-EXCESS
           MOVE 0 TO RSUM-OWED

           *> The stream is in rider-name order here, which is the
           *> order the reference lookups need.
           MOVE WS-GRP-RIDER TO WS-ADVANCE-CHECK-NAME
           MOVE 'N' TO RSUM-ADVANCE-SW
           MOVE 0 TO RSUM-ADVANCE
           IF ADVANCE-ENABLED
               PERFORM FIND-RIDER-ADVANCE
               MOVE WS-ADVANCE-FOUND-SW  TO RSUM-ADVANCE-SW
               MOVE WS-ADVANCE-FOUND-AMT TO RSUM-ADVANCE
           END-IF
           MOVE 'N' TO RSUM-PAYREF-SW
           MOVE SPACES TO RSUM-PAYEE-ID
           IF PAY-ENABLED
               PERFORM FIND-RIDER-PAYREF
               IF PAYREF-FOUND
                   SET RSUM-HAS-PAYREF TO TRUE
                   MOVE WS-PAYREF-ID-TEXT TO RSUM-PAYEE-ID
               END-IF
           END-IF

           WRITE RSUM-RECORD
           ADD 1 TO WS-RSUM-WRITE-COUNT.

      *> A rider's day closes at a date or rider break; what it
      *> added to TOTAL-AMOUNT is that rider's spend for the day.
       CLOSE-DAY-GROUP.
           IF NOT GRP-DAY-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GRP-DAY-SW

           COMPUTE WS-GRP-DAY-SUM = TOTAL-AMOUNT - WS-DAY-TOTAL-BEFORE
           IF DAILY-CAP-ENABLED AND WS-GRP-DAY-SUM > WS-DAILY-CAP
               MOVE WS-GRP-RIDER   TO CAPHIT-RIDER
               MOVE WS-GRP-DATE    TO CAPHIT-DATE
               MOVE WS-GRP-DAY-SUM TO CAPHIT-SUM
               WRITE CAPHIT-RECORD
               ADD 1 TO WS-CAPHIT-COUNT
           END-IF.

      *> Sort input for the list-order pass: every rider summary at
      *> its list position, and every narrower split at its count.
       RELEASE-RIDER-ORDER.
           MOVE 0 TO WS-SPLIT-TOTAL

           OPEN INPUT RIDER-SUM-FILE
           IF WS-RIDERSUM-STATUS NOT = "00"
               DISPLAY "WARN: could not open work file -> "
                       FUNCTION TRIM(WS-RIDERSUM-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ RIDER-SUM-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       MOVE RSUM-SEQ    TO ROSRT-POS
                       SET ROSRT-RIDER  TO TRUE
                       MOVE 0           TO ROSRT-SHARE
                       MOVE RSUM-RECORD TO ROSRT-RSUM
                       RELEASE ROSRT-RECORD
               END-READ
           END-PERFORM
           CLOSE RIDER-SUM-FILE

           OPEN INPUT SPLIT-SHARE-FILE
           IF WS-SPLITSHR-STATUS NOT = "00"
               DISPLAY "WARN: could not open work file -> "
                       FUNCTION TRIM(WS-SPLITSHR-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ SPLIT-SHARE-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       MOVE SPLT-COUNT  TO ROSRT-POS
                       SET ROSRT-SPLIT  TO TRUE
                       MOVE SPLT-SHARE  TO ROSRT-SHARE
                       MOVE SPACES      TO ROSRT-RSUM
                       ADD SPLT-SHARE   TO WS-SPLIT-TOTAL
                       RELEASE ROSRT-RECORD
               END-READ
           END-PERFORM
           CLOSE SPLIT-SHARE-FILE.

      *> Sort output: RIDER-SUM-FILE rewritten in list order.  The
      *> splits that sort ahead of a rider are the ones too narrow
      *> to reach them, so what each rider owes is the even-split
      *> share plus every narrower share not yet passed.
       WRITE-RIDER-ORDER.
           OPEN OUTPUT RIDER-SUM-FILE
           IF WS-RIDERSUM-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open work file -> "
                       FUNCTION TRIM(WS-RIDERSUM-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-SPLIT-PASSED
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM UNTIL SORT-EOF
               RETURN RIDER-ORDER-SORT-FILE
                   AT END
                       SET SORT-EOF TO TRUE
                   NOT AT END
                       IF ROSRT-SPLIT
                           ADD ROSRT-SHARE TO WS-SPLIT-PASSED
                       ELSE
                           MOVE ROSRT-RSUM TO RSUM-RECORD
                           COMPUTE RSUM-OWED = WS-SHARE-ALL
                                   + WS-SPLIT-TOTAL - WS-SPLIT-PASSED
                           WRITE RSUM-RECORD
                       END-IF
               END-RETURN
           END-PERFORM
           CLOSE RIDER-SUM-FILE.

       PROCESS-LINE.
           ADD 1 TO WS-LINE-NUM

           END-IF

           PERFORM UPDATE-CATEGORY-TOTAL
           IF RIDERMAST-OPEN AND WS-FOUND-IDX > 0
               PERFORM UPDATE-COST-CTR-TOTAL
           END-IF
           IF ALLOC-ENABLED AND WS-FOUND-IDX > 0
               PERFORM UPDATE-ALLOC-TOTAL
           END-IF
           IF STATRATE-ENABLED
              AND (LINE-TYPE-MILEAGE OR LINE-TYPE-PERDIEM)
               PERFORM UPDATE-TAXABLE-EXCESS
           END-IF
           IF ACCRUAL-ENABLED AND WS-FOUND-IDX > 0
              AND WS-DATE <= WS-ACCR-PERIOD-END
               ADD WS-AMOUNT TO CAT-ACCR-SUM(WS-FOUND-IDX)
               IF WS-ACCR-LAST-DATE = SPACES
                  OR WS-DATE > WS-ACCR-LAST-DATE
                   MOVE WS-DATE TO WS-ACCR-LAST-DATE
               END-IF
           END-IF
           PERFORM UPDATE-DAILY-TOTAL
           IF NOT LINE-TYPE-ADJUST
               PERFORM UPDATE-TOPN
                   COMPUTE PERDIEM-RATE = FUNCTION NUMVAL(WS-MPRATE-AMT-TEXT)
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> LOAD-STATRATE-FILE - "MILEAGE,YYYY-MM-DD,rate" /
      *> "PERDIEM,YYYY-MM-DD,rate" lines, in any order.
      *> ------------------------------------------------------------
       LOAD-STATRATE-FILE.
           OPEN INPUT STATRATE-FILE
           IF WS-STATRATE-STATUS NOT = "00"
               DISPLAY "WARN: could not open statutory rate file -> "
                       FUNCTION TRIM(WS-STATRATE-FILE)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STATRATE-LINE-NUM
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ STATRATE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STATRATE-LINE-NUM
                       PERFORM ADD-STATRATE-ENTRY
               END-READ
           END-PERFORM
           CLOSE STATRATE-FILE
           SET NOT-EOF TO TRUE.

       ADD-STATRATE-ENTRY.
           IF FUNCTION LENGTH(FUNCTION TRIM(STATRATE-LINE)) = 0
              OR STATRATE-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STATRATE-TYPE-TEXT
           MOVE SPACES TO WS-STATRATE-DATE-TEXT
           MOVE SPACES TO WS-STATRATE-AMT-TEXT
           UNSTRING STATRATE-LINE DELIMITED BY ","
               INTO WS-STATRATE-TYPE-TEXT WS-STATRATE-DATE-TEXT
                    WS-STATRATE-AMT-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STATRATE-TYPE-TEXT))
                TO WS-STATRATE-TYPE-TEXT
           MOVE FUNCTION TRIM(WS-STATRATE-DATE-TEXT) TO WS-DATE-TEXT
           PERFORM VALIDATE-DATE

           IF (WS-STATRATE-TYPE-TEXT NOT = "MILEAGE"
               AND WS-STATRATE-TYPE-TEXT NOT = "PERDIEM")
              OR DATE-BAD
               DISPLAY "WARN: bad statutory rate line ignored -> line "
                       WS-STATRATE-LINE-NUM
               EXIT PARAGRAPH
           END-IF
           IF STATRATE-COUNT >= STATRATE-MAX
               DISPLAY "WARN: statutory rate table full - line ignored -> "
                       "line " WS-STATRATE-LINE-NUM
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO STATRATE-COUNT
           IF WS-STATRATE-TYPE-TEXT = "MILEAGE"
               MOVE 'M' TO STATRATE-TYPE(STATRATE-COUNT)
           ELSE
               MOVE 'P' TO STATRATE-TYPE(STATRATE-COUNT)
           END-IF
           MOVE WS-DATE-TEXT TO STATRATE-EFF-DATE(STATRATE-COUNT)
           COMPUTE STATRATE-RATE(STATRATE-COUNT) =
                   FUNCTION NUMVAL(WS-STATRATE-AMT-TEXT).

      *> ------------------------------------------------------------
      *> PRICE-MILEAGE-OR-PERDIEM-LINE
      *> WS-AMOUNT-NUMVAL comes in as miles driven or days claimed,
      *> line priced at $0 rather than guessing a rate.
      *> ------------------------------------------------------------
       PRICE-MILEAGE-OR-PERDIEM-LINE.
           MOVE WS-AMOUNT-NUMVAL TO WS-STAT-UNITS
           IF LINE-TYPE-MILEAGE
               IF MILEAGE-RATE = 0
                   DISPLAY "WARN line " WS-LINE-NUM
               END-IF
               COMPUTE WS-AMOUNT-NUMVAL ROUNDED =
                       WS-AMOUNT-NUMVAL * PERDIEM-RATE
           END-IF

           IF STATRATE-ENABLED
               PERFORM SPLIT-TAXABLE-EXCESS
           END-IF.

      *> ------------------------------------------------------------
      *> SPLIT-TAXABLE-EXCESS
      *> Splits the line just priced into the non-taxable portion -
      *> the same miles or days at the statutory rate in force on the
      *> line's date - and the taxable excess we paid over it.  The
      *> rate in force is the latest one of the line's type dated on
      *> or before the line.
      *> ------------------------------------------------------------
       SPLIT-TAXABLE-EXCESS.
           MOVE 0 TO WS-STATRATE-FOUND-IDX
           MOVE 1 TO WS-STATRATE-IDX
           PERFORM UNTIL WS-STATRATE-IDX > STATRATE-COUNT
               IF STATRATE-TYPE(WS-STATRATE-IDX) = WS-LINE-TYPE
                  AND STATRATE-EFF-DATE(WS-STATRATE-IDX) <= WS-DATE
                   IF WS-STATRATE-FOUND-IDX = 0
                       MOVE WS-STATRATE-IDX TO WS-STATRATE-FOUND-IDX
                   ELSE
                       IF STATRATE-EFF-DATE(WS-STATRATE-IDX)
                          > STATRATE-EFF-DATE(WS-STATRATE-FOUND-IDX)
                           MOVE WS-STATRATE-IDX TO WS-STATRATE-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-STATRATE-IDX
           END-PERFORM

           IF WS-STATRATE-FOUND-IDX = 0
               DISPLAY "WARN line " WS-LINE-NUM
                       ": no statutory rate in force on " WS-DATE
                       " - treated as non-taxable"
               MOVE WS-AMOUNT-NUMVAL TO WS-STAT-NONTAX
               MOVE 0 TO WS-STAT-EXCESS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-STAT-NONTAX ROUNDED =
                   WS-STAT-UNITS * STATRATE-RATE(WS-STATRATE-FOUND-IDX)
           IF WS-STAT-NONTAX >= WS-AMOUNT-NUMVAL
               MOVE WS-AMOUNT-NUMVAL TO WS-STAT-NONTAX
               MOVE 0 TO WS-STAT-EXCESS
           ELSE
               COMPUTE WS-STAT-EXCESS = WS-AMOUNT-NUMVAL - WS-STAT-NONTAX
           END-IF.

      *> Adds the accepted line's payment and taxable excess to the
      *> trip's figures and, in a rider-list run, the rider's.
       UPDATE-TAXABLE-EXCESS.
           IF LINE-TYPE-MILEAGE
               ADD WS-AMOUNT      TO TAXABLE-MILE-PAID
               ADD WS-STAT-EXCESS TO TAXABLE-MILE-EXCESS
               ADD WS-AMOUNT      TO WS-GRP-MILE-PAID
               ADD WS-STAT-EXCESS TO WS-GRP-MILE-EXCESS
           ELSE
               ADD WS-AMOUNT      TO TAXABLE-PDM-PAID
               ADD WS-STAT-EXCESS TO TAXABLE-PDM-EXCESS
               ADD WS-AMOUNT      TO WS-GRP-PDM-PAID
               ADD WS-STAT-EXCESS TO WS-GRP-PDM-EXCESS
           END-IF.

      *> ------------------------------------------------------------
      *> UPDATE-SETTLE-UP
      *> Called for a SHARED expense line while the fronting rider's
      *> group is open in the sorted stream.  Splits the amount across
      *> the first N riders in rider-list order, N defaulting to
      *> RIDER-COUNT: an even split goes to WS-SHARE-ALL, a narrower
      *> one to SPLIT-SHARE-FILE.
      *> ------------------------------------------------------------
       UPDATE-SETTLE-UP.
           SET ANY-SHARED-EXPENSE TO TRUE

           ADD WS-AMOUNT TO WS-GRP-FRONTED

           IF WS-SPLIT-COUNT < 1 OR WS-SPLIT-COUNT >= RIDER-COUNT
               COMPUTE WS-SPLIT-SHARE ROUNDED = WS-AMOUNT / RIDER-COUNT
               ADD WS-SPLIT-SHARE TO WS-SHARE-ALL
           ELSE
               COMPUTE WS-SPLIT-SHARE ROUNDED =
                       WS-AMOUNT / WS-SPLIT-COUNT
               MOVE WS-SPLIT-COUNT TO SPLT-COUNT
               MOVE WS-SPLIT-SHARE TO SPLT-SHARE
               WRITE SPLT-RECORD
               ADD 1 TO WS-SPLIT-LINE-COUNT
           END-IF.

      *> Sets WS-RIDER-NET (fronted less fair share owed) for the
      *> RIDER-SUM-FILE record just read.
       COMPUTE-RIDER-NET.
           COMPUTE WS-RIDER-NET = RSUM-FRONTED - RSUM-OWED.

      *> ------------------------------------------------------------
      *> PRINT-SETTLE-UP-REPORT
      *> Prints each rider's net position (fronted minus fair share
      *> owed on shared expenses), then settles the group with a
      *> greedy match of the largest creditor against the largest
      *> debtor until everyone nets to zero.  The positions are kept
      *> in SETTLE-NET-FILE, in rider-list order, while settling.
      *> ------------------------------------------------------------
       PRINT-SETTLE-UP-REPORT.
           DISPLAY " ".
           DISPLAY "Shared-expense settle-up:".
           DISPLAY "-------------------------------".

           OPEN INPUT RIDER-SUM-FILE
           IF WS-RIDERSUM-STATUS NOT = "00"
               DISPLAY "WARN: could not open work file -> "
                       FUNCTION TRIM(WS-RIDERSUM-FILE)
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SETTLE-NET-FILE
           IF WS-SETLNET-STATUS NOT = "00"
               DISPLAY "WARN: could not open work file -> "
                       FUNCTION TRIM(WS-SETLNET-FILE)
               CLOSE RIDER-SUM-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ RIDER-SUM-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       PERFORM COMPUTE-RIDER-NET
                       MOVE WS-RIDER-NET TO WS-DISPLAY-SETTLE
                       DISPLAY FUNCTION TRIM(RSUM-NAME)
                               " net: $" FUNCTION TRIM(WS-DISPLAY-SETTLE)
                               " (positive = is owed, negative = owes)"
                       MOVE RSUM-NAME    TO SNET-RIDER
                       MOVE WS-RIDER-NET TO SNET-NET
                       WRITE SNET-RECORD
               END-READ
           END-PERFORM
           CLOSE RIDER-SUM-FILE
           CLOSE SETTLE-NET-FILE

           DISPLAY " ".
           DISPLAY "Suggested settlements:".
      *> rounding pennies are simply dropped from the loop once no
      *> balance exceeds a cent.
       SETTLE-GREEDY-MATCH.
           MOVE 'N' TO WS-SETTLE-FAIL-SW
           PERFORM FIND-SETTLE-EXTREMES

           PERFORM UNTIL WS-CREDITOR-REC = 0 OR WS-DEBTOR-REC = 0
                      OR SETTLE-WORK-FAILED
               IF WS-CREDITOR-NET <= 0.01
                  OR WS-DEBTOR-NET >= -0.01
                   EXIT PERFORM
               END-IF

               IF WS-CREDITOR-NET < (0 - WS-DEBTOR-NET)
                   MOVE WS-CREDITOR-NET TO WS-SETTLE-AMOUNT
               ELSE
                   COMPUTE WS-SETTLE-AMOUNT = 0 - WS-DEBTOR-NET
               END-IF

               MOVE WS-SETTLE-AMOUNT TO WS-DISPLAY-SETTLE
               DISPLAY "  " FUNCTION TRIM(WS-DEBTOR-NAME)
                       " pays "
                       FUNCTION TRIM(WS-CREDITOR-NAME)
                       " $" FUNCTION TRIM(WS-DISPLAY-SETTLE)

               PERFORM APPLY-SETTLE-PAYMENT
               IF NOT SETTLE-WORK-FAILED
                   PERFORM FIND-SETTLE-EXTREMES
               END-IF
           END-PERFORM.

      *> Finds the largest creditor and the largest debtor in
      *> SETTLE-NET-FILE; on a tie the rider earlier in the list wins.
       FIND-SETTLE-EXTREMES.
           MOVE 0 TO WS-CREDITOR-REC
           MOVE 0 TO WS-DEBTOR-REC

           OPEN INPUT SETTLE-NET-FILE
           IF WS-SETLNET-STATUS NOT = "00"
               DISPLAY "WARN: could not open work file -> "
                       FUNCTION TRIM(WS-SETLNET-FILE)
               SET SETTLE-WORK-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SETTLE-REC-NUM
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ SETTLE-NET-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SETTLE-REC-NUM
                       IF WS-CREDITOR-REC = 0
                          OR SNET-NET > WS-CREDITOR-NET
                           MOVE WS-SETTLE-REC-NUM TO WS-CREDITOR-REC
                           MOVE SNET-RIDER        TO WS-CREDITOR-NAME
                           MOVE SNET-NET          TO WS-CREDITOR-NET
                       END-IF
                       IF WS-DEBTOR-REC = 0
                          OR SNET-NET < WS-DEBTOR-NET
                           MOVE WS-SETTLE-REC-NUM TO WS-DEBTOR-REC
                           MOVE SNET-RIDER        TO WS-DEBTOR-NAME
                           MOVE SNET-NET          TO WS-DEBTOR-NET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETTLE-NET-FILE.

      *> Books WS-SETTLE-AMOUNT against the creditor and debtor just
      *> found: SETTLE-NET-FILE is copied to WORK-HOLD-FILE with the
      *> two balances updated, then copied back.
       APPLY-SETTLE-PAYMENT.
           OPEN INPUT SETTLE-NET-FILE
           IF WS-SETLNET-STATUS NOT = "00"
               DISPLAY "WARN: could not open work file -> "
                       FUNCTION TRIM(WS-SETLNET-FILE)
               SET SETTLE-WORK-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-HOLD-FILE
           IF WS-WORKHOLD-STATUS NOT = "00"
               DISPLAY "WARN: could not open work file -> "
                       FUNCTION TRIM(WS-WORKHOLD-FILE)
               CLOSE SETTLE-NET-FILE
               SET SETTLE-WORK-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SETTLE-REC-NUM
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ SETTLE-NET-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SETTLE-REC-NUM
                       IF WS-SETTLE-REC-NUM = WS-CREDITOR-REC
                           SUBTRACT WS-SETTLE-AMOUNT FROM SNET-NET
                       END-IF
                       IF WS-SETTLE-REC-NUM = WS-DEBTOR-REC
                           ADD WS-SETTLE-AMOUNT TO SNET-NET
                       END-IF
                       WRITE WORK-HOLD-LINE FROM SNET-RECORD
               END-READ
           END-PERFORM
           CLOSE SETTLE-NET-FILE
           CLOSE WORK-HOLD-FILE

           MOVE WS-SETLNET-FILE TO WS-WORKCOPY-FILE
           PERFORM COPY-HOLD-TO-WORK-FILE.

      *> ------------------------------------------------------------
      *> LOAD-CARD-STATEMENT - "Date,Amount[,Merchant]" lines from
      *> ------------------------------------------------------------
      *> CHECK-DUPLICATE
      *> Flags a line whose date/category/amount signature has
      *> already been seen once in this run.  In a sorted run a
      *> repeated signature can only follow the last one kept.
      *> ------------------------------------------------------------
       CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-SWITCH
               INTO WS-SEEN-SIG
           END-STRING

           IF SORTED-RUN
               IF WS-SEEN-SIG = WS-LAST-SEEN-SIG
                   SET DUP-FOUND TO TRUE
               END-IF
           ELSE
               IF SEEN-COUNT > 0
                   MOVE 1 TO WS-SEEN-IDX
                   PERFORM UNTIL WS-SEEN-IDX > SEEN-COUNT OR DUP-FOUND
                       IF SEEN-ENTRY(WS-SEEN-IDX) = WS-SEEN-SIG
                           SET DUP-FOUND TO TRUE
                       END-IF
                       ADD 1 TO WS-SEEN-IDX
                   END-PERFORM
               END-IF
           END-IF

           IF DUP-FOUND
                   MOVE WS-AMOUNT   TO DUPRVW-AMOUNT(DUPRVW-COUNT)
               END-IF
           ELSE
               IF SORTED-RUN
                   MOVE WS-SEEN-SIG TO WS-LAST-SEEN-SIG
                   EXIT PARAGRAPH
               END-IF
               IF SEEN-COUNT < SEEN-MAX
                   ADD 1 TO SEEN-COUNT
                   MOVE WS-SEEN-SIG TO SEEN-ENTRY(SEEN-COUNT)
               ADD WS-AMOUNT TO CAT-ADJ(WS-FOUND-IDX)
           END-IF.

      *> ------------------------------------------------------------
      *> UPDATE-COST-CTR-TOTAL - the category total just updated,
      *> broken out again by the current rider's cost center for the
      *> GL posting lines.  Anything that will not fit is still in
      *> CAT-SUM and posts on the category's uncharged remainder.
      *> ------------------------------------------------------------
       UPDATE-COST-CTR-TOTAL.
           MOVE 0 TO WS-CCPOST-FOUND-IDX
           MOVE 1 TO WS-CCPOST-IDX
           PERFORM UNTIL WS-CCPOST-IDX > CCPOST-COUNT
                   OR WS-CCPOST-FOUND-IDX > 0
               IF CCPOST-CAT-NAME(WS-CCPOST-IDX) = CAT-NAME(WS-FOUND-IDX)
                  AND CCPOST-COST-CTR(WS-CCPOST-IDX) = WS-CUR-COST-CTR
                   MOVE WS-CCPOST-IDX TO WS-CCPOST-FOUND-IDX
               END-IF
               ADD 1 TO WS-CCPOST-IDX
           END-PERFORM

           IF WS-CCPOST-FOUND-IDX = 0
               IF CCPOST-COUNT >= CCPOST-MAX
                   DISPLAY "WARN: cost center posting table full -> "
                           FUNCTION TRIM(CAT-NAME(WS-FOUND-IDX)) " / "
                           FUNCTION TRIM(WS-CUR-COST-CTR)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CCPOST-COUNT
               MOVE CAT-NAME(WS-FOUND-IDX) TO CCPOST-CAT-NAME(CCPOST-COUNT)
               MOVE WS-CUR-COST-CTR TO CCPOST-COST-CTR(CCPOST-COUNT)
               MOVE CCPOST-COUNT TO WS-CCPOST-FOUND-IDX
           END-IF

           ADD WS-AMOUNT TO CCPOST-SUM(WS-CCPOST-FOUND-IDX)
           IF LINE-TYPE-ADJUST
               ADD WS-AMOUNT TO CCPOST-ADJ(WS-CCPOST-FOUND-IDX)
           END-IF.

      *> ------------------------------------------------------------
      *> UPDATE-ALLOC-TOTAL - the category total just updated,
      *> broken out again by the allocation split that covers the
      *> line.  Spend with no good split is not kept here at all:
      *> SPLIT-ALLOCATIONS charges whatever of the category total
      *> this table does not account for to UNALLOC.
      *> ------------------------------------------------------------
       UPDATE-ALLOC-TOTAL.
           PERFORM FIND-ALLOC-SET
           IF WS-ALLOCSET-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF ALLOCSET-BAD(WS-ALLOCSET-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ALLOCSUM-FOUND-IDX
           MOVE 1 TO WS-ALLOCSUM-IDX
           PERFORM UNTIL WS-ALLOCSUM-IDX > ALLOCSUM-COUNT
                   OR WS-ALLOCSUM-FOUND-IDX > 0
               IF ALLOCSUM-CAT-NAME(WS-ALLOCSUM-IDX) = CAT-NAME(WS-FOUND-IDX)
                  AND ALLOCSUM-SET(WS-ALLOCSUM-IDX) = WS-ALLOCSET-FOUND-IDX
                   MOVE WS-ALLOCSUM-IDX TO WS-ALLOCSUM-FOUND-IDX
               END-IF
               ADD 1 TO WS-ALLOCSUM-IDX
           END-PERFORM

           IF WS-ALLOCSUM-FOUND-IDX = 0
               IF ALLOCSUM-COUNT >= ALLOCSUM-MAX
                   DISPLAY "WARN: allocation posting table full -> "
                           FUNCTION TRIM(CAT-NAME(WS-FOUND-IDX))
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ALLOCSUM-COUNT
               MOVE CAT-NAME(WS-FOUND-IDX)
                    TO ALLOCSUM-CAT-NAME(ALLOCSUM-COUNT)
               MOVE WS-ALLOCSET-FOUND-IDX TO ALLOCSUM-SET(ALLOCSUM-COUNT)
               MOVE ALLOCSUM-COUNT TO WS-ALLOCSUM-FOUND-IDX
           END-IF

           ADD WS-AMOUNT TO ALLOCSUM-SUM(WS-ALLOCSUM-FOUND-IDX).

      *> The most specific split matching the current line: a trip
      *> match outweighs a rider match, which outweighs a category
      *> match, and the split loaded first wins a tie.  Scores are
      *> one more than the weights so a split of all "*" still
      *> counts as a match.
       FIND-ALLOC-SET.
           MOVE 0 TO WS-ALLOCSET-FOUND-IDX
           MOVE 0 TO WS-ALLOCSET-BEST-SCORE
           MOVE 1 TO WS-ALLOCSET-IDX
           PERFORM UNTIL WS-ALLOCSET-IDX > ALLOCSET-COUNT
               PERFORM SCORE-ALLOC-SET
               IF WS-ALLOCSET-SCORE > WS-ALLOCSET-BEST-SCORE
                   MOVE WS-ALLOCSET-SCORE TO WS-ALLOCSET-BEST-SCORE
                   MOVE WS-ALLOCSET-IDX TO WS-ALLOCSET-FOUND-IDX
               END-IF
               ADD 1 TO WS-ALLOCSET-IDX
           END-PERFORM.

       SCORE-ALLOC-SET.
           MOVE 1 TO WS-ALLOCSET-SCORE

           IF ALLOCSET-TRIP(WS-ALLOCSET-IDX) NOT = SPACES
               IF (WS-CUR-TRIP-ID NOT = SPACES
                   AND ALLOCSET-TRIP(WS-ALLOCSET-IDX) = WS-CUR-TRIP-ID)
                  OR ALLOCSET-TRIP(WS-ALLOCSET-IDX) = TRIP-NAME
                   ADD 4 TO WS-ALLOCSET-SCORE
               ELSE
                   MOVE 0 TO WS-ALLOCSET-SCORE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF ALLOCSET-RIDER(WS-ALLOCSET-IDX) NOT = SPACES
               IF ALLOCSET-RIDER(WS-ALLOCSET-IDX) = RIDER-NAME
                   ADD 2 TO WS-ALLOCSET-SCORE
               ELSE
                   MOVE 0 TO WS-ALLOCSET-SCORE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF ALLOCSET-CAT(WS-ALLOCSET-IDX) NOT = SPACES
               IF ALLOCSET-CAT(WS-ALLOCSET-IDX) = CAT-NAME(WS-FOUND-IDX)
                   ADD 1 TO WS-ALLOCSET-SCORE
               ELSE
                   MOVE 0 TO WS-ALLOCSET-SCORE
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> UPDATE-DAILY-TOTAL - accumulates amounts by rider + date
      *> regardless of whether the cap check is switched on, so the
      *> table is ready the moment -CAP is supplied.
      *> ------------------------------------------------------------
      *> A sorted run checks the cap at its rider/date break, so
      *> here it keeps one entry per date, for the timeline only.
       UPDATE-DAILY-TOTAL.
           MOVE 0 TO WS-DAILY-FOUND-IDX
           MOVE RIDER-NAME TO WS-DAILY-KEY-RIDER
           IF SORTED-RUN
               MOVE SPACES TO WS-DAILY-KEY-RIDER
           END-IF

           IF DAILY-COUNT > 0
               MOVE 1 TO WS-DAILY-IDX
               PERFORM UNTIL WS-DAILY-IDX > DAILY-COUNT
                       OR WS-DAILY-FOUND-IDX > 0
                   IF DAILY-RIDER(WS-DAILY-IDX) = WS-DAILY-KEY-RIDER
                      AND DAILY-DATE(WS-DAILY-IDX) = WS-DATE
                       MOVE WS-DAILY-IDX TO WS-DAILY-FOUND-IDX
                   END-IF
           IF WS-DAILY-FOUND-IDX = 0
               IF DAILY-COUNT < DAILY-MAX
                   ADD 1 TO DAILY-COUNT
                   MOVE WS-DAILY-KEY-RIDER TO DAILY-RIDER(DAILY-COUNT)
                   MOVE WS-DATE TO DAILY-DATE(DAILY-COUNT)
                   MOVE DAILY-COUNT TO WS-DAILY-FOUND-IDX
               ELSE

      *> ------------------------------------------------------------
      *> UPDATE-VENDOR-TOTAL - accumulates spend and item
      *> counts by vendor name for the ranked rollup report.  A
      *> sorted run writes each vendor line to VENDOR-WORK-FILE
      *> instead, and RANK-VENDOR-SPEND totals them after the pass.
      *> ------------------------------------------------------------
       UPDATE-VENDOR-TOTAL.
           IF SORTED-RUN
               MOVE FUNCTION TRIM(WS-VENDOR-TEXT) TO VWRK-NAME
               MOVE WS-AMOUNT TO VWRK-AMOUNT
               MOVE 1 TO VWRK-ITEMS
               WRITE VWRK-RECORD
               ADD 1 TO WS-VENDOR-LINE-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VENDOR-FOUND-IDX

           IF VENDOR-COUNT > 0
               STRING FUNCTION TRIM(WS-REVIEWOUT-FILE-BASE)
                          DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WS-TRIP-SEQ-TEXT DELIMITED BY SPACE
                   INTO WS-REVIEWOUT-FILE
               END-STRING
           END-IF
           MOVE FUNCTION TRIM(WS-GL-CAT-TEXT) TO GL-CAT-NAME(GL-COUNT)
           MOVE FUNCTION TRIM(WS-GL-ACCT-TEXT) TO GL-ACCOUNT(GL-COUNT).

      *> ------------------------------------------------------------
      *> LOAD-ALLOC-FILE - "Trip,Rider,Category,Dept,Percent" lines
      *> ("#" lines are comments).  Lines with the same Trip/Rider/
      *> Category are gathered into one split in ALLOCSET-TABLE;
      *> once the whole file is in, each split's percentages are
      *> checked to add up to 100.
      *> ------------------------------------------------------------
       LOAD-ALLOC-FILE.
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-STATUS NOT = "00"
               DISPLAY "WARN: could not open allocation file -> "
                       FUNCTION TRIM(WS-ALLOC-FILE)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ALLOC-LINE-NUM
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ ALLOC-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ALLOC-LINE-NUM
                       PERFORM ADD-ALLOC-ENTRY
               END-READ
           END-PERFORM
           CLOSE ALLOC-FILE
           SET NOT-EOF TO TRUE

           MOVE 1 TO WS-ALLOCSET-IDX
           PERFORM UNTIL WS-ALLOCSET-IDX > ALLOCSET-COUNT
               PERFORM CHECK-ALLOC-SET-TOTAL
               ADD 1 TO WS-ALLOCSET-IDX
           END-PERFORM.

       ADD-ALLOC-ENTRY.
           IF FUNCTION LENGTH(FUNCTION TRIM(ALLOC-LINE)) = 0
              OR ALLOC-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ALLOC-TRIP-TEXT
           MOVE SPACES TO WS-ALLOC-RIDER-TEXT
           MOVE SPACES TO WS-ALLOC-CAT-TEXT
           MOVE SPACES TO WS-ALLOC-DEPT-TEXT
           MOVE SPACES TO WS-ALLOC-PCT-TEXT
           UNSTRING ALLOC-LINE DELIMITED BY ","
               INTO WS-ALLOC-TRIP-TEXT WS-ALLOC-RIDER-TEXT
                    WS-ALLOC-CAT-TEXT WS-ALLOC-DEPT-TEXT
                    WS-ALLOC-PCT-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-ALLOC-TRIP-TEXT)  TO WS-ALLOC-TRIP-TEXT
           MOVE FUNCTION TRIM(WS-ALLOC-RIDER-TEXT) TO WS-ALLOC-RIDER-TEXT
           MOVE FUNCTION TRIM(WS-ALLOC-CAT-TEXT)   TO WS-ALLOC-CAT-TEXT
           MOVE FUNCTION TRIM(WS-ALLOC-DEPT-TEXT)  TO WS-ALLOC-DEPT-TEXT
           IF WS-ALLOC-TRIP-TEXT = "*"
               MOVE SPACES TO WS-ALLOC-TRIP-TEXT
           END-IF
           IF WS-ALLOC-RIDER-TEXT = "*"
               MOVE SPACES TO WS-ALLOC-RIDER-TEXT
           END-IF
           IF WS-ALLOC-CAT-TEXT = "*"
               MOVE SPACES TO WS-ALLOC-CAT-TEXT
           END-IF
           COMPUTE WS-ALLOC-PCT = FUNCTION NUMVAL(WS-ALLOC-PCT-TEXT)

           IF WS-ALLOC-DEPT-TEXT = SPACES OR WS-ALLOC-PCT = 0
               DISPLAY "WARN: allocation line with no department or "
                       "percentage ignored -> line " WS-ALLOC-LINE-NUM
               EXIT PARAGRAPH
           END-IF
           IF ALLOCRULE-COUNT >= ALLOCRULE-MAX
               DISPLAY "WARN: allocation table full - line ignored -> line "
                       WS-ALLOC-LINE-NUM
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ALLOCSET-FOUND-IDX
           MOVE 1 TO WS-ALLOCSET-IDX
           PERFORM UNTIL WS-ALLOCSET-IDX > ALLOCSET-COUNT
                   OR WS-ALLOCSET-FOUND-IDX > 0
               IF ALLOCSET-TRIP(WS-ALLOCSET-IDX) = WS-ALLOC-TRIP-TEXT
                  AND ALLOCSET-RIDER(WS-ALLOCSET-IDX) = WS-ALLOC-RIDER-TEXT
                  AND ALLOCSET-CAT(WS-ALLOCSET-IDX) = WS-ALLOC-CAT-TEXT
                   MOVE WS-ALLOCSET-IDX TO WS-ALLOCSET-FOUND-IDX
               END-IF
               ADD 1 TO WS-ALLOCSET-IDX
           END-PERFORM

           IF WS-ALLOCSET-FOUND-IDX = 0
               IF ALLOCSET-COUNT >= ALLOCSET-MAX
                   DISPLAY "WARN: allocation table full - line ignored -> "
                           "line " WS-ALLOC-LINE-NUM
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ALLOCSET-COUNT
               MOVE WS-ALLOC-TRIP-TEXT  TO ALLOCSET-TRIP(ALLOCSET-COUNT)
               MOVE WS-ALLOC-RIDER-TEXT TO ALLOCSET-RIDER(ALLOCSET-COUNT)
               MOVE WS-ALLOC-CAT-TEXT   TO ALLOCSET-CAT(ALLOCSET-COUNT)
               MOVE ALLOCSET-COUNT TO WS-ALLOCSET-FOUND-IDX
           END-IF

           ADD 1 TO ALLOCRULE-COUNT
           MOVE WS-ALLOCSET-FOUND-IDX TO ALLOCRULE-SET(ALLOCRULE-COUNT)
           MOVE WS-ALLOC-DEPT-TEXT    TO ALLOCRULE-DEPT(ALLOCRULE-COUNT)
           MOVE WS-ALLOC-PCT          TO ALLOCRULE-PCT(ALLOCRULE-COUNT)
           ADD WS-ALLOC-PCT TO ALLOCSET-PCT-TOTAL(WS-ALLOCSET-FOUND-IDX).

      *> A split over 100% cannot be honoured, so none of its spend
      *> is shared out; a split under 100% leaves the rest to the
      *> UNALLOC department.
       CHECK-ALLOC-SET-TOTAL.
           IF ALLOCSET-PCT-TOTAL(WS-ALLOCSET-IDX) = 100
               EXIT PARAGRAPH
           END-IF

           PERFORM FORMAT-ALLOC-SET-KEY
           MOVE ALLOCSET-PCT-TOTAL(WS-ALLOCSET-IDX) TO WS-ALLOC-PCT-EDIT
           IF ALLOCSET-PCT-TOTAL(WS-ALLOCSET-IDX) > 100
               SET ALLOCSET-BAD(WS-ALLOCSET-IDX) TO TRUE
               DISPLAY "WARN: allocation split adds up to "
                       FUNCTION TRIM(WS-ALLOC-PCT-EDIT) "% - all of it "
                       "goes to " FUNCTION TRIM(ALLOC-UNALLOC-DEPT)
                       " -> " FUNCTION TRIM(WS-ALLOC-KEY-TEXT)
           ELSE
               DISPLAY "WARN: allocation split adds up to "
                       FUNCTION TRIM(WS-ALLOC-PCT-EDIT) "% - the rest "
                       "goes to " FUNCTION TRIM(ALLOC-UNALLOC-DEPT)
                       " -> " FUNCTION TRIM(WS-ALLOC-KEY-TEXT)
           END-IF.

      *> "Trip/Rider/Category" of split WS-ALLOCSET-IDX, "*" for any.
       FORMAT-ALLOC-SET-KEY.
           MOVE ALLOCSET-TRIP(WS-ALLOCSET-IDX)  TO WS-ALLOC-TRIP-TEXT
           MOVE ALLOCSET-RIDER(WS-ALLOCSET-IDX) TO WS-ALLOC-RIDER-TEXT
           MOVE ALLOCSET-CAT(WS-ALLOCSET-IDX)   TO WS-ALLOC-CAT-TEXT
           IF WS-ALLOC-TRIP-TEXT = SPACES
               MOVE "*" TO WS-ALLOC-TRIP-TEXT
           END-IF
           IF WS-ALLOC-RIDER-TEXT = SPACES
               MOVE "*" TO WS-ALLOC-RIDER-TEXT
           END-IF
           IF WS-ALLOC-CAT-TEXT = SPACES
               MOVE "*" TO WS-ALLOC-CAT-TEXT
           END-IF
           MOVE SPACES TO WS-ALLOC-KEY-TEXT
           STRING FUNCTION TRIM(WS-ALLOC-TRIP-TEXT) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALLOC-RIDER-TEXT) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALLOC-CAT-TEXT) DELIMITED BY SIZE
               INTO WS-ALLOC-KEY-TEXT
           END-STRING.

      *> ------------------------------------------------------------
      *> LOAD-TREND-HISTORY
      *> Works out which prior -OUT report the -TREND switch points
               IF PORTFOLIO-ENABLED
                   MOVE SPACES TO WS-GLOUT-FILE
                   STRING "gl_extract_" DELIMITED BY SIZE
                          WS-TRIP-SEQ-TEXT DELIMITED BY SPACE
                          ".txt" DELIMITED BY SIZE
                       INTO WS-GLOUT-FILE
                   END-STRING
           DISPLAY "Wrote GL posting extract -> " FUNCTION TRIM(WS-GLOUT-FILE).

      *> Looks up the current category's GL account (suspense if
      *> unmapped) and writes its "BD" detail line - one per cost
      *> center charged when the rider master is in use.
       WRITE-GL-DETAIL-LINE.
           MOVE 0 TO WS-GL-FOUND-IDX
           MOVE 1 TO WS-GL-IDX
                       FUNCTION TRIM(GL-SUSPENSE-ACCOUNT)
           END-IF

           *> Each cost center's share of the category posts on its
           *> own lines; whatever CCPOST-TABLE could not hold posts
           *> on a remainder line with no cost center, so the batch
           *> still nets to the category total.
           MOVE CAT-SUM(WS-CAT-IDX) TO WS-GL-REM-SUM
           MOVE CAT-ADJ(WS-CAT-IDX) TO WS-GL-REM-ADJ
           IF RIDERMAST-ENABLED
               MOVE 1 TO WS-CCPOST-IDX
               PERFORM UNTIL WS-CCPOST-IDX > CCPOST-COUNT
                   IF CCPOST-CAT-NAME(WS-CCPOST-IDX) = CAT-NAME(WS-CAT-IDX)
                       MOVE CCPOST-SUM(WS-CCPOST-IDX) TO WS-GL-POST-SUM
                       MOVE CCPOST-ADJ(WS-CCPOST-IDX) TO WS-GL-POST-ADJ
                       MOVE CCPOST-COST-CTR(WS-CCPOST-IDX) TO WS-GL-POST-CC
                       PERFORM WRITE-GL-POSTING-PAIR
                       SUBTRACT WS-GL-POST-SUM FROM WS-GL-REM-SUM
                       SUBTRACT WS-GL-POST-ADJ FROM WS-GL-REM-ADJ
                   END-IF
                   ADD 1 TO WS-CCPOST-IDX
               END-PERFORM
           END-IF

           IF WS-GL-REM-SUM NOT = 0 OR WS-GL-REM-ADJ NOT = 0
               MOVE WS-GL-REM-SUM TO WS-GL-POST-SUM
               MOVE WS-GL-REM-ADJ TO WS-GL-POST-ADJ
               MOVE SPACES TO WS-GL-POST-CC
               PERFORM WRITE-GL-POSTING-PAIR
           END-IF

           ADD CAT-SUM(WS-CAT-IDX) TO WS-GL-CONTROL-TOTAL.

      *> The debit carries the gross spend; any adjustment reversals
      *> go out as a separate "BC" credit so the batch still nets to
      *> the category total while the correction stays visible and
      *> auditable.  The cost center, when there is one, follows the
      *> category name.
       WRITE-GL-POSTING-PAIR.
           COMPUTE WS-GL-AMOUNT-EDIT = WS-GL-POST-SUM - WS-GL-POST-ADJ
           IF WS-GL-AMOUNT-EDIT > 0
               MOVE SPACES TO GL-OUT-LINE
               STRING "BD" DELIMITED BY SIZE
                      WS-GL-ACCT-TEXT DELIMITED BY SIZE
                      WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                      CAT-NAME(WS-CAT-IDX) DELIMITED BY SIZE
                      WS-GL-POST-CC DELIMITED BY SIZE
                   INTO GL-OUT-LINE
               END-STRING
               WRITE GL-OUT-LINE
               ADD 1 TO WS-GL-LINE-COUNT
           END-IF

           IF WS-GL-POST-ADJ NOT = 0
               COMPUTE WS-GL-AMOUNT-EDIT = 0 - WS-GL-POST-ADJ
               MOVE SPACES TO GL-OUT-LINE
               STRING "BC" DELIMITED BY SIZE
                      WS-GL-ACCT-TEXT DELIMITED BY SIZE
                      WS-GL-AMOUNT-EDIT DELIMITED BY SIZE
                      CAT-NAME(WS-CAT-IDX) DELIMITED BY SIZE
                      WS-GL-POST-CC DELIMITED BY SIZE
                   INTO GL-OUT-LINE
               END-STRING
               WRITE GL-OUT-LINE
               ADD 1 TO WS-GL-LINE-COUNT
           END-IF.

      *> ------------------------------------------------------------
      *> SPLIT-ALLOCATIONS
      *> Shares each category's spend under each split out to the
      *> split's departments by percentage, rounded to the penny.
      *> What the rounding leaves over goes onto the split's largest
      *> share, so the shares always add back to the spend they came
      *> from.  A split short of 100% leaves the rest to UNALLOC, and
      *> whatever of the category total no good split covered goes
      *> to UNALLOC as well.
      *> ------------------------------------------------------------
       SPLIT-ALLOCATIONS.
           MOVE 0 TO ALLOCSHR-COUNT
           INITIALIZE ALLOCSHR-TABLE
           MOVE 0 TO ALLOCDPT-COUNT
           INITIALIZE ALLOCDPT-TABLE
           MOVE 0 TO WS-ALLOC-TOTAL
           MOVE 0 TO WS-ALLOC-UNCOVERED

           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > CAT-COUNT
               PERFORM SPLIT-ONE-CATEGORY
               ADD 1 TO WS-CAT-IDX
           END-PERFORM

           IF WS-ALLOC-UNCOVERED NOT = 0
               MOVE WS-ALLOC-UNCOVERED TO WS-CHG-DISPLAY-AMT
               DISPLAY "WARN: spend not covered by an allocation split -> $"
                       FUNCTION TRIM(WS-CHG-DISPLAY-AMT) " charged to "
                       FUNCTION TRIM(ALLOC-UNALLOC-DEPT)
           END-IF.

       SPLIT-ONE-CATEGORY.
           MOVE CAT-SUM(WS-CAT-IDX) TO WS-ALLOC-CAT-TOTAL
           MOVE CAT-NAME(WS-CAT-IDX) TO WS-ALLOC-SHR-CAT

           MOVE 1 TO WS-ALLOCSUM-IDX
           PERFORM UNTIL WS-ALLOCSUM-IDX > ALLOCSUM-COUNT
               IF ALLOCSUM-CAT-NAME(WS-ALLOCSUM-IDX) = CAT-NAME(WS-CAT-IDX)
                   PERFORM SPLIT-ONE-ALLOC-SUM
                   SUBTRACT ALLOCSUM-SUM(WS-ALLOCSUM-IDX)
                       FROM WS-ALLOC-CAT-TOTAL
               END-IF
               ADD 1 TO WS-ALLOCSUM-IDX
           END-PERFORM

           IF WS-ALLOC-CAT-TOTAL NOT = 0
               MOVE ALLOC-UNALLOC-DEPT TO WS-ALLOC-SHR-DEPT
               MOVE WS-ALLOC-CAT-TOTAL TO WS-ALLOC-SHR-AMT
               PERFORM ADD-ALLOC-SHARE
               ADD WS-ALLOC-CAT-TOTAL TO WS-ALLOC-UNCOVERED
           END-IF

           ADD CAT-SUM(WS-CAT-IDX) TO WS-ALLOC-TOTAL.

      *> Shares out ALLOCSUM entry WS-ALLOCSUM-IDX by its split's
      *> percentages.
       SPLIT-ONE-ALLOC-SUM.
           MOVE ALLOCSUM-SET(WS-ALLOCSUM-IDX) TO WS-ALLOCSET-IDX
           MOVE ALLOCSUM-SUM(WS-ALLOCSUM-IDX) TO WS-ALLOC-REMAINDER
           MOVE SPACES TO WS-ALLOC-BIG-DEPT
           MOVE 0 TO WS-ALLOC-BIG-AMT

           MOVE 1 TO WS-ALLOCRULE-IDX
           PERFORM UNTIL WS-ALLOCRULE-IDX > ALLOCRULE-COUNT
               IF ALLOCRULE-SET(WS-ALLOCRULE-IDX) = WS-ALLOCSET-IDX
                   MOVE ALLOCRULE-DEPT(WS-ALLOCRULE-IDX)
                        TO WS-ALLOC-SHR-DEPT
                   COMPUTE WS-ALLOC-SHR-AMT ROUNDED =
                           ALLOCSUM-SUM(WS-ALLOCSUM-IDX)
                           * ALLOCRULE-PCT(WS-ALLOCRULE-IDX) / 100
                   PERFORM ADD-ALLOC-SHARE
                   PERFORM NOTE-BIG-ALLOC-SHARE
                   SUBTRACT WS-ALLOC-SHR-AMT FROM WS-ALLOC-REMAINDER
               END-IF
               ADD 1 TO WS-ALLOCRULE-IDX
           END-PERFORM

           *> The part of a short split nobody is named for is worked
           *> out the same way, so only true rounding is left over.
           IF ALLOCSET-PCT-TOTAL(WS-ALLOCSET-IDX) < 100
               MOVE ALLOC-UNALLOC-DEPT TO WS-ALLOC-SHR-DEPT
               COMPUTE WS-ALLOC-SHR-AMT ROUNDED =
                       ALLOCSUM-SUM(WS-ALLOCSUM-IDX)
                       * (100 - ALLOCSET-PCT-TOTAL(WS-ALLOCSET-IDX)) / 100
               PERFORM ADD-ALLOC-SHARE
               PERFORM NOTE-BIG-ALLOC-SHARE
               SUBTRACT WS-ALLOC-SHR-AMT FROM WS-ALLOC-REMAINDER
           END-IF

           IF WS-ALLOC-REMAINDER NOT = 0 AND WS-ALLOC-BIG-DEPT NOT = SPACES
               MOVE WS-ALLOC-BIG-DEPT TO WS-ALLOC-SHR-DEPT
               MOVE WS-ALLOC-REMAINDER TO WS-ALLOC-SHR-AMT
               PERFORM ADD-ALLOC-SHARE
           END-IF.

      *> Remembers the department of the largest share (by size, so
      *> a credit category works the same way) handed out so far;
      *> on a tie the first one keeps it.
       NOTE-BIG-ALLOC-SHARE.
           IF WS-ALLOC-BIG-DEPT = SPACES
              OR FUNCTION ABS(WS-ALLOC-SHR-AMT)
                 > FUNCTION ABS(WS-ALLOC-BIG-AMT)
               MOVE WS-ALLOC-SHR-DEPT TO WS-ALLOC-BIG-DEPT
               MOVE WS-ALLOC-SHR-AMT TO WS-ALLOC-BIG-AMT
           END-IF.

      *> Adds WS-ALLOC-SHR-AMT to department WS-ALLOC-SHR-DEPT's share
      *> of category WS-ALLOC-SHR-CAT and to the department's total;
      *> leaves the share's entry in WS-ALLOCSHR-FOUND-IDX.
       ADD-ALLOC-SHARE.
           MOVE 0 TO WS-ALLOCSHR-FOUND-IDX
           MOVE 1 TO WS-ALLOCSHR-IDX
           PERFORM UNTIL WS-ALLOCSHR-IDX > ALLOCSHR-COUNT
                   OR WS-ALLOCSHR-FOUND-IDX > 0
               IF ALLOCSHR-DEPT(WS-ALLOCSHR-IDX) = WS-ALLOC-SHR-DEPT
                  AND ALLOCSHR-CAT-NAME(WS-ALLOCSHR-IDX) = WS-ALLOC-SHR-CAT
                   MOVE WS-ALLOCSHR-IDX TO WS-ALLOCSHR-FOUND-IDX
               END-IF
               ADD 1 TO WS-ALLOCSHR-IDX
           END-PERFORM

           IF WS-ALLOCSHR-FOUND-IDX = 0
               IF ALLOCSHR-COUNT >= ALLOCSHR-MAX
                   DISPLAY "ERROR: allocation share table full -> "
                           FUNCTION TRIM(WS-ALLOC-SHR-DEPT) " / "
                           FUNCTION TRIM(WS-ALLOC-SHR-CAT)
                   SET ALLOC-OVERFLOW TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ALLOCSHR-COUNT
               MOVE WS-ALLOC-SHR-DEPT TO ALLOCSHR-DEPT(ALLOCSHR-COUNT)
               MOVE WS-ALLOC-SHR-CAT  TO ALLOCSHR-CAT-NAME(ALLOCSHR-COUNT)
               MOVE ALLOCSHR-COUNT TO WS-ALLOCSHR-FOUND-IDX
           END-IF
           ADD WS-ALLOC-SHR-AMT TO ALLOCSHR-AMOUNT(WS-ALLOCSHR-FOUND-IDX)

           MOVE 0 TO WS-ALLOCDPT-FOUND-IDX
           MOVE 1 TO WS-ALLOCDPT-IDX
           PERFORM UNTIL WS-ALLOCDPT-IDX > ALLOCDPT-COUNT
                   OR WS-ALLOCDPT-FOUND-IDX > 0
               IF ALLOCDPT-DEPT(WS-ALLOCDPT-IDX) = WS-ALLOC-SHR-DEPT
                   MOVE WS-ALLOCDPT-IDX TO WS-ALLOCDPT-FOUND-IDX
               END-IF
               ADD 1 TO WS-ALLOCDPT-IDX
           END-PERFORM

           IF WS-ALLOCDPT-FOUND-IDX = 0
               IF ALLOCDPT-COUNT >= ALLOCDPT-MAX
                   DISPLAY "ERROR: allocation department table full -> "
                           FUNCTION TRIM(WS-ALLOC-SHR-DEPT)
                   SET ALLOC-OVERFLOW TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ALLOCDPT-COUNT
               MOVE WS-ALLOC-SHR-DEPT TO ALLOCDPT-DEPT(ALLOCDPT-COUNT)
               MOVE ALLOCDPT-COUNT TO WS-ALLOCDPT-FOUND-IDX
           END-IF
           ADD WS-ALLOC-SHR-AMT TO ALLOCDPT-TOTAL(WS-ALLOCDPT-FOUND-IDX).

      *> ------------------------------------------------------------
      *> PRINT-ALLOCATION-REPORT
      *> Each department's share of the trip, by category, in the
      *> order the departments first took a share.
      *> ------------------------------------------------------------
       PRINT-ALLOCATION-REPORT.
           DISPLAY " ".
           DISPLAY "Cost allocation by department/project:".
           DISPLAY "-------------------------------".

           IF ALLOCDPT-COUNT = 0
               DISPLAY "(Nothing to allocate)"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-ALLOCDPT-IDX
           PERFORM UNTIL WS-ALLOCDPT-IDX > ALLOCDPT-COUNT
               DISPLAY FUNCTION TRIM(ALLOCDPT-DEPT(WS-ALLOCDPT-IDX)) ":"
               MOVE 1 TO WS-ALLOCSHR-IDX
               PERFORM UNTIL WS-ALLOCSHR-IDX > ALLOCSHR-COUNT
                   IF ALLOCSHR-DEPT(WS-ALLOCSHR-IDX)
                      = ALLOCDPT-DEPT(WS-ALLOCDPT-IDX)
                       MOVE ALLOCSHR-AMOUNT(WS-ALLOCSHR-IDX)
                            TO WS-DISPLAY-TOTAL
                       DISPLAY "    "
                               FUNCTION TRIM(ALLOCSHR-CAT-NAME(WS-ALLOCSHR-IDX))
                               ": $" WS-DISPLAY-TOTAL
                   END-IF
                   ADD 1 TO WS-ALLOCSHR-IDX
               END-PERFORM
               MOVE ALLOCDPT-TOTAL(WS-ALLOCDPT-IDX) TO WS-DISPLAY-TOTAL
               DISPLAY "    Department total: $" WS-DISPLAY-TOTAL
               ADD 1 TO WS-ALLOCDPT-IDX
           END-PERFORM

           DISPLAY "-------------------------------".
           MOVE WS-ALLOC-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Allocated total: $" WS-DISPLAY-TOTAL.

      *> ------------------------------------------------------------
      *> WRITE-CHARGEBACK-JOURNAL
      *> Fixed-format inter-department chargeback batch: "JH" header,
      *> per category a "JD" debit to each department's share and a
      *> "JC" credit of the category total back off the category's
      *> GL account (suspense if unmapped), and a "JT" trailer with
      *> the line count and the debit and credit totals.  Written to
      *> the -OUT file name with a ".CHG" suffix when -OUT was given,
      *> otherwise to "chargeback.txt".
      *> ------------------------------------------------------------
       WRITE-CHARGEBACK-JOURNAL.
           IF OUTPUT-ENABLED
               MOVE SPACES TO WS-CHGOUT-FILE
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) ".CHG"
                   DELIMITED BY SIZE INTO WS-CHGOUT-FILE
           ELSE
               IF PORTFOLIO-ENABLED
                   MOVE SPACES TO WS-CHGOUT-FILE
                   STRING "chargeback_" DELIMITED BY SIZE
                          WS-TRIP-SEQ-TEXT DELIMITED BY SPACE
                          ".txt" DELIMITED BY SIZE
                       INTO WS-CHGOUT-FILE
                   END-STRING
               ELSE
                   MOVE "chargeback.txt" TO WS-CHGOUT-FILE
               END-IF
           END-IF

           OPEN OUTPUT CHARGEBACK-OUT-FILE
           IF WS-CHGOUT-STATUS NOT = "00"
               DISPLAY "WARN: could not open chargeback journal file -> "
                       FUNCTION TRIM(WS-CHGOUT-FILE)
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD

           MOVE 0 TO WS-CHG-LINE-COUNT
           MOVE 0 TO WS-CHG-DEBIT-TOTAL
           MOVE 0 TO WS-CHG-CREDIT-TOTAL
           MOVE 0 TO WS-CHG-NET

           *> Strictly columnar, like the GL extract.
           MOVE SPACES TO CHARGEBACK-OUT-LINE
           STRING "JH" DELIMITED BY SIZE
                  WS-GL-RUN-DATE DELIMITED BY SIZE
                  TRIP-NAME DELIMITED BY SIZE
                  WS-CUR-TRIP-ID DELIMITED BY SIZE
               INTO CHARGEBACK-OUT-LINE
           END-STRING
           WRITE CHARGEBACK-OUT-LINE

           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > CAT-COUNT
               PERFORM WRITE-CHARGEBACK-CATEGORY
               ADD 1 TO WS-CAT-IDX
           END-PERFORM

           MOVE WS-CHG-DEBIT-TOTAL TO WS-CHG-DEBIT-EDIT
           MOVE WS-CHG-CREDIT-TOTAL TO WS-CHG-CREDIT-EDIT
           MOVE SPACES TO CHARGEBACK-OUT-LINE
           STRING "JT" DELIMITED BY SIZE
                  WS-CHG-LINE-COUNT DELIMITED BY SIZE
                  WS-CHG-DEBIT-EDIT DELIMITED BY SIZE
                  WS-CHG-CREDIT-EDIT DELIMITED BY SIZE
               INTO CHARGEBACK-OUT-LINE
           END-STRING
           WRITE CHARGEBACK-OUT-LINE

           CLOSE CHARGEBACK-OUT-FILE

           IF WS-CHG-NET NOT = TOTAL-AMOUNT
               MOVE WS-CHG-NET TO WS-CHG-DISPLAY-AMT
               DISPLAY "WARN: chargeback journal does not balance to the "
                       "trip total -> charged $"
                       FUNCTION TRIM(WS-CHG-DISPLAY-AMT)
           END-IF
           DISPLAY " ".
           DISPLAY "Wrote chargeback journal -> " FUNCTION TRIM(WS-CHGOUT-FILE).

      *> One category's department debits and the credit that clears
      *> them from the category's GL account.
       WRITE-CHARGEBACK-CATEGORY.
           MOVE 0 TO WS-GL-FOUND-IDX
           MOVE 1 TO WS-GL-IDX
           PERFORM UNTIL WS-GL-IDX > GL-COUNT OR WS-GL-FOUND-IDX > 0
               IF FUNCTION TRIM(GL-CAT-NAME(WS-GL-IDX))
                  = FUNCTION TRIM(CAT-NAME(WS-CAT-IDX))
                   MOVE WS-GL-IDX TO WS-GL-FOUND-IDX
               END-IF
               ADD 1 TO WS-GL-IDX
           END-PERFORM
           IF WS-GL-FOUND-IDX > 0
               MOVE GL-ACCOUNT(WS-GL-FOUND-IDX) TO WS-GL-ACCT-TEXT
           ELSE
               MOVE GL-SUSPENSE-ACCOUNT TO WS-GL-ACCT-TEXT
           END-IF

           MOVE 0 TO WS-ALLOC-CAT-TOTAL
           MOVE 1 TO WS-ALLOCSHR-IDX
           PERFORM UNTIL WS-ALLOCSHR-IDX > ALLOCSHR-COUNT
               IF ALLOCSHR-CAT-NAME(WS-ALLOCSHR-IDX) = CAT-NAME(WS-CAT-IDX)
                  AND ALLOCSHR-AMOUNT(WS-ALLOCSHR-IDX) NOT = 0
                   MOVE "D" TO WS-CHG-SIDE
                   MOVE ALLOCSHR-DEPT(WS-ALLOCSHR-IDX) TO WS-CHG-POST-DEPT
                   MOVE ALLOCSHR-AMOUNT(WS-ALLOCSHR-IDX) TO WS-CHG-POST-AMT
                   PERFORM WRITE-CHARGEBACK-LINE
                   ADD ALLOCSHR-AMOUNT(WS-ALLOCSHR-IDX) TO WS-ALLOC-CAT-TOTAL
               END-IF
               ADD 1 TO WS-ALLOCSHR-IDX
           END-PERFORM

           IF WS-ALLOC-CAT-TOTAL NOT = 0
               MOVE "C" TO WS-CHG-SIDE
               MOVE SPACES TO WS-CHG-POST-DEPT
               MOVE WS-ALLOC-CAT-TOTAL TO WS-CHG-POST-AMT
               PERFORM WRITE-CHARGEBACK-LINE
           END-IF

           ADD WS-ALLOC-CAT-TOTAL TO WS-CHG-NET.

      *> A negative amount goes out as a positive one on the other
      *> side.
       WRITE-CHARGEBACK-LINE.
           IF WS-CHG-POST-AMT < 0
               IF WS-CHG-SIDE = "D"
                   MOVE "C" TO WS-CHG-SIDE
               ELSE
                   MOVE "D" TO WS-CHG-SIDE
               END-IF
               COMPUTE WS-CHG-AMOUNT-EDIT = 0 - WS-CHG-POST-AMT
           ELSE
               MOVE WS-CHG-POST-AMT TO WS-CHG-AMOUNT-EDIT
           END-IF

           IF WS-CHG-SIDE = "D"
               ADD WS-CHG-AMOUNT-EDIT TO WS-CHG-DEBIT-TOTAL
           ELSE
               ADD WS-CHG-AMOUNT-EDIT TO WS-CHG-CREDIT-TOTAL
           END-IF

           MOVE SPACES TO CHARGEBACK-OUT-LINE
           STRING "J" DELIMITED BY SIZE
                  WS-CHG-SIDE DELIMITED BY SIZE
                  WS-CHG-POST-DEPT DELIMITED BY SIZE
                  WS-GL-ACCT-TEXT DELIMITED BY SIZE
                  WS-CHG-AMOUNT-EDIT DELIMITED BY SIZE
                  CAT-NAME(WS-CAT-IDX) DELIMITED BY SIZE
               INTO CHARGEBACK-OUT-LINE
           END-STRING
           WRITE CHARGEBACK-OUT-LINE
           ADD 1 TO WS-CHG-LINE-COUNT.

      *> ------------------------------------------------------------
      *> PRINT-TAXABLE-REIMB-REPORT
      *> Each rider's mileage and per-diem paid this trip, split into
      *> the non-taxable portion and the taxable excess going to
      *> payroll, for the payroll team to check the feed against.
      *> ------------------------------------------------------------
       PRINT-TAXABLE-REIMB-REPORT.
           DISPLAY " ".
           DISPLAY "Taxable mileage/per-diem reimbursement:".
           DISPLAY "-------------------------------".

           MOVE 0 TO WS-TXR-RIDER-COUNT
           MOVE 0 TO WS-TXR-EXCESS-TOTAL
           IF MULTI-RIDER-MODE
               OPEN INPUT RIDER-SUM-FILE
               IF WS-RIDERSUM-STATUS NOT = "00"
                   DISPLAY "WARN: could not open work file -> "
                           FUNCTION TRIM(WS-RIDERSUM-FILE)
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-WORK-EOF-SW
               PERFORM UNTIL WORK-EOF
                   READ RIDER-SUM-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM STAGE-TAXABLE-FROM-RSUM
                           PERFORM PRINT-ONE-TAXABLE-RIDER
                   END-READ
               END-PERFORM
               CLOSE RIDER-SUM-FILE
           ELSE
               PERFORM STAGE-TAXABLE-FROM-TRIP
               PERFORM PRINT-ONE-TAXABLE-RIDER
           END-IF

           IF WS-TXR-RIDER-COUNT = 0
               DISPLAY "(No mileage or per-diem paid)"
           END-IF
           DISPLAY "-------------------------------".
           MOVE WS-TXR-EXCESS-TOTAL TO WS-TXR-DISPLAY-EXCESS
           DISPLAY "Taxable excess total: $" WS-TXR-DISPLAY-EXCESS.

      *> One rider's figures into WS-TXR-*, from the rider's
      *> RIDER-SUM-FILE record or, on a single-file run, the trip.
       STAGE-TAXABLE-FROM-RSUM.
           MOVE RSUM-NAME        TO WS-TXR-NAME
           MOVE RSUM-COST-CTR    TO WS-TXR-COST-CTR
           MOVE RSUM-MILE-PAID   TO WS-TXR-MILE-PAID
           MOVE RSUM-MILE-EXCESS TO WS-TXR-MILE-EXCESS
           MOVE RSUM-PDM-PAID    TO WS-TXR-PDM-PAID
           MOVE RSUM-PDM-EXCESS  TO WS-TXR-PDM-EXCESS
           COMPUTE WS-TXR-TOTAL-EXCESS =
                   WS-TXR-MILE-EXCESS + WS-TXR-PDM-EXCESS.

       STAGE-TAXABLE-FROM-TRIP.
           MOVE RIDER-NAME          TO WS-TXR-NAME
           MOVE WS-CUR-COST-CTR     TO WS-TXR-COST-CTR
           MOVE TAXABLE-MILE-PAID   TO WS-TXR-MILE-PAID
           MOVE TAXABLE-MILE-EXCESS TO WS-TXR-MILE-EXCESS
           MOVE TAXABLE-PDM-PAID    TO WS-TXR-PDM-PAID
           MOVE TAXABLE-PDM-EXCESS  TO WS-TXR-PDM-EXCESS
           COMPUTE WS-TXR-TOTAL-EXCESS =
                   WS-TXR-MILE-EXCESS + WS-TXR-PDM-EXCESS.

      *> A rider paid no mileage or per-diem is left off the report.
       PRINT-ONE-TAXABLE-RIDER.
           IF WS-TXR-MILE-PAID = 0 AND WS-TXR-PDM-PAID = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXR-RIDER-COUNT
           ADD WS-TXR-TOTAL-EXCESS TO WS-TXR-EXCESS-TOTAL

           DISPLAY FUNCTION TRIM(WS-TXR-NAME) ":"
           IF WS-TXR-MILE-PAID NOT = 0
               COMPUTE WS-TXR-NONTAX =
                       WS-TXR-MILE-PAID - WS-TXR-MILE-EXCESS
               MOVE WS-TXR-MILE-PAID   TO WS-TXR-DISPLAY-PAID
               MOVE WS-TXR-NONTAX      TO WS-TXR-DISPLAY-NONTAX
               MOVE WS-TXR-MILE-EXCESS TO WS-TXR-DISPLAY-EXCESS
               DISPLAY "    Mileage : paid $" WS-TXR-DISPLAY-PAID
                       "  non-taxable $" WS-TXR-DISPLAY-NONTAX
                       "  taxable $" WS-TXR-DISPLAY-EXCESS
           END-IF
           IF WS-TXR-PDM-PAID NOT = 0
               COMPUTE WS-TXR-NONTAX =
                       WS-TXR-PDM-PAID - WS-TXR-PDM-EXCESS
               MOVE WS-TXR-PDM-PAID   TO WS-TXR-DISPLAY-PAID
               MOVE WS-TXR-NONTAX     TO WS-TXR-DISPLAY-NONTAX
               MOVE WS-TXR-PDM-EXCESS TO WS-TXR-DISPLAY-EXCESS
               DISPLAY "    Per diem: paid $" WS-TXR-DISPLAY-PAID
                       "  non-taxable $" WS-TXR-DISPLAY-NONTAX
                       "  taxable $" WS-TXR-DISPLAY-EXCESS
           END-IF.

      *> ------------------------------------------------------------
      *> WRITE-PAYROLL-FEED
      *> Fixed-format payroll interface batch in the same header/
      *> detail/trailer style as the PAY extract: "WH" header, one
      *> "WD" per rider with a taxable excess, and a "WT" trailer
      *> with the record count and control total.  Written to the
      *> -OUT file name with a ".PRL" suffix when -OUT was given,
      *> otherwise to "payroll_taxable.txt" (numbered per trip in a
      *> portfolio batch).
      *> ------------------------------------------------------------
       WRITE-PAYROLL-FEED.
           IF OUTPUT-ENABLED
               MOVE SPACES TO WS-PRLOUT-FILE
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) ".PRL"
                   DELIMITED BY SIZE INTO WS-PRLOUT-FILE
           ELSE
               IF PORTFOLIO-ENABLED
                   MOVE SPACES TO WS-PRLOUT-FILE
                   STRING "payroll_taxable_" DELIMITED BY SIZE
                          WS-TRIP-SEQ-TEXT DELIMITED BY SPACE
                          ".txt" DELIMITED BY SIZE
                       INTO WS-PRLOUT-FILE
                   END-STRING
               ELSE
                   MOVE "payroll_taxable.txt" TO WS-PRLOUT-FILE
               END-IF
           END-IF

           OPEN OUTPUT PAYROLL-OUT-FILE
           IF WS-PRLOUT-STATUS NOT = "00"
               DISPLAY "WARN: could not open payroll feed file -> "
                       FUNCTION TRIM(WS-PRLOUT-FILE)
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-PRL-RUN-DATE FROM DATE YYYYMMDD

           MOVE 0 TO WS-PRL-LINE-COUNT
           MOVE 0 TO WS-PRL-CONTROL-TOTAL

           *> Strictly columnar, like the PAY extract.
           MOVE SPACES TO PAYROLL-OUT-LINE
           STRING "WH" DELIMITED BY SIZE
                  WS-PRL-RUN-DATE DELIMITED BY SIZE
                  TRIP-NAME DELIMITED BY SIZE
                  WS-CUR-TRIP-ID DELIMITED BY SIZE
               INTO PAYROLL-OUT-LINE
           END-STRING
           WRITE PAYROLL-OUT-LINE

           IF MULTI-RIDER-MODE
               OPEN INPUT RIDER-SUM-FILE
               IF WS-RIDERSUM-STATUS NOT = "00"
                   DISPLAY "WARN: could not open work file -> "
                           FUNCTION TRIM(WS-RIDERSUM-FILE)
                   CLOSE PAYROLL-OUT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-WORK-EOF-SW
               PERFORM UNTIL WORK-EOF
                   READ RIDER-SUM-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM STAGE-TAXABLE-FROM-RSUM
                           PERFORM WRITE-PAYROLL-DETAIL-LINE
                   END-READ
               END-PERFORM
               CLOSE RIDER-SUM-FILE
           ELSE
               PERFORM STAGE-TAXABLE-FROM-TRIP
               PERFORM WRITE-PAYROLL-DETAIL-LINE
           END-IF

           MOVE WS-PRL-CONTROL-TOTAL TO WS-PRL-CONTROL-EDIT
           MOVE SPACES TO PAYROLL-OUT-LINE
           STRING "WT" DELIMITED BY SIZE
                  WS-PRL-LINE-COUNT DELIMITED BY SIZE
                  WS-PRL-CONTROL-EDIT DELIMITED BY SIZE
               INTO PAYROLL-OUT-LINE
           END-STRING
           WRITE PAYROLL-OUT-LINE

           CLOSE PAYROLL-OUT-FILE
           DISPLAY " ".
           DISPLAY "Wrote payroll taxable-reimbursement feed -> "
                   FUNCTION TRIM(WS-PRLOUT-FILE).

      *> A rider with no taxable excess has nothing to report to
      *> payroll and gets no record.
       WRITE-PAYROLL-DETAIL-LINE.
           IF WS-TXR-TOTAL-EXCESS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TXR-MILE-EXCESS  TO WS-PRL-MILE-EDIT
           MOVE WS-TXR-PDM-EXCESS   TO WS-PRL-PDM-EDIT
           MOVE WS-TXR-TOTAL-EXCESS TO WS-PRL-TOTAL-EDIT
           MOVE SPACES TO PAYROLL-OUT-LINE
           STRING "WD" DELIMITED BY SIZE
                  WS-TXR-NAME DELIMITED BY SIZE
                  WS-TXR-COST-CTR DELIMITED BY SIZE
                  WS-PRL-MILE-EDIT DELIMITED BY SIZE
                  WS-PRL-PDM-EDIT DELIMITED BY SIZE
                  WS-PRL-TOTAL-EDIT DELIMITED BY SIZE
               INTO PAYROLL-OUT-LINE
           END-STRING
           WRITE PAYROLL-OUT-LINE

           ADD 1 TO WS-PRL-LINE-COUNT
           ADD WS-TXR-TOTAL-EXCESS TO WS-PRL-CONTROL-TOTAL.

      *> ------------------------------------------------------------
      *> Month-end accrual support.
      *> ------------------------------------------------------------
      *> The -ACCRUE period end must be a real YYYY-MM-DD date; the
      *> auto-reversal is dated the day after it.
       CHECK-ACCRUAL-PERIOD-END.
           MOVE WS-ACCR-PERIOD-END TO WS-DATE-TEXT
           PERFORM VALIDATE-DATE
           IF DATE-OK
               COMPUTE WS-ACCR-PE-NUM =
                       FUNCTION NUMVAL(WS-ACCR-PERIOD-END(1:4)) * 10000
                       + FUNCTION NUMVAL(WS-ACCR-PERIOD-END(6:2)) * 100
                       + FUNCTION NUMVAL(WS-ACCR-PERIOD-END(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ACCR-PE-NUM) NOT = 0
                   SET DATE-BAD TO TRUE
               END-IF
           END-IF
           IF NOT DATE-OK
               DISPLAY "ERROR: -ACCRUE period end is not a valid"
                       " YYYY-MM-DD date -> "
                       FUNCTION TRIM(WS-ACCR-PERIOD-END)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-ACCR-PERIOD-END TO WS-TL-DATE-ISO
           PERFORM TIMELINE-ISO-TO-INTEGER
           MOVE WS-TL-DAY-INT TO WS-ACCR-PE-INT
           ADD 1 TO WS-TL-DAY-INT
           PERFORM TIMELINE-INTEGER-TO-ISO
           MOVE WS-TL-DATE-ISO TO WS-ACCR-REVERSAL-DATE
           MOVE WS-TL-DATE-NUM TO WS-ACCR-REV-NUM.

       OPEN-ACCRUAL-FILE.
           OPEN OUTPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS NOT = "00"
               DISPLAY "ERROR: could not open accrual journal -> "
                       FUNCTION TRIM(WS-ACCRUAL-FILE)
                       " (status " WS-ACCRUAL-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ACCRUAL-OPEN TO TRUE.

      *> ------------------------------------------------------------
      *> WRITE-ACCRUAL-BATCH
      *> The current trip's accrual to the period end - accepted
      *> lines dated up to it plus the forecast for the days not yet
      *> submitted - and its reversal, as two balanced batches on
      *> the accrual journal.
      *> ------------------------------------------------------------
       WRITE-ACCRUAL-BATCH.
           MOVE 0 TO WS-ACCR-ACCEPTED
           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > CAT-COUNT
               ADD CAT-ACCR-SUM(WS-CAT-IDX) TO WS-ACCR-ACCEPTED
               ADD 1 TO WS-CAT-IDX
           END-PERFORM

           PERFORM COMPUTE-ACCRUAL-FORECAST
           COMPUTE WS-ACCR-TOTAL = WS-ACCR-ACCEPTED + WS-ACCR-FORECAST

           MOVE "A" TO WS-ACCR-PREFIX
           PERFORM WRITE-ACCRUAL-JOURNAL
           MOVE "R" TO WS-ACCR-PREFIX
           PERFORM WRITE-ACCRUAL-JOURNAL

           ADD 1 TO WS-ACCR-BATCH-COUNT
           ADD WS-ACCR-TOTAL TO WS-ACCR-RUN-TOTAL

           DISPLAY " ".
           DISPLAY "Month-end accrual to " WS-ACCR-PERIOD-END ":".
           DISPLAY "-------------------------------".
           MOVE WS-ACCR-ACCEPTED TO WS-ACCR-DISPLAY-AMT
           DISPLAY "Accepted lines     : $" WS-ACCR-DISPLAY-AMT.
           MOVE WS-ACCR-FORECAST TO WS-ACCR-DISPLAY-AMT
           DISPLAY "Unsubmitted days   : " WS-ACCR-UNSUB-DAYS
                   " forecast $" FUNCTION TRIM(WS-ACCR-DISPLAY-AMT).
           MOVE WS-ACCR-TOTAL TO WS-ACCR-DISPLAY-AMT
           DISPLAY "Accrued            : $" WS-ACCR-DISPLAY-AMT
                   " (reverses " WS-ACCR-REVERSAL-DATE ")".
           DISPLAY "-------------------------------".

      *> Forecast for the trip days from the day after the last
      *> submitted line through the earlier of the trip end and the
      *> period end, at the average daily burn of the lines accrued
      *> so far.  Before anything has been submitted the budget's
      *> straight-line pace stands in for the burn.
       COMPUTE-ACCRUAL-FORECAST.
           MOVE 0 TO WS-ACCR-FORECAST
           MOVE 0 TO WS-ACCR-UNSUB-DAYS

           MOVE WS-CUR-TRIP-START TO WS-ACCR-START-DATE
           MOVE WS-CUR-TRIP-END TO WS-ACCR-END-DATE
           IF WS-ACCR-START-DATE = SPACES
               MOVE WS-TRIP-START TO WS-ACCR-START-DATE
           END-IF
           IF WS-ACCR-END-DATE = SPACES
               MOVE WS-TRIP-END TO WS-ACCR-END-DATE
           END-IF
           IF WS-ACCR-START-DATE = SPACES OR WS-ACCR-END-DATE = SPACES
               DISPLAY "WARN: no trip dates for "
                       FUNCTION TRIM(TRIP-NAME)
                       " - accepted lines accrued, no forecast"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCR-START-DATE TO WS-TL-DATE-ISO
           PERFORM TIMELINE-ISO-TO-INTEGER
           MOVE WS-TL-DAY-INT TO WS-ACCR-START-INT
           MOVE WS-ACCR-END-DATE TO WS-TL-DATE-ISO
           PERFORM TIMELINE-ISO-TO-INTEGER
           MOVE WS-TL-DAY-INT TO WS-ACCR-TRIP-END-INT

           IF WS-ACCR-TRIP-END-INT < WS-ACCR-PE-INT
               MOVE WS-ACCR-TRIP-END-INT TO WS-ACCR-END-INT
           ELSE
               MOVE WS-ACCR-PE-INT TO WS-ACCR-END-INT
           END-IF
           IF WS-ACCR-END-INT < WS-ACCR-START-INT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ACCR-LAST-INT = WS-ACCR-START-INT - 1
           IF WS-ACCR-LAST-DATE NOT = SPACES
               MOVE WS-ACCR-LAST-DATE TO WS-TL-DATE-ISO
               PERFORM TIMELINE-ISO-TO-INTEGER
               IF WS-TL-DAY-INT > WS-ACCR-LAST-INT
                   MOVE WS-TL-DAY-INT TO WS-ACCR-LAST-INT
               END-IF
           END-IF

           COMPUTE WS-ACCR-UNSUB-DAYS =
                   WS-ACCR-END-INT - WS-ACCR-LAST-INT
           IF WS-ACCR-UNSUB-DAYS <= 0
               MOVE 0 TO WS-ACCR-UNSUB-DAYS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ACCR-ELAPSED =
                   WS-ACCR-LAST-INT - WS-ACCR-START-INT + 1
           IF WS-ACCR-ELAPSED > 0
               COMPUTE WS-ACCR-BURN ROUNDED =
                       WS-ACCR-ACCEPTED / WS-ACCR-ELAPSED
           ELSE
               MOVE 0 TO WS-ACCR-BUDGET-TOTAL
               MOVE 1 TO WS-BUDGET-IDX
               PERFORM UNTIL WS-BUDGET-IDX > BUDGET-COUNT
                   ADD BUDGET-PLANNED(WS-BUDGET-IDX)
                       TO WS-ACCR-BUDGET-TOTAL
                   ADD 1 TO WS-BUDGET-IDX
               END-PERFORM
               COMPUTE WS-ACCR-TRIP-DAYS =
                       WS-ACCR-TRIP-END-INT - WS-ACCR-START-INT + 1
               COMPUTE WS-ACCR-BURN ROUNDED =
                       WS-ACCR-BUDGET-TOTAL / WS-ACCR-TRIP-DAYS
           END-IF
           IF WS-ACCR-BURN < 0
               MOVE 0 TO WS-ACCR-BURN
           END-IF

           COMPUTE WS-ACCR-FORECAST ROUNDED =
                   WS-ACCR-BURN * WS-ACCR-UNSUB-DAYS.

      *> One batch of the journal - the accrual when WS-ACCR-PREFIX
      *> is "A", its reversal when "R".  Amounts are handed to
      *> WRITE-ACCRUAL-LINE as accrual-side debits; the reversal
      *> flips them there.
       WRITE-ACCRUAL-JOURNAL.
           MOVE 0 TO WS-ACCR-LINE-COUNT

           MOVE SPACES TO ACCRUAL-LINE
           IF WS-ACCR-PREFIX = "A"
               STRING "AH" DELIMITED BY SIZE
                      WS-ACCR-PE-NUM DELIMITED BY SIZE
                      TRIP-NAME DELIMITED BY SIZE
                      "Y" DELIMITED BY SIZE
                      WS-ACCR-REV-NUM DELIMITED BY SIZE
                   INTO ACCRUAL-LINE
               END-STRING
           ELSE
               STRING "RH" DELIMITED BY SIZE
                      WS-ACCR-REV-NUM DELIMITED BY SIZE
                      TRIP-NAME DELIMITED BY SIZE
                      "R" DELIMITED BY SIZE
                      WS-ACCR-PE-NUM DELIMITED BY SIZE
                   INTO ACCRUAL-LINE
               END-STRING
           END-IF
           WRITE ACCRUAL-LINE

           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > CAT-COUNT
               IF CAT-ACCR-SUM(WS-CAT-IDX) NOT = 0
                   PERFORM LOOKUP-ACCRUAL-ACCOUNT
                   MOVE CAT-NAME(WS-CAT-IDX) TO WS-ACCR-POST-NAME
                   MOVE CAT-ACCR-SUM(WS-CAT-IDX) TO WS-ACCR-POST-AMT
                   PERFORM WRITE-ACCRUAL-LINE
               END-IF
               ADD 1 TO WS-CAT-IDX
           END-PERFORM

           MOVE GL-SUSPENSE-ACCOUNT TO WS-ACCR-POST-ACCT
           MOVE ACCRUAL-FORECAST-NAME TO WS-ACCR-POST-NAME
           MOVE WS-ACCR-FORECAST TO WS-ACCR-POST-AMT
           PERFORM WRITE-ACCRUAL-LINE

           MOVE ACCRUAL-LIAB-ACCOUNT TO WS-ACCR-POST-ACCT
           MOVE ACCRUAL-LIAB-NAME TO WS-ACCR-POST-NAME
           COMPUTE WS-ACCR-POST-AMT = 0 - WS-ACCR-TOTAL
           PERFORM WRITE-ACCRUAL-LINE

           IF WS-ACCR-PREFIX = "A"
               MOVE WS-ACCR-TOTAL TO WS-ACCR-CONTROL-EDIT
           ELSE
               COMPUTE WS-ACCR-CONTROL-EDIT = 0 - WS-ACCR-TOTAL
           END-IF
           MOVE SPACES TO ACCRUAL-LINE
           STRING WS-ACCR-PREFIX DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-ACCR-LINE-COUNT DELIMITED BY SIZE
                  WS-ACCR-CONTROL-EDIT DELIMITED BY SIZE
               INTO ACCRUAL-LINE
           END-STRING
           WRITE ACCRUAL-LINE.

      *> The category's GL account, or suspense when unmapped.
       LOOKUP-ACCRUAL-ACCOUNT.
           MOVE 0 TO WS-GL-FOUND-IDX
           MOVE 1 TO WS-GL-IDX
           PERFORM UNTIL WS-GL-IDX > GL-COUNT OR WS-GL-FOUND-IDX > 0
               IF FUNCTION TRIM(GL-CAT-NAME(WS-GL-IDX))
                  = FUNCTION TRIM(CAT-NAME(WS-CAT-IDX))
                   MOVE WS-GL-IDX TO WS-GL-FOUND-IDX
               END-IF
               ADD 1 TO WS-GL-IDX
           END-PERFORM

           IF WS-GL-FOUND-IDX > 0
               MOVE GL-ACCOUNT(WS-GL-FOUND-IDX) TO WS-ACCR-POST-ACCT
           ELSE
               MOVE GL-SUSPENSE-ACCOUNT TO WS-ACCR-POST-ACCT
           END-IF.

      *> Writes one detail line - a debit when the (accrual-side)
      *> amount is positive, a credit when negative, both sides
      *> swapped on the reversal; a zero amount writes nothing.
       WRITE-ACCRUAL-LINE.
           IF WS-ACCR-POST-AMT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCR-PREFIX = "R"
               COMPUTE WS-ACCR-POST-AMT = 0 - WS-ACCR-POST-AMT
           END-IF
           IF WS-ACCR-POST-AMT > 0
               MOVE "D" TO WS-ACCR-SIDE
               MOVE WS-ACCR-POST-AMT TO WS-ACCR-AMOUNT-EDIT
           ELSE
               MOVE "C" TO WS-ACCR-SIDE
               COMPUTE WS-ACCR-AMOUNT-EDIT = 0 - WS-ACCR-POST-AMT
           END-IF

           MOVE SPACES TO ACCRUAL-LINE
           STRING WS-ACCR-PREFIX DELIMITED BY SIZE
                  WS-ACCR-SIDE DELIMITED BY SIZE
                  WS-ACCR-POST-ACCT DELIMITED BY SIZE
                  WS-ACCR-AMOUNT-EDIT DELIMITED BY SIZE
                  WS-ACCR-POST-NAME DELIMITED BY SIZE
               INTO ACCRUAL-LINE
           END-STRING
           WRITE ACCRUAL-LINE
           ADD 1 TO WS-ACCR-LINE-COUNT.

      *> ------------------------------------------------------------
      *> LOAD-PAYREF-FILE - "Rider,PayeeId" lines, sorted by rider
      *> into PAYREF-WORK-FILE.  File order is kept within a rider,
      *> so the first payee reference listed for a rider is used.
      *> ------------------------------------------------------------
       LOAD-PAYREF-FILE.
           SORT REF-SORT-FILE
               ON ASCENDING KEY REFS-RIDER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-PAYREF-ENTRIES
               GIVING PAYREF-WORK-FILE.

       RELEASE-PAYREF-ENTRIES.
           OPEN INPUT PAYREF-FILE
           IF WS-PAYREF-STATUS NOT = "00"
               DISPLAY "WARN: could not open payee mapping file -> "
                       FUNCTION TRIM(WS-PAYREF-FILE)
               EXIT PARAGRAPH
           END-IF

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ PAYREF-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-PAYREF-ENTRY
               END-READ
           END-PERFORM
           CLOSE PAYREF-FILE
           SET NOT-EOF TO TRUE.

       ADD-PAYREF-ENTRY.
           IF FUNCTION LENGTH(FUNCTION TRIM(PAYREF-LINE)) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PAYREF-RIDER-TEXT
           MOVE SPACES TO WS-PAYREF-ID-TEXT
           UNSTRING PAYREF-LINE DELIMITED BY ","
               INTO WS-PAYREF-RIDER-TEXT WS-PAYREF-ID-TEXT
           END-UNSTRING

           ADD 1 TO PAYREF-COUNT
           MOVE FUNCTION TRIM(WS-PAYREF-RIDER-TEXT) TO REFS-RIDER
           MOVE FUNCTION TRIM(WS-PAYREF-ID-TEXT) TO REFS-VALUE
           RELEASE REFS-RECORD.

      *> ------------------------------------------------------------
      *> WRITE-PAY-EXTRACT
      *> Fixed-format payment batch in the same header/detail/trailer
      *> style as the GL extract: "PH" header, one "PD" detail per
      *> rider with a nonzero final net reimbursement (expenses minus
      *> advance, plus fronted minus owed from the shared-expense
      *> settle-up, and carrying the rider's cost center from the rider
      *> master when one is in use), and a "PT" trailer carrying the
      *> record count and control total.  Written to the -OUT file name with a ".PAY"
      *> suffix when -OUT was given, otherwise to "pay_extract.txt"
      *> (numbered per trip in a portfolio batch).
      *> ------------------------------------------------------------
       WRITE-PAY-EXTRACT.
           IF OUTPUT-ENABLED
               MOVE SPACES TO WS-PAYOUT-FILE
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) ".PAY"
                   DELIMITED BY SIZE INTO WS-PAYOUT-FILE
           ELSE
               IF PORTFOLIO-ENABLED
                   MOVE SPACES TO WS-PAYOUT-FILE
                   STRING "pay_extract_" DELIMITED BY SIZE
                          WS-TRIP-SEQ-TEXT DELIMITED BY SPACE
                          ".txt" DELIMITED BY SIZE
                       INTO WS-PAYOUT-FILE
                   END-STRING
               ELSE
                   MOVE "pay_extract.txt" TO WS-PAYOUT-FILE
               END-IF
           END-IF

           OPEN OUTPUT PAY-OUT-FILE
           IF WS-PAYOUT-STATUS NOT = "00"
               DISPLAY "WARN: could not open payment extract file -> "
                       FUNCTION TRIM(WS-PAYOUT-FILE)
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-PAY-RUN-DATE FROM DATE YYYYMMDD

           MOVE 0 TO WS-PAY-LINE-COUNT
           MOVE 0 TO WS-PAY-CONTROL-TOTAL

           *> Strictly columnar, like the GL batch - every field at
           *> its full PIC width, never trimmed.
           MOVE SPACES TO PAY-OUT-LINE
           STRING "PH" DELIMITED BY SIZE
                  WS-PAY-RUN-DATE DELIMITED BY SIZE
                  TRIP-NAME DELIMITED BY SIZE
               INTO PAY-OUT-LINE
           END-STRING
           WRITE PAY-OUT-LINE

           IF MULTI-RIDER-MODE
               OPEN INPUT RIDER-SUM-FILE
               IF WS-RIDERSUM-STATUS NOT = "00"
                   DISPLAY "WARN: could not open work file -> "
                           FUNCTION TRIM(WS-RIDERSUM-FILE)
                   CLOSE PAY-OUT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-WORK-EOF-SW
               PERFORM UNTIL WORK-EOF
                   READ RIDER-SUM-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM COMPUTE-RIDER-NET
                           MOVE RSUM-NAME TO WS-PAY-RIDER-NAME
                           MOVE RSUM-COST-CTR TO WS-PAY-COST-CTR
                           COMPUTE WS-PAY-NET =
                                   RSUM-TOTAL + WS-RIDER-NET
                           MOVE RSUM-ADVANCE-SW TO WS-ADVANCE-FOUND-SW
                           MOVE RSUM-ADVANCE TO WS-ADVANCE-FOUND-AMT
                           MOVE RSUM-PAYREF-SW TO WS-PAYREF-FOUND-SW
                           MOVE RSUM-PAYEE-ID TO WS-PAYREF-ID-TEXT
                           PERFORM SUBTRACT-ADVANCE-FROM-PAY-NET
                           PERFORM WRITE-PAY-DETAIL-LINE
                   END-READ
               END-PERFORM
               CLOSE RIDER-SUM-FILE
           ELSE
               MOVE RIDER-NAME TO WS-PAY-RIDER-NAME
               MOVE WS-CUR-COST-CTR TO WS-PAY-COST-CTR
               MOVE TOTAL-AMOUNT TO WS-PAY-NET
               MOVE RIDER-NAME TO WS-ADVANCE-CHECK-NAME
               PERFORM OPEN-RIDER-REFERENCES
               PERFORM FIND-RIDER-ADVANCE
               PERFORM FIND-RIDER-PAYREF
               PERFORM CLOSE-RIDER-REFERENCES
               PERFORM SUBTRACT-ADVANCE-FROM-PAY-NET
               PERFORM WRITE-PAY-DETAIL-LINE
           END-IF

           MOVE WS-PAY-CONTROL-TOTAL TO WS-PAY-CONTROL-EDIT
           MOVE SPACES TO PAY-OUT-LINE
           STRING "PT" DELIMITED BY SIZE
                  WS-PAY-LINE-COUNT DELIMITED BY SIZE
                  WS-PAY-CONTROL-EDIT DELIMITED BY SIZE
               INTO PAY-OUT-LINE
           END-STRING
           WRITE PAY-OUT-LINE

           CLOSE PAY-OUT-FILE
           DISPLAY " ".
           DISPLAY "Wrote payment extract -> "
                   FUNCTION TRIM(WS-PAYOUT-FILE).

      *> Nets the rider's travel advance (when one is on file, per
      *> ADVANCE-FOUND / WS-ADVANCE-FOUND-AMT) out of WS-PAY-NET.
       SUBTRACT-ADVANCE-FROM-PAY-NET.
           IF ADVANCE-FOUND
               SUBTRACT WS-ADVANCE-FOUND-AMT FROM WS-PAY-NET
           END-IF.

      *> Writes the "PD" detail under the rider's bank payee
      *> reference, as found into PAYREF-FOUND / WS-PAYREF-ID-TEXT by
      *> the caller (UNMAPPED if none on file, so the portal flags it
      *> rather than the payment dropping off the batch).  A rider
      *> whose net comes to exactly zero needs no payment and gets no
      *> record.
       WRITE-PAY-DETAIL-LINE.
           IF WS-PAY-NET = 0
               EXIT PARAGRAPH
           END-IF

           IF NOT PAYREF-FOUND
               MOVE PAY-UNMAPPED-PAYEE TO WS-PAYREF-ID-TEXT
               DISPLAY "WARN: no bank payee reference mapped for "
                       "rider -> " FUNCTION TRIM(WS-PAY-RIDER-NAME)
                  WS-PAYREF-ID-TEXT DELIMITED BY SIZE
                  WS-PAY-AMOUNT-EDIT DELIMITED BY SIZE
                  WS-PAY-RIDER-NAME DELIMITED BY SIZE
                  WS-PAY-COST-CTR DELIMITED BY SIZE
               INTO PAY-OUT-LINE
           END-STRING
           WRITE PAY-OUT-LINE
               END-IF
           END-IF

           IF WS-MASTER-STATUS = "00"
               SET MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WARN: could not open expense master -> "
                       FUNCTION TRIM(WS-MASTER-FILE)
                       " (status " WS-MASTER-STATUS
                       ") - postings skipped"
           END-IF.

      *> ------------------------------------------------------------
      *> OPEN-RIDER-MASTER
      *> The rider master is reference data here - read only.  A run
      *> asked to validate riders against it cannot go on without it.
      *> ------------------------------------------------------------
       OPEN-RIDER-MASTER.
           OPEN INPUT RIDER-MASTER-FILE
           IF WS-RIDERMAST-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open rider master -> "
                       FUNCTION TRIM(WS-RIDERMAST-FILE)
                       " (status " WS-RIDERMAST-STATUS ")"
               IF MASTER-OPEN
                   CLOSE MASTER-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET RIDERMAST-OPEN TO TRUE.

      *> ------------------------------------------------------------
      *> OPEN-TRIP-REGISTRY
      *> Read only here; TRIPMAINT owns the registry.  A run asked to
      *> respect trip status cannot go on without it.
      *> ------------------------------------------------------------
       OPEN-TRIP-REGISTRY.
           OPEN INPUT TRIP-REG-FILE
           IF WS-TRIPREG-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open trip registry -> "
                       FUNCTION TRIM(WS-TRIPREG-FILE)
                       " (status " WS-TRIPREG-STATUS ")"
               IF MASTER-OPEN
                   CLOSE MASTER-FILE
               END-IF
               IF RIDERMAST-OPEN
                   CLOSE RIDER-MASTER-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET TRIPREG-OPEN TO TRUE.

      *> ------------------------------------------------------------
      *> CHECK-TRIP-REGISTRY
      *> Looks up WS-CUR-TRIP-ID and sets TRIP-REFUSED when the run
      *> may not go ahead: no id, an id not on file (TRIPUNKNOWN), or
      *> a trip no longer OPEN (TRIPCLOSED) without -OVERRIDE.  A
      *> trip that may run takes its name from the registry, so the
      *> extract headers carry the name the close-out checks for.
      *> The registry's trip dates are kept for the accrual forecast;
      *> in an accrual batch a trip no longer OPEN sets TRIP-NOT-OPEN
      *> instead of being refused.
      *> ------------------------------------------------------------
       CHECK-TRIP-REGISTRY.
           MOVE 'N' TO WS-TRIP-REFUSED-SW
           MOVE 'N' TO WS-TRIP-NOT-OPEN-SW
           MOVE SPACES TO WS-CUR-TRIP-START
           MOVE SPACES TO WS-CUR-TRIP-END
           MOVE WS-TRIPREG-FILE TO WS-EXC-SRC-FILE
           MOVE 0 TO WS-EXC-LINE-NUM
           MOVE SPACES TO WS-EXC-TEXT
           STRING "trip " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-TRIP-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(TRIP-NAME) DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING

           IF WS-CUR-TRIP-ID = SPACES
               MOVE "TRIPUNKNOWN" TO WS-EXC-CLASS
               MOVE "no trip id to check on the registry"
                    TO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
               SET TRIP-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUR-TRIP-ID TO TREG-TRIP-ID
           READ TRIP-REG-FILE
               INVALID KEY
                   MOVE "TRIPUNKNOWN" TO WS-EXC-CLASS
                   MOVE "trip id not on the trip registry"
                        TO WS-EXC-DETAIL
                   PERFORM RAISE-EXCEPTION
                   SET TRIP-REFUSED TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE TREG-START-DATE TO WS-CUR-TRIP-START
           MOVE TREG-END-DATE TO WS-CUR-TRIP-END

           IF TREG-OPEN
               MOVE TREG-TRIP-NAME TO TRIP-NAME
               EXIT PARAGRAPH
           END-IF

           *> A month-end accrual batch covers the OPEN trips only -
           *> a closed trip's spend is already in its real postings,
           *> so it is passed over without an exception.
           IF ACCRUAL-ENABLED AND PORTFOLIO-ENABLED
               SET TRIP-NOT-OPEN TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF OVERRIDE-ENABLED
               DISPLAY "WARN: trip " FUNCTION TRIM(WS-CUR-TRIP-ID)
                       " is " FUNCTION TRIM(TREG-STATUS)
                       " - run under override: "
                       FUNCTION TRIM(WS-OVERRIDE-REASON)
               MOVE TREG-TRIP-NAME TO TRIP-NAME
               EXIT PARAGRAPH
           END-IF

           MOVE "TRIPCLOSED" TO WS-EXC-CLASS
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "trip is " DELIMITED BY SIZE
                  FUNCTION TRIM(TREG-STATUS) DELIMITED BY SIZE
                  " - run refused" DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
           END-STRING
           PERFORM RAISE-EXCEPTION
           SET TRIP-REFUSED TO TRUE.

      *> A single-trip run refused by the registry stops before any
      *> input is read or any extract is written.
       REFUSE-SINGLE-TRIP.
           DISPLAY " "
           DISPLAY "ERROR: run refused - trip "
                   FUNCTION TRIM(WS-CUR-TRIP-ID)
                   " is not open on the trip registry"
           IF EXCFILE-OPEN
               CLOSE EXC-FILE
               MOVE 'N' TO WS-EXCFILE-OPEN-SW
               DISPLAY "Wrote exceptions file (" WS-EXC-TOTAL-COUNT
                       " exceptions) -> " FUNCTION TRIM(WS-EXCFILE)
           END-IF
           IF MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF
           IF RIDERMAST-OPEN
               CLOSE RIDER-MASTER-FILE
           END-IF
           CLOSE TRIP-REG-FILE
           MOVE 'N' TO WS-TRIPREG-OPEN-SW
           IF AUDITLOG-ENABLED
               MOVE "REFUSED" TO WS-AUDIT-STATUS-TEXT
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *> ------------------------------------------------------------
      *> APPEND-TO-MASTER
           MOVE WS-AMOUNT   TO MASTER-AMOUNT
           MOVE FUNCTION TRIM(WS-VENDOR-TEXT)  TO MASTER-VENDOR
           MOVE FUNCTION TRIM(WS-RECEIPT-TEXT) TO MASTER-RECEIPT
           MOVE WS-CUR-TRIP-ID TO MASTER-TRIP-ID
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "WARN line " WS-LINE-NUM
      *> ------------------------------------------------------------
      *> RUN-YTD-REPORT
      *> Reads the expense master front to back - no trip CSVs - and
      *> reports year-to-date totals by rider, by category and by
      *> the trip each line was posted under, windowed by
      *> -START/-END when those were given.  The shared
      *> category machinery is reused by feeding each master record
      *> through UPDATE-CATEGORY-TOTAL.
      *> ------------------------------------------------------------
           END-IF
           DISPLAY " ".

           DISPLAY "Year-to-date by rider:".
           DISPLAY "-------------------------------".
           MOVE SPACES TO WS-YTD-CUR-RIDER
           MOVE 0 TO WS-YTD-RIDER-TOTAL
           MOVE 0 TO WS-YTD-RIDER-COUNT
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ MASTER-FILE NEXT
           END-PERFORM
           CLOSE MASTER-FILE
           SET NOT-EOF TO TRUE
           PERFORM PRINT-YTD-RIDER-LINE
           DISPLAY "-------------------------------".

           DISPLAY " ".
           END-PERFORM
           DISPLAY "-------------------------------".

           DISPLAY " ".
           DISPLAY "Year-to-date by trip:".
           DISPLAY "-------------------------------".
           MOVE 1 TO WS-YTDTRIP-IDX
           PERFORM UNTIL WS-YTDTRIP-IDX > YTDTRIP-COUNT
               MOVE YTDTRIP-TOTAL(WS-YTDTRIP-IDX) TO WS-DISPLAY-TOTAL
               IF YTDTRIP-ID(WS-YTDTRIP-IDX) = SPACES
                   DISPLAY "(no trip)"
                           " (" YTDTRIP-ITEMS(WS-YTDTRIP-IDX)
                           " items): $" WS-DISPLAY-TOTAL
               ELSE
                   DISPLAY FUNCTION TRIM(YTDTRIP-ID(WS-YTDTRIP-IDX))
                           " (" YTDTRIP-ITEMS(WS-YTDTRIP-IDX)
                           " items): $" WS-DISPLAY-TOTAL
               END-IF
               ADD 1 TO WS-YTDTRIP-IDX
           END-PERFORM
           IF YTDTRIP-FULL
               MOVE WS-YTDTRIP-OTHER-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "(other trips)"
                       " (" WS-YTDTRIP-OTHER-ITEMS
                       " items): $" WS-DISPLAY-TOTAL
           END-IF
           DISPLAY "-------------------------------".

           MOVE TOTAL-AMOUNT TO WS-DISPLAY-TOTAL
           DISPLAY " ".
           DISPLAY "Items          : " WS-YTD-ITEM-COUNT.
           MOVE MASTER-AMOUNT   TO WS-AMOUNT
           PERFORM UPDATE-CATEGORY-TOTAL
           PERFORM ACCUMULATE-YTD-RIDER
           PERFORM ACCUMULATE-YTD-TRIP
           ADD MASTER-AMOUNT TO TOTAL-AMOUNT
           ADD 1 TO WS-YTD-ITEM-COUNT.

       ACCUMULATE-YTD-RIDER.
           IF MASTER-RIDER NOT = WS-YTD-CUR-RIDER
               PERFORM PRINT-YTD-RIDER-LINE
               MOVE MASTER-RIDER TO WS-YTD-CUR-RIDER
               MOVE 0 TO WS-YTD-RIDER-TOTAL
               MOVE 0 TO WS-YTD-RIDER-COUNT
           END-IF

           ADD MASTER-AMOUNT TO WS-YTD-RIDER-TOTAL
           ADD 1 TO WS-YTD-RIDER-COUNT.

      *> Prints the rider just finished at a MASTER-RIDER break.
       PRINT-YTD-RIDER-LINE.
           IF WS-YTD-RIDER-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YTD-RIDER-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY FUNCTION TRIM(WS-YTD-CUR-RIDER)
                   " (" WS-YTD-RIDER-COUNT
                   " items): $" WS-DISPLAY-TOTAL.

      *> Records posted by a run that named no trip - including those
      *> carried over by MASTERMAINT -CONVERT from a master written
      *> before trip ids were kept - share the blank-id "(no trip)"
      *> entry.  Once YTDTRIP-MAX trips are held, any further trip is
      *> added to a single "(other trips)" line.
       ACCUMULATE-YTD-TRIP.
           MOVE 0 TO WS-YTDTRIP-FOUND-IDX
           MOVE 1 TO WS-YTDTRIP-IDX
           PERFORM UNTIL WS-YTDTRIP-IDX > YTDTRIP-COUNT
                   OR WS-YTDTRIP-FOUND-IDX > 0
               IF YTDTRIP-ID(WS-YTDTRIP-IDX) = MASTER-TRIP-ID
                   MOVE WS-YTDTRIP-IDX TO WS-YTDTRIP-FOUND-IDX
               END-IF
               ADD 1 TO WS-YTDTRIP-IDX
           END-PERFORM

           IF WS-YTDTRIP-FOUND-IDX = 0
               IF YTDTRIP-COUNT >= YTDTRIP-MAX
                   IF NOT YTDTRIP-FULL
                       DISPLAY "WARN: trip table full - later trips"
                               " reported together as (other trips)"
                       SET YTDTRIP-FULL TO TRUE
                   END-IF
                   ADD MASTER-AMOUNT TO WS-YTDTRIP-OTHER-TOTAL
                   ADD 1 TO WS-YTDTRIP-OTHER-ITEMS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO YTDTRIP-COUNT
               MOVE MASTER-TRIP-ID TO YTDTRIP-ID(YTDTRIP-COUNT)
               MOVE YTDTRIP-COUNT TO WS-YTDTRIP-FOUND-IDX
           END-IF

           ADD MASTER-AMOUNT TO YTDTRIP-TOTAL(WS-YTDTRIP-FOUND-IDX)
           ADD 1 TO YTDTRIP-ITEMS(WS-YTDTRIP-FOUND-IDX).

      *> ------------------------------------------------------------
      *> RUN-ANOMALY-SCAN
      *> Reads the expense master front to back - no trip CSVs - and
      *> reports the anomalies described with the -ANOMALY storage
      *> to the anomaly report and the exceptions file.  The master
      *> is read as the input of one sort: round amounts and weekend
      *> spend are reported as each record is read, and the records
      *> the other checks need are released keyed for them.  The
      *> sorted stream then comes back as split-charge groups
      *> (rider/date/category/vendor), receipt groups and spending
      *> histories (rider/category by month), each checked at its
      *> control break.
      *> ------------------------------------------------------------
       RUN-ANOMALY-SCAN.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open expense master -> "
                       FUNCTION TRIM(WS-MASTER-FILE)
               DISPLAY "FILE STATUS: " WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET MASTER-OPEN TO TRUE

           OPEN OUTPUT ANOMALY-FILE
           IF WS-ANOMALY-STATUS NOT = "00"
               DISPLAY "ERROR: could not open anomaly report -> "
                       FUNCTION TRIM(WS-ANOMALY-FILE)
                       " (status " WS-ANOMALY-STATUS ")"
               CLOSE MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ANOMALY-OPEN TO TRUE
           MOVE "CLASS,RIDER,DATE,CATEGORY,AMOUNT,VENDOR,RECEIPT,TRIPID,DETAIL"
                TO ANOMALY-LINE
           WRITE ANOMALY-LINE

           DISPLAY "===============================".
           DISPLAY " EXPENSE ANOMALY SCAN".
           DISPLAY "===============================".
           DISPLAY "Master: " FUNCTION TRIM(WS-MASTER-FILE).
           IF RANGE-CHECK-ENABLED
               DISPLAY "Window: " WS-TRIP-START " to " WS-TRIP-END
           END-IF
           MOVE ANOM-ROUND-MIN TO WS-ANOM-AMT-EDIT
           DISPLAY "Round amounts from $" FUNCTION TRIM(WS-ANOM-AMT-EDIT)
           MOVE ANOM-SPIKE-FACTOR TO WS-ANOM-AMT-EDIT
           DISPLAY "Spend spike over " FUNCTION TRIM(WS-ANOM-AMT-EDIT)
                   " x the rider's monthly average"
           IF NOT POLICY-ENABLED
               DISPLAY "(no -POLICY file - split-charge check skipped)"
           END-IF
           IF NOT TRIPREG-OPEN
               DISPLAY "(no -TRIPREG file - weekend check skipped)"
           END-IF
           DISPLAY " ".

           SORT ANOMALY-SORT-FILE
               ON ASCENDING KEY ASRT-TYPE ASRT-KEY-1 ASRT-KEY-2
                                ASRT-KEY-3 ASRT-KEY-4
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-ANOMALY-STREAM
               OUTPUT PROCEDURE IS CHECK-ANOMALY-STREAM

           CLOSE MASTER-FILE
           MOVE 'N' TO WS-MASTER-OPEN-SW
           CLOSE ANOMALY-FILE
           MOVE 'N' TO WS-ANOMALY-OPEN-SW
           IF TRIPREG-OPEN
               CLOSE TRIP-REG-FILE
               MOVE 'N' TO WS-TRIPREG-OPEN-SW
           END-IF
           IF RIDERMAST-OPEN
               CLOSE RIDER-MASTER-FILE
               MOVE 'N' TO WS-RIDERMAST-OPEN-SW
           END-IF

           DISPLAY " ".
           DISPLAY "Anomaly summary:".
           DISPLAY "-------------------------------".
           DISPLAY "Records scanned     : " WS-ANOM-SCAN-COUNT.
           DISPLAY "Split charges       : " WS-ANOM-SPLIT-COUNT.
           DISPLAY "Reused receipts     : " WS-ANOM-RCPT-COUNT.
           DISPLAY "Round amounts       : " WS-ANOM-ROUND-COUNT.
           DISPLAY "Weekend off-trip    : " WS-ANOM-WKND-COUNT.
           DISPLAY "Spend spikes        : " WS-ANOM-SPIKE-COUNT.
           DISPLAY "-------------------------------".
           DISPLAY "Wrote anomaly report (" WS-ANOM-TOTAL-COUNT
                   " anomalies) -> " FUNCTION TRIM(WS-ANOMALY-FILE).

           IF EXCFILE-OPEN
               CLOSE EXC-FILE
               MOVE 'N' TO WS-EXCFILE-OPEN-SW
               DISPLAY "Wrote exceptions file (" WS-EXC-TOTAL-COUNT
                       " exceptions) -> " FUNCTION TRIM(WS-EXCFILE)
           END-IF

           IF WS-EXC-ERROR-COUNT > 0
               DISPLAY " "
               DISPLAY "ERROR-severity exceptions this run: "
                       WS-EXC-ERROR-COUNT " - return code 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Sort input: the whole master, record by record.
       RELEASE-ANOMALY-STREAM.
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ MASTER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM SCAN-ANOMALY-RECORD
               END-READ
           END-PERFORM
           SET NOT-EOF TO TRUE.

      *> One master record: the single-record checks, then a sort
      *> record for each control-break check that wants it.
       SCAN-ANOMALY-RECORD.
           ADD 1 TO WS-ANOM-REC-COUNT
           IF RANGE-CHECK-ENABLED
               IF WS-TRIP-START NOT = SPACES
                  AND MASTER-DATE < WS-TRIP-START
                   EXIT PARAGRAPH
               END-IF
               IF WS-TRIP-END NOT = SPACES
                  AND MASTER-DATE > WS-TRIP-END
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-ANOM-SCAN-COUNT

           MOVE MASTER-CATEGORY TO WS-CATEGORY
           IF CATMAP-ENABLED
               PERFORM RESOLVE-CATEGORY-NAME
           END-IF

           PERFORM CHECK-ROUND-AMOUNT
           IF TRIPREG-OPEN AND MASTER-TRIP-ID NOT = SPACES
               PERFORM CHECK-WEEKEND-SPEND
           END-IF

           IF POLICY-ENABLED
               PERFORM RELEASE-SPLIT-CHARGE
           END-IF
           IF MASTER-RECEIPT NOT = SPACES
               PERFORM RELEASE-RECEIPT-CLAIM
           END-IF
           PERFORM RELEASE-SPEND-MONTH.

      *> Loads the current master record into the anomaly fields.
       SET-ANOMALY-FROM-MASTER.
           MOVE MASTER-RIDER    TO WS-ANOM-RIDER
           MOVE MASTER-DATE     TO WS-ANOM-DATE
           MOVE WS-CATEGORY     TO WS-ANOM-CAT
           MOVE MASTER-AMOUNT   TO WS-ANOM-AMOUNT
           MOVE MASTER-VENDOR   TO WS-ANOM-VENDOR
           MOVE MASTER-RECEIPT  TO WS-ANOM-RECEIPT
           MOVE MASTER-TRIP-ID  TO WS-ANOM-TRIP
           MOVE WS-ANOM-REC-COUNT TO WS-ANOM-LINE-NUM.

      *> Loads the current master record into the sort record, keys
      *> blank, ready for one of the RELEASE-... paragraphs.
       SET-ANOMALY-SORT-RECORD.
           MOVE SPACES          TO ASRT-KEY-1 ASRT-KEY-2
                                   ASRT-KEY-3 ASRT-KEY-4
           MOVE MASTER-RIDER    TO ASRT-RIDER
           MOVE MASTER-DATE     TO ASRT-DATE
           MOVE WS-CATEGORY     TO ASRT-CATEGORY
           MOVE MASTER-AMOUNT   TO ASRT-AMOUNT
           MOVE MASTER-VENDOR   TO ASRT-VENDOR
           MOVE MASTER-RECEIPT  TO ASRT-RECEIPT
           MOVE MASTER-TRIP-ID  TO ASRT-TRIP-ID
           MOVE WS-ANOM-REC-COUNT TO ASRT-LINE-NUM
           MOVE 0               TO ASRT-LIMIT.

      *> Loads a sorted record into the anomaly fields.
       SET-ANOMALY-FROM-SORT.
           MOVE ASRT-RIDER      TO WS-ANOM-RIDER
           MOVE ASRT-DATE       TO WS-ANOM-DATE
           MOVE ASRT-CATEGORY   TO WS-ANOM-CAT
           MOVE ASRT-AMOUNT     TO WS-ANOM-AMOUNT
           MOVE ASRT-VENDOR     TO WS-ANOM-VENDOR
           MOVE ASRT-RECEIPT    TO WS-ANOM-RECEIPT
           MOVE ASRT-TRIP-ID    TO WS-ANOM-TRIP
           MOVE ASRT-LINE-NUM   TO WS-ANOM-LINE-NUM.

      *> A same-day charge within its category's per-item limit goes
      *> to the split check under rider/date/category/vendor; one
      *> over the limit on its own is not a split.
       RELEASE-SPLIT-CHARGE.
           IF MASTER-AMOUNT <= 0 OR MASTER-VENDOR = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-POLICY-FOUND-IDX
           MOVE 1 TO WS-POLICY-IDX
           PERFORM UNTIL WS-POLICY-IDX > POLICY-COUNT
                   OR WS-POLICY-FOUND-IDX > 0
               IF FUNCTION TRIM(POLICY-CAT-NAME(WS-POLICY-IDX))
                  = FUNCTION TRIM(WS-CATEGORY)
                   MOVE WS-POLICY-IDX TO WS-POLICY-FOUND-IDX
               END-IF
               ADD 1 TO WS-POLICY-IDX
           END-PERFORM
           IF WS-POLICY-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF MASTER-AMOUNT > POLICY-MAX-PER-ITEM(WS-POLICY-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-ANOMALY-SORT-RECORD
           SET ASRT-SPLIT-CHARGE TO TRUE
           MOVE MASTER-RIDER    TO ASRT-KEY-1
           MOVE MASTER-DATE     TO ASRT-KEY-2
           MOVE WS-CATEGORY     TO ASRT-KEY-3
           MOVE MASTER-VENDOR   TO ASRT-KEY-4
           MOVE POLICY-MAX-PER-ITEM(WS-POLICY-FOUND-IDX) TO ASRT-LIMIT
           RELEASE ASRT-RECORD.

      *> A receipt claim, keyed receipt/date/rider so the earliest
      *> claim of each receipt comes back first.
       RELEASE-RECEIPT-CLAIM.
           PERFORM SET-ANOMALY-SORT-RECORD
           SET ASRT-RECEIPT-CLAIM TO TRUE
           MOVE MASTER-RECEIPT  TO ASRT-KEY-1
           MOVE MASTER-DATE     TO ASRT-KEY-2
           MOVE MASTER-RIDER    TO ASRT-KEY-3
           RELEASE ASRT-RECORD.

      *> Every record counts toward its rider's category/month
      *> spending history.
       RELEASE-SPEND-MONTH.
           PERFORM SET-ANOMALY-SORT-RECORD
           SET ASRT-SPEND-MONTH TO TRUE
           MOVE MASTER-RIDER    TO ASRT-KEY-1
           MOVE WS-CATEGORY     TO ASRT-KEY-2
           MOVE MASTER-DATE(1:7) TO ASRT-KEY-3
           RELEASE ASRT-RECORD.

      *> Sort output: the split-charge groups, then the receipt
      *> groups, then the spending histories, each closed at its
      *> control break.
       CHECK-ANOMALY-STREAM.
           OPEN OUTPUT SPIKE-MONTH-FILE
           IF WS-SPIKEMON-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open work file -> "
                       FUNCTION TRIM(WS-SPIKEMON-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-ANOM-GRP-OPEN-SW
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM UNTIL SORT-EOF
               RETURN ANOMALY-SORT-FILE
                   AT END
                       SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ANOMALY-SORT-RECORD
               END-RETURN
           END-PERFORM
           IF ANOM-GRP-OPEN
               PERFORM CLOSE-ANOMALY-GROUP
           END-IF

           CLOSE SPIKE-MONTH-FILE.

      *> One sorted record.  A split group is the whole key, a
      *> receipt group the receipt, a spike group the rider and
      *> category; a change of type always breaks.
       CHECK-ANOMALY-SORT-RECORD.
           MOVE SPACES TO WS-ANOM-BREAK-KEY
           EVALUATE TRUE
               WHEN ASRT-SPLIT-CHARGE
                   STRING ASRT-KEY-1 ASRT-KEY-2 ASRT-KEY-3 ASRT-KEY-4
                       DELIMITED BY SIZE INTO WS-ANOM-BREAK-KEY
                   END-STRING
               WHEN ASRT-RECEIPT-CLAIM
                   MOVE ASRT-KEY-1 TO WS-ANOM-BREAK-KEY
               WHEN OTHER
                   STRING ASRT-KEY-1 ASRT-KEY-2
                       DELIMITED BY SIZE INTO WS-ANOM-BREAK-KEY
                   END-STRING
           END-EVALUATE

           IF ANOM-GRP-OPEN
               IF ASRT-TYPE NOT = WS-ANOM-GRP-TYPE
                  OR WS-ANOM-BREAK-KEY NOT = WS-ANOM-GRP-KEY
                   PERFORM CLOSE-ANOMALY-GROUP
               END-IF
           END-IF
           IF NOT ANOM-GRP-OPEN
               PERFORM OPEN-ANOMALY-GROUP
           END-IF

           EVALUATE TRUE
               WHEN ASRT-SPLIT-CHARGE
                   ADD 1 TO WS-ANOM-GRP-ITEMS
                   ADD ASRT-AMOUNT TO WS-ANOM-GRP-SUM
               WHEN ASRT-RECEIPT-CLAIM
                   PERFORM CHECK-RECEIPT-CLAIM
               WHEN OTHER
                   IF ASRT-KEY-3 NOT = WS-ANOM-GRP-MONTH
                       PERFORM WRITE-SPIKE-MONTH
                       MOVE ASRT-KEY-3 TO WS-ANOM-GRP-MONTH
                   END-IF
                   ADD ASRT-AMOUNT TO WS-ANOM-MONTH-SUM
           END-EVALUATE.

       OPEN-ANOMALY-GROUP.
           SET ANOM-GRP-OPEN TO TRUE
           MOVE ASRT-TYPE TO WS-ANOM-GRP-TYPE
           MOVE WS-ANOM-BREAK-KEY TO WS-ANOM-GRP-KEY
           MOVE ASRT-RIDER TO WS-ANOM-GRP-RIDER
           MOVE ASRT-DATE TO WS-ANOM-GRP-DATE
           MOVE ASRT-CATEGORY TO WS-ANOM-GRP-CAT
           MOVE ASRT-VENDOR TO WS-ANOM-GRP-VENDOR
           MOVE 0 TO WS-ANOM-GRP-ITEMS
           MOVE 0 TO WS-ANOM-GRP-SUM
           MOVE ASRT-LIMIT TO WS-ANOM-GRP-LIMIT
           MOVE ASRT-RIDER TO WS-ANOM-FIRST-RIDER
           MOVE ASRT-DATE TO WS-ANOM-FIRST-DATE
           MOVE ASRT-KEY-3 TO WS-ANOM-GRP-MONTH
           MOVE 0 TO WS-ANOM-MONTH-SUM
           MOVE 0 TO WS-SPIKE-MONTHS
           MOVE 0 TO WS-SPIKE-CAT-TOTAL.

       CLOSE-ANOMALY-GROUP.
           EVALUATE WS-ANOM-GRP-TYPE
               WHEN 'C'
                   PERFORM CLOSE-SPLIT-GROUP
               WHEN 'S'
                   PERFORM CLOSE-SPIKE-GROUP
           END-EVALUATE
           MOVE 'N' TO WS-ANOM-GRP-OPEN-SW.

      *> End of a rider/date/category/vendor group: two or more
      *> within-limit charges that together pass the limit are a
      *> split charge.
       CLOSE-SPLIT-GROUP.
           IF WS-ANOM-GRP-ITEMS > 1
              AND WS-ANOM-GRP-SUM > WS-ANOM-GRP-LIMIT
               PERFORM REPORT-SPLIT-CHARGE
           END-IF.

       REPORT-SPLIT-CHARGE.
           MOVE WS-ANOM-GRP-RIDER TO WS-ANOM-RIDER
           MOVE WS-ANOM-GRP-DATE TO WS-ANOM-DATE
           MOVE WS-ANOM-GRP-CAT TO WS-ANOM-CAT
           MOVE WS-ANOM-GRP-SUM TO WS-ANOM-AMOUNT
           MOVE WS-ANOM-GRP-VENDOR TO WS-ANOM-VENDOR
           MOVE SPACES TO WS-ANOM-RECEIPT
           MOVE SPACES TO WS-ANOM-TRIP
           MOVE 0 TO WS-ANOM-LINE-NUM
           MOVE WS-ANOM-GRP-LIMIT TO WS-ANOM-AMT-EDIT
           MOVE WS-ANOM-GRP-ITEMS TO WS-ANOM-COUNT-EDIT
           MOVE SPACES TO WS-ANOM-DETAIL
           STRING FUNCTION TRIM(WS-ANOM-COUNT-EDIT) DELIMITED BY SIZE
                  " charges each within the $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-AMT-EDIT) DELIMITED BY SIZE
                  " limit" DELIMITED BY SIZE
               INTO WS-ANOM-DETAIL
           END-STRING
           MOVE "SPLITCHARGE" TO WS-ANOM-CLASS
           MOVE "same-day split charges over policy limit"
                TO WS-ANOM-SHORT
           ADD 1 TO WS-ANOM-SPLIT-COUNT
           PERFORM RECORD-ANOMALY.

      *> A later claim of the receipt by another rider, or by the
      *> same rider on another date, is a reuse.  Several lines on
      *> one receipt for the same rider and date are an itemised
      *> bill.
       CHECK-RECEIPT-CLAIM.
           IF ASRT-RIDER = WS-ANOM-FIRST-RIDER
              AND ASRT-DATE = WS-ANOM-FIRST-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-ANOMALY-FROM-SORT
           MOVE SPACES TO WS-ANOM-DETAIL
           STRING "receipt already claimed by " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-FIRST-RIDER) DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  WS-ANOM-FIRST-DATE DELIMITED BY SIZE
               INTO WS-ANOM-DETAIL
           END-STRING
           MOVE "DUPRECEIPT" TO WS-ANOM-CLASS
           MOVE "receipt claimed twice" TO WS-ANOM-SHORT
           ADD 1 TO WS-ANOM-RCPT-COUNT
           PERFORM RECORD-ANOMALY.

      *> An amount of at least -ROUNDMIN that is an exact multiple of
      *> ANOM-ROUND-UNIT.
       CHECK-ROUND-AMOUNT.
           IF MASTER-AMOUNT < ANOM-ROUND-MIN
               EXIT PARAGRAPH
           END-IF
           DIVIDE MASTER-AMOUNT BY ANOM-ROUND-UNIT
               GIVING WS-ANOM-QUOT REMAINDER WS-ANOM-REM
           IF WS-ANOM-REM NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-ANOMALY-FROM-MASTER
           MOVE ANOM-ROUND-UNIT TO WS-ANOM-AMT-EDIT
           MOVE SPACES TO WS-ANOM-DETAIL
           STRING "exact multiple of $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-AMT-EDIT) DELIMITED BY SIZE
               INTO WS-ANOM-DETAIL
           END-STRING
           MOVE "ROUNDAMOUNT" TO WS-ANOM-CLASS
           MOVE "suspiciously round amount" TO WS-ANOM-SHORT
           ADD 1 TO WS-ANOM-ROUND-COUNT
           PERFORM RECORD-ANOMALY.

      *> Saturday or Sunday spend dated outside its trip's registry
      *> dates.  The registry is read once per change of trip id; a
      *> trip id not on the registry cannot be judged and passes.
       CHECK-WEEKEND-SPEND.
           IF MASTER-TRIP-ID NOT = WS-ANOM-TRIP-ID
               MOVE MASTER-TRIP-ID TO WS-ANOM-TRIP-ID
               MOVE 'N' TO WS-ANOM-TRIP-FOUND-SW
               MOVE MASTER-TRIP-ID TO TREG-TRIP-ID
               READ TRIP-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ANOM-TRIP-FOUND TO TRUE
                       MOVE TREG-START-DATE TO WS-ANOM-TRIP-START
                       MOVE TREG-END-DATE TO WS-ANOM-TRIP-END
               END-READ
           END-IF
           IF NOT ANOM-TRIP-FOUND
               EXIT PARAGRAPH
           END-IF
           IF MASTER-DATE >= WS-ANOM-TRIP-START
              AND MASTER-DATE <= WS-ANOM-TRIP-END
               EXIT PARAGRAPH
           END-IF

           *> Day 1 of the integer calendar (1601-01-01) was a
           *> Monday, so the remainder by 7 is 6 on a Saturday and 0
           *> on a Sunday.
           MOVE MASTER-DATE TO WS-TL-DATE-ISO
           PERFORM TIMELINE-ISO-TO-INTEGER
           DIVIDE WS-TL-DAY-INT BY 7
               GIVING WS-ANOM-QUOT REMAINDER WS-ANOM-DOW
           IF WS-ANOM-DOW NOT = 6 AND WS-ANOM-DOW NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-ANOMALY-FROM-MASTER
           MOVE SPACES TO WS-ANOM-DETAIL
           STRING "weekend spend outside trip dates " DELIMITED BY SIZE
                  WS-ANOM-TRIP-START DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-ANOM-TRIP-END DELIMITED BY SIZE
               INTO WS-ANOM-DETAIL
           END-STRING
           MOVE "WEEKENDSPEND" TO WS-ANOM-CLASS
           MOVE "weekend spend outside trip dates" TO WS-ANOM-SHORT
           ADD 1 TO WS-ANOM-WKND-COUNT
           PERFORM RECORD-ANOMALY.

      *> End of a month in the current rider/category: the month's
      *> spend goes to SPIKE-MONTH-FILE and into the category total.
       WRITE-SPIKE-MONTH.
           MOVE WS-ANOM-GRP-MONTH TO SMON-MONTH
           MOVE WS-ANOM-MONTH-SUM TO SMON-SUM
           WRITE SMON-RECORD
           IF WS-SPIKEMON-STATUS NOT = "00"
               DISPLAY "WARN: could not write work file -> "
                       FUNCTION TRIM(WS-SPIKEMON-FILE)
                       " (status " WS-SPIKEMON-STATUS ")"
           END-IF
           ADD 1 TO WS-SPIKE-MONTHS
           ADD WS-ANOM-MONTH-SUM TO WS-SPIKE-CAT-TOTAL
           MOVE 0 TO WS-ANOM-MONTH-SUM.

      *> End of a rider/category: each month is held against the
      *> average of the rider's other months in the category, read
      *> back from SPIKE-MONTH-FILE, which then starts over empty
      *> for the next group.
       CLOSE-SPIKE-GROUP.
           PERFORM WRITE-SPIKE-MONTH
           CLOSE SPIKE-MONTH-FILE

           IF WS-SPIKE-MONTHS > ANOM-SPIKE-MIN-MONTHS
               OPEN INPUT SPIKE-MONTH-FILE
               IF WS-SPIKEMON-STATUS NOT = "00"
                   DISPLAY "WARN: could not open work file -> "
                           FUNCTION TRIM(WS-SPIKEMON-FILE)
               ELSE
                   MOVE 'N' TO WS-WORK-EOF-SW
                   PERFORM UNTIL WORK-EOF
                       READ SPIKE-MONTH-FILE
                           AT END
                               SET WORK-EOF TO TRUE
                           NOT AT END
                               PERFORM CHECK-SPIKE-MONTH
                       END-READ
                   END-PERFORM
                   CLOSE SPIKE-MONTH-FILE
               END-IF
           END-IF

           OPEN OUTPUT SPIKE-MONTH-FILE
           IF WS-SPIKEMON-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open work file -> "
                       FUNCTION TRIM(WS-SPIKEMON-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-SPIKE-MONTH.
           COMPUTE WS-SPIKE-OTHER-MONTHS = WS-SPIKE-MONTHS - 1
           COMPUTE WS-SPIKE-AVG ROUNDED =
                   (WS-SPIKE-CAT-TOTAL - SMON-SUM) / WS-SPIKE-OTHER-MONTHS
           IF WS-SPIKE-AVG <= 0
               EXIT PARAGRAPH
           END-IF
           IF SMON-SUM NOT > WS-SPIKE-AVG * ANOM-SPIKE-FACTOR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANOM-GRP-RIDER TO WS-ANOM-RIDER
           MOVE SMON-MONTH TO WS-ANOM-DATE
           MOVE WS-ANOM-GRP-CAT TO WS-ANOM-CAT
           MOVE SMON-SUM TO WS-ANOM-AMOUNT
           MOVE SPACES TO WS-ANOM-VENDOR
           MOVE SPACES TO WS-ANOM-RECEIPT
           MOVE SPACES TO WS-ANOM-TRIP
           MOVE 0 TO WS-ANOM-LINE-NUM
           MOVE WS-SPIKE-AVG TO WS-ANOM-AMT-EDIT
           MOVE WS-SPIKE-OTHER-MONTHS TO WS-ANOM-COUNT-EDIT
           MOVE SPACES TO WS-ANOM-DETAIL
           STRING "month vs usual $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-AMT-EDIT) DELIMITED BY SIZE
                  " over " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-COUNT-EDIT) DELIMITED BY SIZE
                  " other months" DELIMITED BY SIZE
               INTO WS-ANOM-DETAIL
           END-STRING
           MOVE "SPENDSPIKE" TO WS-ANOM-CLASS
           MOVE "category spend far above rider history"
                TO WS-ANOM-SHORT
           ADD 1 TO WS-ANOM-SPIKE-COUNT
           PERFORM RECORD-ANOMALY.

      *> Writes one anomaly report row and raises it as an exception
      *> under its class against the expense master.
       RECORD-ANOMALY.
           MOVE WS-ANOM-AMOUNT TO WS-ANOM-AMT-EDIT2
           MOVE SPACES TO ANOMALY-LINE
           STRING FUNCTION TRIM(WS-ANOM-CLASS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-RIDER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-CAT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-AMT-EDIT2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-VENDOR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-RECEIPT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-TRIP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-DETAIL) DELIMITED BY SIZE
               INTO ANOMALY-LINE
           END-STRING
           WRITE ANOMALY-LINE
           ADD 1 TO WS-ANOM-TOTAL-COUNT

           MOVE WS-ANOM-CLASS TO WS-EXC-CLASS
           MOVE WS-ANOM-SHORT TO WS-EXC-DETAIL
           MOVE WS-MASTER-FILE TO WS-EXC-SRC-FILE
           MOVE WS-ANOM-LINE-NUM TO WS-EXC-LINE-NUM
           MOVE ANOMALY-LINE TO WS-EXC-TEXT
           PERFORM RAISE-EXCEPTION.

       PRINT-CATEGORY-REPORT.
           DISPLAY " ".
               EXIT PARAGRAPH
           END-IF

           IF SORTED-RUN
               PERFORM PRINT-CAP-HIT-FILE
               DISPLAY "-------------------------------"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-DAILY-IDX
           PERFORM UNTIL WS-DAILY-IDX > DAILY-COUNT
               IF DAILY-SUM(WS-DAILY-IDX) > WS-DAILY-CAP

           DISPLAY "-------------------------------".

      *> A sorted run already checked each rider's day at its control
      *> break; the breaches are listed from CAP-HIT-FILE.
       PRINT-CAP-HIT-FILE.
           IF WS-CAPHIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CAP-HIT-FILE
           IF WS-CAPHIT-STATUS NOT = "00"
               DISPLAY "WARN: could not open work file -> "
                       FUNCTION TRIM(WS-CAPHIT-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ CAP-HIT-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       MOVE CAPHIT-SUM TO WS-DISPLAY-TOTAL
                       DISPLAY "OVER LIMIT "
                               FUNCTION TRIM(CAPHIT-RIDER)
                               " " CAPHIT-DATE
                               ": $" WS-DISPLAY-TOTAL
               END-READ
           END-PERFORM
           CLOSE CAP-HIT-FILE.

      *> ------------------------------------------------------------
      *> PRINT-DAILY-TIMELINE-REPORT
      *> Lays the trip out day by day between -START and -END: spend
           DISPLAY "Vendor spend rollup:".
           DISPLAY "-------------------------------".

           IF SORTED-RUN
               PERFORM PRINT-VENDOR-RANK-FILE
               DISPLAY "-------------------------------"
               EXIT PARAGRAPH
           END-IF

           PERFORM SORT-VENDOR-TABLE

           MOVE 1 TO WS-VENDOR-IDX
               ADD 1 TO WS-VENDOR-IDX
           END-PERFORM

           DISPLAY "-------------------------------".

       PRINT-VENDOR-RANK-FILE.
           OPEN INPUT VENDOR-RANK-FILE
           IF WS-VENDRANK-STATUS NOT = "00"
               DISPLAY "WARN: could not open work file -> "
                       FUNCTION TRIM(WS-VENDRANK-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VENDOR-RANK
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ VENDOR-RANK-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VENDOR-RANK
                       MOVE VRANK-AMOUNT TO WS-DISPLAY-TOTAL
                       MOVE VRANK-ITEMS TO WS-VENDOR-SCR-ITEMS
                       DISPLAY WS-VENDOR-RANK ". "
                               FUNCTION TRIM(VRANK-NAME)
                               " (" WS-VENDOR-SCR-ITEMS " items): $"
                               WS-DISPLAY-TOTAL
               END-READ
           END-PERFORM
           CLOSE VENDOR-RANK-FILE.

      *> ------------------------------------------------------------
      *> RANK-VENDOR-SPEND - a sorted run's vendor lines are sorted
      *> by name and totalled per vendor into VENDOR-RANK-FILE, which
      *> is then re-sorted largest first (ties by name) for the
      *> rollup.  VENDOR-COUNT ends up as the number of vendors.
      *> ------------------------------------------------------------
       RANK-VENDOR-SPEND.
           MOVE 0 TO VENDOR-COUNT
           SORT VENDOR-SORT-FILE
               ON ASCENDING KEY VSRT-NAME
               USING VENDOR-WORK-FILE
               OUTPUT PROCEDURE IS TOTAL-VENDOR-SPEND

           SORT VENDOR-SORT-FILE
               ON DESCENDING KEY VSRT-AMOUNT
                  ASCENDING KEY VSRT-NAME
               USING VENDOR-RANK-FILE
               GIVING VENDOR-RANK-FILE.

       TOTAL-VENDOR-SPEND.
           OPEN OUTPUT VENDOR-RANK-FILE
           IF WS-VENDRANK-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open work file -> "
                       FUNCTION TRIM(WS-VENDRANK-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO VRANK-NAME
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               RETURN VENDOR-SORT-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       PERFORM TOTAL-ONE-VENDOR-LINE
               END-RETURN
           END-PERFORM
           IF VENDOR-COUNT > 0
               WRITE VRANK-RECORD
           END-IF
           CLOSE VENDOR-RANK-FILE.

       TOTAL-ONE-VENDOR-LINE.
           IF VENDOR-COUNT > 0 AND VSRT-NAME = VRANK-NAME
               ADD VSRT-AMOUNT TO VRANK-AMOUNT
               ADD VSRT-ITEMS TO VRANK-ITEMS
               EXIT PARAGRAPH
           END-IF
           IF VENDOR-COUNT > 0
               WRITE VRANK-RECORD
           END-IF
           ADD 1 TO VENDOR-COUNT
           MOVE VSRT-NAME   TO VRANK-NAME
           MOVE VSRT-AMOUNT TO VRANK-AMOUNT
           MOVE VSRT-ITEMS  TO VRANK-ITEMS.

      *> Same descending in-place pass RESORT-TOPN-TABLE uses, just
      *> over the (larger) vendor table, and only once at print time.
           DISPLAY "Per-rider subtotal breakdown:".
           DISPLAY "-------------------------------".

           OPEN INPUT RIDER-SUM-FILE
           IF WS-RIDERSUM-STATUS NOT = "00"
               DISPLAY "WARN: could not open work file -> "
                       FUNCTION TRIM(WS-RIDERSUM-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ RIDER-SUM-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       MOVE RSUM-TOTAL TO WS-DISPLAY-TOTAL
                       DISPLAY FUNCTION TRIM(RSUM-NAME)
                               " (" RSUM-COUNT " items): $"
                               WS-DISPLAY-TOTAL
               END-READ
           END-PERFORM
           CLOSE RIDER-SUM-FILE

           DISPLAY "-------------------------------".

      *> at the very bottom of a page.
      *> ------------------------------------------------------------
       RECORD-EXPENSE-FOR-PRINT.
           IF SORTED-RUN
               MOVE RIDER-NAME  TO PRDET-RIDER
               MOVE WS-DATE     TO PRDET-DATE
               MOVE WS-CATEGORY TO PRDET-CATEGORY
               MOVE WS-AMOUNT   TO PRDET-AMOUNT
               MOVE FUNCTION TRIM(WS-VENDOR-TEXT) TO PRDET-VENDOR
               WRITE PRDET-RECORD
               ADD 1 TO WS-PRDETAIL-COUNT
               EXIT PARAGRAPH
           END-IF
           IF PDETAIL-COUNT >= PDETAIL-MAX
               DISPLAY "WARN: print detail table full, entry not "
                       "listed -> " FUNCTION TRIM(EXPENSE-LINE)
               STRING FUNCTION TRIM(WS-PRINTOUT-FILE-BASE)
                          DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WS-TRIP-SEQ-TEXT DELIMITED BY SPACE
                   INTO WS-PRINTOUT-FILE
               END-STRING
           END-IF
           IF ADVANCE-ENABLED
               PERFORM PR-SECTION-ADVANCES
           END-IF
           IF ALLOC-ENABLED
               PERFORM PR-SECTION-ALLOC
           END-IF
           IF STATRATE-ENABLED
               PERFORM PR-SECTION-TAXABLE
           END-IF
           PERFORM PR-SECTION-DETAIL
           PERFORM PR-GRAND-TOTAL-PAGE

           MOVE "VENDOR SPEND ROLLUP" TO WS-PR-TITLE
           PERFORM PR-WRITE-TITLE

           IF SORTED-RUN
               PERFORM PR-VENDOR-RANK-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM SORT-VENDOR-TABLE
           MOVE 1 TO WS-VENDOR-IDX
           PERFORM UNTIL WS-VENDOR-IDX > VENDOR-COUNT
               ADD 1 TO WS-VENDOR-IDX
           END-PERFORM.

       PR-VENDOR-RANK-FILE.
           OPEN INPUT VENDOR-RANK-FILE
           IF WS-VENDRANK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ VENDOR-RANK-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       MOVE VRANK-AMOUNT TO WS-PR-AMT-EDIT
                       MOVE VRANK-ITEMS TO WS-VENDOR-SCR-ITEMS
                       MOVE VRANK-NAME TO WS-PR-LINE(1:40)
                       MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(42:12)
                       STRING "  (" WS-VENDOR-SCR-ITEMS " ITEMS)"
                           DELIMITED BY SIZE INTO WS-PR-LINE(55:15)
                       PERFORM PR-WRITE
               END-READ
           END-PERFORM
           CLOSE VENDOR-RANK-FILE.

       PR-SECTION-POLICY.
           MOVE "POLICY LIMIT EXCEPTIONS (NEED SIGN-OFF)"
                TO WS-PR-TITLE
                TO WS-PR-TITLE
           PERFORM PR-WRITE-TITLE

           OPEN INPUT RIDER-SUM-FILE
           IF WS-RIDERSUM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WORK-EOF-SW
           PERFORM UNTIL WORK-EOF
               READ RIDER-SUM-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       PERFORM COMPUTE-RIDER-NET
                       MOVE WS-RIDER-NET TO WS-PR-AMT-EDIT
                       MOVE RSUM-NAME TO WS-PR-LINE(1:20)
                       MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(22:12)
                       MOVE "  (POSITIVE = IS OWED)"
                            TO WS-PR-LINE(35:22)
                       PERFORM PR-WRITE
               END-READ
           END-PERFORM
           CLOSE RIDER-SUM-FILE.

       PR-SECTION-ADVANCES.
           MOVE "TRAVEL-ADVANCE NETTING" TO WS-PR-TITLE
           PERFORM PR-WRITE-TITLE

           IF MULTI-RIDER-MODE
               OPEN INPUT RIDER-SUM-FILE
               IF WS-RIDERSUM-STATUS NOT = "00"
                   DISPLAY "WARN: could not open work file -> "
                           FUNCTION TRIM(WS-RIDERSUM-FILE)
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-WORK-EOF-SW
               PERFORM UNTIL WORK-EOF
                   READ RIDER-SUM-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           MOVE RSUM-NAME TO WS-ADVANCE-CHECK-NAME
                           MOVE RSUM-TOTAL TO WS-ADVANCE-CHECK-TOTAL
                           MOVE RSUM-ADVANCE-SW TO WS-ADVANCE-FOUND-SW
                           MOVE RSUM-ADVANCE TO WS-ADVANCE-FOUND-AMT
                           PERFORM PR-ONE-ADVANCE-LINE
                   END-READ
               END-PERFORM
               CLOSE RIDER-SUM-FILE
           ELSE
               MOVE RIDER-NAME   TO WS-ADVANCE-CHECK-NAME
               MOVE TOTAL-AMOUNT TO WS-ADVANCE-CHECK-TOTAL
               PERFORM OPEN-RIDER-REFERENCES
               PERFORM FIND-RIDER-ADVANCE
               PERFORM CLOSE-RIDER-REFERENCES
               PERFORM PR-ONE-ADVANCE-LINE
           END-IF.

      *> The print-file twin of PRINT-ONE-ADVANCE-LINE.
       PR-ONE-ADVANCE-LINE.
           MOVE WS-ADVANCE-CHECK-NAME TO WS-PR-LINE(1:20)
           IF NOT ADVANCE-FOUND
               MOVE "(NO ADVANCE ON FILE)" TO WS-PR-LINE(22:20)
           ELSE
               COMPUTE WS-ADVANCE-NET =
                       WS-ADVANCE-FOUND-AMT
                       - WS-ADVANCE-CHECK-TOTAL
               MOVE WS-ADVANCE-NET TO WS-PR-AMT-EDIT
               MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(22:12)
           END-IF
           PERFORM PR-WRITE.

      *> The print-file twin of PRINT-ALLOCATION-REPORT.
       PR-SECTION-ALLOC.
           MOVE "COST ALLOCATION BY DEPARTMENT/PROJECT" TO WS-PR-TITLE
           PERFORM PR-WRITE-TITLE

           MOVE 1 TO WS-ALLOCDPT-IDX
           PERFORM UNTIL WS-ALLOCDPT-IDX > ALLOCDPT-COUNT
               MOVE ALLOCDPT-DEPT(WS-ALLOCDPT-IDX) TO WS-PR-LINE(1:10)
               PERFORM PR-WRITE
               MOVE 1 TO WS-ALLOCSHR-IDX
               PERFORM UNTIL WS-ALLOCSHR-IDX > ALLOCSHR-COUNT
                   IF ALLOCSHR-DEPT(WS-ALLOCSHR-IDX)
                      = ALLOCDPT-DEPT(WS-ALLOCDPT-IDX)
                       MOVE ALLOCSHR-AMOUNT(WS-ALLOCSHR-IDX)
                            TO WS-PR-AMT-EDIT
                       MOVE ALLOCSHR-CAT-NAME(WS-ALLOCSHR-IDX)
                            TO WS-PR-LINE(3:30)
                       MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(34:12)
                       PERFORM PR-WRITE
                   END-IF
                   ADD 1 TO WS-ALLOCSHR-IDX
               END-PERFORM
               MOVE ALLOCDPT-TOTAL(WS-ALLOCDPT-IDX) TO WS-PR-AMT-EDIT
               MOVE "DEPARTMENT TOTAL" TO WS-PR-LINE(3:30)
               MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(34:12)
               PERFORM PR-WRITE
               ADD 1 TO WS-ALLOCDPT-IDX
           END-PERFORM

           MOVE WS-ALLOC-TOTAL TO WS-PR-AMT-EDIT
           MOVE "ALLOCATED TOTAL" TO WS-PR-LINE(1:30)
           MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(34:12)
           PERFORM PR-WRITE.

      *> The print-file twin of PRINT-TAXABLE-REIMB-REPORT.
       PR-SECTION-TAXABLE.
           MOVE "TAXABLE MILEAGE/PER-DIEM REIMBURSEMENT" TO WS-PR-TITLE
           PERFORM PR-WRITE-TITLE

           MOVE "PAID" TO WS-PR-LINE(30:4)
           MOVE "NON-TAXABLE" TO WS-PR-LINE(36:11)
           MOVE "TAXABLE" TO WS-PR-LINE(53:7)
           PERFORM PR-WRITE

           MOVE 0 TO WS-TXR-RIDER-COUNT
           MOVE 0 TO WS-TXR-EXCESS-TOTAL
           IF MULTI-RIDER-MODE
               OPEN INPUT RIDER-SUM-FILE
               IF WS-RIDERSUM-STATUS NOT = "00"
                   DISPLAY "WARN: could not open work file -> "
                           FUNCTION TRIM(WS-RIDERSUM-FILE)
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-WORK-EOF-SW
               PERFORM UNTIL WORK-EOF
                   READ RIDER-SUM-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM STAGE-TAXABLE-FROM-RSUM
                           PERFORM PR-ONE-TAXABLE-RIDER
                   END-READ
               END-PERFORM
               CLOSE RIDER-SUM-FILE
           ELSE
               PERFORM STAGE-TAXABLE-FROM-TRIP
               PERFORM PR-ONE-TAXABLE-RIDER
           END-IF

           MOVE WS-TXR-EXCESS-TOTAL TO WS-PR-AMT-EDIT
           MOVE "TAXABLE EXCESS TOTAL" TO WS-PR-LINE(1:20)
           MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(48:12)
           PERFORM PR-WRITE.

       PR-ONE-TAXABLE-RIDER.
           IF WS-TXR-MILE-PAID = 0 AND WS-TXR-PDM-PAID = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXR-RIDER-COUNT
           ADD WS-TXR-TOTAL-EXCESS TO WS-TXR-EXCESS-TOTAL

           MOVE WS-TXR-NAME TO WS-PR-LINE(1:20)
           PERFORM PR-WRITE
           IF WS-TXR-MILE-PAID NOT = 0
               MOVE "MILEAGE" TO WS-PR-LINE(3:18)
               MOVE WS-TXR-MILE-PAID TO WS-PR-AMT-EDIT
               MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(22:12)
               COMPUTE WS-TXR-NONTAX =
                       WS-TXR-MILE-PAID - WS-TXR-MILE-EXCESS
               MOVE WS-TXR-NONTAX TO WS-PR-AMT-EDIT
               MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(35:12)
               MOVE WS-TXR-MILE-EXCESS TO WS-PR-AMT-EDIT
               MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(48:12)
               PERFORM PR-WRITE
           END-IF
           IF WS-TXR-PDM-PAID NOT = 0
               MOVE "PER DIEM" TO WS-PR-LINE(3:18)
               MOVE WS-TXR-PDM-PAID TO WS-PR-AMT-EDIT
               MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(22:12)
               COMPUTE WS-TXR-NONTAX =
                       WS-TXR-PDM-PAID - WS-TXR-PDM-EXCESS
               MOVE WS-TXR-NONTAX TO WS-PR-AMT-EDIT
               MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(35:12)
               MOVE WS-TXR-PDM-EXCESS TO WS-PR-AMT-EDIT
               MOVE WS-PR-AMT-EDIT TO WS-PR-LINE(48:12)
               PERFORM PR-WRITE
           END-IF.

      *> A sorted run's detail comes back from PR-DETAIL-FILE already
      *> in rider / date order; otherwise PDETAIL-TABLE is sorted.
      *> Either way each line is staged in WS-PDETAIL-SCRATCH.
       PR-SECTION-DETAIL.
           IF SORTED-RUN
               IF WS-PRDETAIL-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF PDETAIL-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM SORT-PDETAIL-TABLE
           END-IF

           MOVE "DETAIL OF ACCEPTED EXPENSES" TO WS-PR-TITLE
           PERFORM PR-WRITE-TITLE
           MOVE 0 TO WS-PR-RIDER-SUB
           MOVE 0 TO WS-PR-DATE-SUB

           IF SORTED-RUN
               OPEN INPUT PR-DETAIL-FILE
               IF WS-PRDETAIL-STATUS NOT = "00"
                   DISPLAY "WARN: could not open work file -> "
                           FUNCTION TRIM(WS-PRDETAIL-FILE)
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-WORK-EOF-SW
               PERFORM UNTIL WORK-EOF
                   READ PR-DETAIL-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           MOVE PRDET-RIDER    TO WS-PDETAIL-SCR-RIDER
                           MOVE PRDET-DATE     TO WS-PDETAIL-SCR-DATE
                           MOVE PRDET-CATEGORY
                                TO WS-PDETAIL-SCR-CATEGORY
                           MOVE PRDET-AMOUNT   TO WS-PDETAIL-SCR-AMOUNT
                           MOVE PRDET-VENDOR   TO WS-PDETAIL-SCR-VENDOR
                           PERFORM PR-DETAIL-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE PR-DETAIL-FILE
           ELSE
               MOVE 1 TO WS-PDETAIL-IDX
               PERFORM UNTIL WS-PDETAIL-IDX > PDETAIL-COUNT
                   MOVE PDETAIL-ENTRY(WS-PDETAIL-IDX)
                        TO WS-PDETAIL-SCRATCH
                   PERFORM PR-DETAIL-ONE-LINE
                   ADD 1 TO WS-PDETAIL-IDX
               END-PERFORM
           END-IF

           PERFORM PR-DETAIL-DATE-SUBTOTAL
           PERFORM PR-DETAIL-RIDER-SUBTOTAL.

       PR-DETAIL-ONE-LINE.
           IF WS-PDETAIL-SCR-RIDER NOT = WS-PR-CUR-RIDER
               PERFORM PR-DETAIL-RIDER-BREAK
           END-IF
           IF WS-PDETAIL-SCR-DATE NOT = WS-PR-CUR-DATE
               PERFORM PR-DETAIL-DATE-BREAK
           END-IF

           MOVE SPACES TO WS-PR-DETAIL-LINE
           MOVE WS-PDETAIL-SCR-DATE     TO WS-PR-DET-DATE
           MOVE WS-PDETAIL-SCR-CATEGORY TO WS-PR-DET-CATEGORY
           MOVE WS-PDETAIL-SCR-AMOUNT   TO WS-PR-DET-AMOUNT
           MOVE WS-PDETAIL-SCR-VENDOR   TO WS-PR-DET-VENDOR
           MOVE WS-PR-DETAIL-LINE TO WS-PR-LINE
           PERFORM PR-WRITE

           ADD WS-PDETAIL-SCR-AMOUNT TO WS-PR-DATE-SUB
           ADD WS-PDETAIL-SCR-AMOUNT TO WS-PR-RIDER-SUB.

       PR-DETAIL-RIDER-BREAK.
           IF WS-PR-CUR-RIDER NOT = SPACES
               PERFORM PR-DETAIL-DATE-SUBTOTAL
               PERFORM PR-DETAIL-RIDER-SUBTOTAL
           END-IF
           MOVE WS-PDETAIL-SCR-RIDER TO WS-PR-CUR-RIDER
           MOVE SPACES TO WS-PR-CUR-DATE
           MOVE 0 TO WS-PR-RIDER-SUB

           IF WS-PR-CUR-DATE NOT = SPACES
               PERFORM PR-DETAIL-DATE-SUBTOTAL
           END-IF
           MOVE WS-PDETAIL-SCR-DATE TO WS-PR-CUR-DATE
           MOVE 0 TO WS-PR-DATE-SUB.

       PR-DETAIL-DATE-SUBTOTAL.
      *>           RIDERCOUNT|MAXAMOUNT|SEENFULLCOUNT|VENDORCOUNT|
      *>           VIOLCOUNT|MISSRCPTCOUNT|EXPRECONCOUNT|ANYSHARED|
      *>           REJECTCOUNT|DUPRVWCOUNT|ADJCOUNT|ADJTOTAL|
      *>           PDETAILCOUNT|CCPOSTCOUNT|ALLOCSUMCOUNT|SORTREC|
      *>           RSUMCOUNT|VENDLINECOUNT|SPLITLINECOUNT|
      *>           CAPHITCOUNT|PRDETAILCOUNT
      *>   then, in order:
      *>     CATCOUNT      lines of  CATNAME|CATSUM|CATADJ
      *>     DAILYCOUNT    lines of  DAILYRIDER|DAILYDATE|DAILYSUM
      *>     SEENCOUNT     lines of  the raw dup-detection signature
      *>     TOPNCOUNT     lines of  TOPNDATE|TOPNCATEGORY|TOPNAMOUNT
      *>     RIDERCOUNT    lines of  RIDERTOTAL|RIDERCOUNT|FRONTED|
      *>                             OWED (RIDERCOUNT is always written
      *>                             as zero now - a sorted run's
      *>                             riders are in RIDER-SUM-FILE)
      *>     VENDORCOUNT   lines of  VENDORNAME|VENDORSUM|VENDORITEMS
      *>     VIOLCOUNT     lines of  RIDER|DATE|CATEGORY|AMOUNT|LIMIT
      *>     MISSRCPTCOUNT lines of  RIDER|DATE|CATEGORY|AMOUNT
      *>     DUPRVWCOUNT   lines of  RIDER|DATE|CATEGORY|AMOUNT
      *>     PDETAILCOUNT  lines of  RIDER|DATE|CATEGORY|AMOUNT|
      *>                             VENDOR
      *>     CCPOSTCOUNT   lines of  CATEGORY|COSTCTR|SUM|ADJ
      *>     ALLOCSUMCOUNT lines of  CATEGORY|SPLIT|SUM
      *>     one line of             MILEPAID|MILEEXCESS|PDMPAID|
      *>                             PDMEXCESS
      *>   and, for a sorted run (SORTREC > 0), its open control
      *>   groups:
      *>     one line of             RIDERSW|DAYSW|RIDER|SEQ|COSTCTR|
      *>                             DATE|COUNTBEFORE
      *>     one line of             FRONTED|MILEPAID|MILEEXCESS|
      *>                             PDMPAID
      *>     one line of             PDMEXCESS|RIDERBEFORE|DAYBEFORE|
      *>                             SHAREALL
      *>     one line of             the last dup-detection signature
      *> every report section's working state, not just the grand
      *> total, so a resumed run reproduces the same full report as
      *> an uninterrupted one.  A sorted run's position is SORTREC,
      *> the records of the sorted stream already worked, and the
      *> *COUNT fields after it are the records its work files held
      *> at the time.  It is rewritten on every checkpoint and
      *> removed once the run finishes normally.
      *> ------------------------------------------------------------
       SAVE-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE
                  DAILY-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  SEEN-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  TOPN-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  "00000" DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  WS-CKPT-AMT-EDIT2 DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  WS-SEEN-FULL-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  VENDOR-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  DUPRVW-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  WS-ADJ-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  WS-CKPT-AMT-EDIT3 DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  PDETAIL-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  CCPOST-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  ALLOCSUM-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  WS-SORT-REC-NUM DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  WS-RSUM-WRITE-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  WS-VENDOR-LINE-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  WS-SPLIT-LINE-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  WS-CAPHIT-COUNT DELIMITED BY SIZE "|" DELIMITED BY SIZE
                  WS-PRDETAIL-COUNT DELIMITED BY SIZE
               INTO RESTART-LINE
           END-STRING
           WRITE RESTART-LINE
               ADD 1 TO WS-CKPT-IDX
           END-PERFORM

           MOVE 1 TO WS-CKPT-IDX
           PERFORM UNTIL WS-CKPT-IDX > VENDOR-COUNT
               MOVE VENDOR-SUM(WS-CKPT-IDX) TO WS-CKPT-AMT-EDIT
               ADD 1 TO WS-CKPT-IDX
           END-PERFORM

           MOVE 1 TO WS-CKPT-IDX
           PERFORM UNTIL WS-CKPT-IDX > CCPOST-COUNT
               MOVE CCPOST-SUM(WS-CKPT-IDX) TO WS-CKPT-AMT-EDIT
               MOVE CCPOST-ADJ(WS-CKPT-IDX) TO WS-CKPT-AMT-EDIT2
               MOVE SPACES TO RESTART-LINE
               STRING FUNCTION TRIM(CCPOST-CAT-NAME(WS-CKPT-IDX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      CCPOST-COST-CTR(WS-CKPT-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-CKPT-AMT-EDIT DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-CKPT-AMT-EDIT2 DELIMITED BY SIZE
                   INTO RESTART-LINE
               END-STRING
               WRITE RESTART-LINE
               ADD 1 TO WS-CKPT-IDX
           END-PERFORM

           MOVE 1 TO WS-CKPT-IDX
           PERFORM UNTIL WS-CKPT-IDX > ALLOCSUM-COUNT
               MOVE ALLOCSUM-SUM(WS-CKPT-IDX) TO WS-CKPT-AMT-EDIT
               MOVE SPACES TO RESTART-LINE
               STRING FUNCTION TRIM(ALLOCSUM-CAT-NAME(WS-CKPT-IDX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      ALLOCSUM-SET(WS-CKPT-IDX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-CKPT-AMT-EDIT DELIMITED BY SIZE
                   INTO RESTART-LINE
               END-STRING
               WRITE RESTART-LINE
               ADD 1 TO WS-CKPT-IDX
           END-PERFORM

           MOVE TAXABLE-MILE-PAID   TO WS-CKPT-AMT-EDIT
           MOVE TAXABLE-MILE-EXCESS TO WS-CKPT-AMT-EDIT2
           MOVE TAXABLE-PDM-PAID    TO WS-CKPT-AMT-EDIT3
           MOVE TAXABLE-PDM-EXCESS  TO WS-CKPT-AMT-EDIT4
           MOVE SPACES TO RESTART-LINE
           STRING WS-CKPT-AMT-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CKPT-AMT-EDIT2 DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CKPT-AMT-EDIT3 DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CKPT-AMT-EDIT4 DELIMITED BY SIZE
               INTO RESTART-LINE
           END-STRING
           WRITE RESTART-LINE

           IF SORTED-RUN
               PERFORM SAVE-SORTED-GROUP-STATE
           END-IF

           CLOSE RESTART-FILE.

       SAVE-SORTED-GROUP-STATE.
           MOVE SPACES TO RESTART-LINE
           STRING WS-GRP-RIDER-SW DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-GRP-DAY-SW DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GRP-RIDER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-GRP-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GRP-COST-CTR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-GRP-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RIDER-COUNT-BEFORE DELIMITED BY SIZE
               INTO RESTART-LINE
           END-STRING
           WRITE RESTART-LINE

           MOVE WS-GRP-FRONTED     TO WS-CKPT-AMT-EDIT
           MOVE WS-GRP-MILE-PAID   TO WS-CKPT-AMT-EDIT2
           MOVE WS-GRP-MILE-EXCESS TO WS-CKPT-AMT-EDIT3
           MOVE WS-GRP-PDM-PAID    TO WS-CKPT-AMT-EDIT4
           MOVE SPACES TO RESTART-LINE
           STRING WS-CKPT-AMT-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CKPT-AMT-EDIT2 DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CKPT-AMT-EDIT3 DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CKPT-AMT-EDIT4 DELIMITED BY SIZE
               INTO RESTART-LINE
           END-STRING
           WRITE RESTART-LINE

           MOVE WS-GRP-PDM-EXCESS     TO WS-CKPT-AMT-EDIT
           MOVE WS-RIDER-TOTAL-BEFORE TO WS-CKPT-AMT-EDIT2
           MOVE WS-DAY-TOTAL-BEFORE   TO WS-CKPT-AMT-EDIT3
           MOVE WS-SHARE-ALL          TO WS-CKPT-AMT-EDIT4
           MOVE SPACES TO RESTART-LINE
           STRING WS-CKPT-AMT-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CKPT-AMT-EDIT2 DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CKPT-AMT-EDIT3 DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CKPT-AMT-EDIT4 DELIMITED BY SIZE
               INTO RESTART-LINE
           END-STRING
           WRITE RESTART-LINE

           MOVE SPACES TO RESTART-LINE
           MOVE WS-LAST-SEEN-SIG TO RESTART-LINE(1:110)
           WRITE RESTART-LINE.

       LOAD-CHECKPOINT.
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS NOT = "00"
           *>         TOPNCOUNT|RIDERCOUNT|MAXAMOUNT|SEENFULLCOUNT|
           *>         VENDORCOUNT|VIOLCOUNT|MISSRCPTCOUNT|
           *>         EXPRECONCOUNT|ANYSHARED|REJECTCOUNT|
           *>         DUPRVWCOUNT|ADJCOUNT|ADJTOTAL|PDETAILCOUNT|
           *>         CCPOSTCOUNT|ALLOCSUMCOUNT|SORTREC|RSUMCOUNT|
           *>         VENDLINECOUNT|SPLITLINECOUNT|CAPHITCOUNT|
           *>         PRDETAILCOUNT
           MOVE SPACES TO WS-CKPT-FIELD-TABLE
           UNSTRING RESTART-LINE DELIMITED BY "|"
               INTO WS-CKPT-FIELD(1)  WS-CKPT-FIELD(2)  WS-CKPT-FIELD(3)
                    WS-CKPT-FIELD(19) WS-CKPT-FIELD(20) WS-CKPT-FIELD(21)
                    WS-CKPT-FIELD(22) WS-CKPT-FIELD(23)
                    WS-CKPT-FIELD(24) WS-CKPT-FIELD(25)
                    WS-CKPT-FIELD(26) WS-CKPT-FIELD(27)
                    WS-CKPT-FIELD(28) WS-CKPT-FIELD(29)
                    WS-CKPT-FIELD(30) WS-CKPT-FIELD(31)
                    WS-CKPT-FIELD(32) WS-CKPT-FIELD(33)
                    WS-CKPT-FIELD(34)
           END-UNSTRING

           COMPUTE WS-RESUME-RIDER-IDX = FUNCTION NUMVAL(WS-CKPT-FIELD(1))
           COMPUTE WS-ADJ-COUNT        = FUNCTION NUMVAL(WS-CKPT-FIELD(24))
           COMPUTE WS-ADJUST-TOTAL     = FUNCTION NUMVAL(WS-CKPT-FIELD(25))
           COMPUTE PDETAIL-COUNT       = FUNCTION NUMVAL(WS-CKPT-FIELD(26))
           COMPUTE CCPOST-COUNT        = FUNCTION NUMVAL(WS-CKPT-FIELD(27))
           COMPUTE ALLOCSUM-COUNT      = FUNCTION NUMVAL(WS-CKPT-FIELD(28))
           COMPUTE WS-RESUME-SORT-REC  = FUNCTION NUMVAL(WS-CKPT-FIELD(29))
           COMPUTE WS-RSUM-WRITE-COUNT = FUNCTION NUMVAL(WS-CKPT-FIELD(30))
           COMPUTE WS-VENDOR-LINE-COUNT
                                       = FUNCTION NUMVAL(WS-CKPT-FIELD(31))
           COMPUTE WS-SPLIT-LINE-COUNT = FUNCTION NUMVAL(WS-CKPT-FIELD(32))
           COMPUTE WS-CAPHIT-COUNT     = FUNCTION NUMVAL(WS-CKPT-FIELD(33))
           COMPUTE WS-PRDETAIL-COUNT   = FUNCTION NUMVAL(WS-CKPT-FIELD(34))

           MOVE 1 TO WS-CKPT-IDX
           PERFORM UNTIL WS-CKPT-IDX > CAT-COUNT
               ADD 1 TO WS-CKPT-IDX
           END-PERFORM

           *> Rider lines are only present in a checkpoint left by an
           *> older release; skip them.  A sorted run recounts its
           *> riders from the list as it sorts.
           MOVE 1 TO WS-CKPT-IDX
           PERFORM UNTIL WS-CKPT-IDX > RIDER-COUNT
               READ RESTART-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-CKPT-IDX
           END-PERFORM
           MOVE 0 TO RIDER-COUNT

           MOVE 1 TO WS-CKPT-IDX
           PERFORM UNTIL WS-CKPT-IDX > VENDOR-COUNT
               ADD 1 TO WS-CKPT-IDX
           END-PERFORM

           MOVE 1 TO WS-CKPT-IDX
           PERFORM UNTIL WS-CKPT-IDX > CCPOST-COUNT
               READ RESTART-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO WS-CKPT-FIELD(1)
               MOVE SPACES TO WS-CKPT-FIELD(2)
               MOVE SPACES TO WS-CKPT-FIELD(3)
               UNSTRING RESTART-LINE DELIMITED BY "|"
                   INTO CCPOST-CAT-NAME(WS-CKPT-IDX) WS-CKPT-FIELD(1)
                        WS-CKPT-FIELD(2) WS-CKPT-FIELD(3)
               END-UNSTRING
               MOVE WS-CKPT-FIELD(1)(1:10) TO CCPOST-COST-CTR(WS-CKPT-IDX)
               COMPUTE CCPOST-SUM(WS-CKPT-IDX) =
                       FUNCTION NUMVAL(WS-CKPT-FIELD(2))
               COMPUTE CCPOST-ADJ(WS-CKPT-IDX) =
                       FUNCTION NUMVAL(WS-CKPT-FIELD(3))
               ADD 1 TO WS-CKPT-IDX
           END-PERFORM

           MOVE 1 TO WS-CKPT-IDX
           PERFORM UNTIL WS-CKPT-IDX > ALLOCSUM-COUNT
               READ RESTART-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO WS-CKPT-FIELD(1)
               MOVE SPACES TO WS-CKPT-FIELD(2)
               UNSTRING RESTART-LINE DELIMITED BY "|"
                   INTO ALLOCSUM-CAT-NAME(WS-CKPT-IDX) WS-CKPT-FIELD(1)
                        WS-CKPT-FIELD(2)
               END-UNSTRING
               COMPUTE ALLOCSUM-SET(WS-CKPT-IDX) =
                       FUNCTION NUMVAL(WS-CKPT-FIELD(1))
               COMPUTE ALLOCSUM-SUM(WS-CKPT-IDX) =
                       FUNCTION NUMVAL(WS-CKPT-FIELD(2))
               ADD 1 TO WS-CKPT-IDX
           END-PERFORM

           READ RESTART-FILE
               NOT AT END
                   MOVE SPACES TO WS-CKPT-FIELD-TABLE
                   UNSTRING RESTART-LINE DELIMITED BY "|"
                       INTO WS-CKPT-FIELD(1) WS-CKPT-FIELD(2)
                            WS-CKPT-FIELD(3) WS-CKPT-FIELD(4)
                   END-UNSTRING
                   COMPUTE TAXABLE-MILE-PAID =
                           FUNCTION NUMVAL(WS-CKPT-FIELD(1))
                   COMPUTE TAXABLE-MILE-EXCESS =
                           FUNCTION NUMVAL(WS-CKPT-FIELD(2))
                   COMPUTE TAXABLE-PDM-PAID =
                           FUNCTION NUMVAL(WS-CKPT-FIELD(3))
                   COMPUTE TAXABLE-PDM-EXCESS =
                           FUNCTION NUMVAL(WS-CKPT-FIELD(4))
           END-READ

           IF WS-RESUME-SORT-REC > 0
               PERFORM LOAD-SORTED-GROUP-STATE
           END-IF

           CLOSE RESTART-FILE
           SET RESUMED-FROM-CKPT TO TRUE
           IF WS-RESUME-SORT-REC > 0
               DISPLAY "Resuming from checkpoint: sorted record "
                       WS-RESUME-SORT-REC
           ELSE
               DISPLAY "Resuming from checkpoint: rider "
                       WS-RESUME-RIDER-IDX " line " WS-RESUME-LINE-NUM
           END-IF.

       LOAD-SORTED-GROUP-STATE.
           READ RESTART-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-CKPT-FIELD-TABLE
           UNSTRING RESTART-LINE DELIMITED BY "|"
               INTO WS-CKPT-FIELD(1) WS-CKPT-FIELD(2) WS-GRP-RIDER
                    WS-CKPT-FIELD(3) WS-GRP-COST-CTR
                    WS-CKPT-FIELD(4) WS-CKPT-FIELD(5)
           END-UNSTRING
           MOVE WS-CKPT-FIELD(1)(1:1) TO WS-GRP-RIDER-SW
           MOVE WS-CKPT-FIELD(2)(1:1) TO WS-GRP-DAY-SW
           COMPUTE WS-GRP-SEQ = FUNCTION NUMVAL(WS-CKPT-FIELD(3))
           MOVE WS-CKPT-FIELD(4)(1:10) TO WS-GRP-DATE
           COMPUTE WS-RIDER-COUNT-BEFORE =
                   FUNCTION NUMVAL(WS-CKPT-FIELD(5))

           READ RESTART-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-CKPT-FIELD-TABLE
           UNSTRING RESTART-LINE DELIMITED BY "|"
               INTO WS-CKPT-FIELD(1) WS-CKPT-FIELD(2)
                    WS-CKPT-FIELD(3) WS-CKPT-FIELD(4)
           END-UNSTRING
           COMPUTE WS-GRP-FRONTED     = FUNCTION NUMVAL(WS-CKPT-FIELD(1))
           COMPUTE WS-GRP-MILE-PAID   = FUNCTION NUMVAL(WS-CKPT-FIELD(2))
           COMPUTE WS-GRP-MILE-EXCESS = FUNCTION NUMVAL(WS-CKPT-FIELD(3))
           COMPUTE WS-GRP-PDM-PAID    = FUNCTION NUMVAL(WS-CKPT-FIELD(4))

           READ RESTART-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-CKPT-FIELD-TABLE
           UNSTRING RESTART-LINE DELIMITED BY "|"
               INTO WS-CKPT-FIELD(1) WS-CKPT-FIELD(2)
                    WS-CKPT-FIELD(3) WS-CKPT-FIELD(4)
           END-UNSTRING
           COMPUTE WS-GRP-PDM-EXCESS  = FUNCTION NUMVAL(WS-CKPT-FIELD(1))
           COMPUTE WS-RIDER-TOTAL-BEFORE =
                   FUNCTION NUMVAL(WS-CKPT-FIELD(2))
           COMPUTE WS-DAY-TOTAL-BEFORE =
                   FUNCTION NUMVAL(WS-CKPT-FIELD(3))
           COMPUTE WS-SHARE-ALL       = FUNCTION NUMVAL(WS-CKPT-FIELD(4))

           READ RESTART-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           MOVE RESTART-LINE(1:110) TO WS-LAST-SEEN-SIG.

       DELETE-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE
