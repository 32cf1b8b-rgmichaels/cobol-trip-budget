      *> ------------------------------------------------------------
      *> Expense master record.
      *> One accepted expense line, keyed by rider + date + sequence
      *> number within the rider/date.  Posted by TRIPBUDGET under
      *> -MASTER and reported by its -YTD run mode; corrected only
      *> through MASTERMAINT, which logs a before/after image of
      *> every change; closed out each year by YEARCLOSE, which
      *> archives and purges records older than the cutoff.  The
      *> trip id is the registry id of the trip the spend was posted
      *> under (blank when the run named none).  A master written
      *> before the trip id was carried is converted to this layout
      *> with MASTERMAINT -CONVERT.
      *> ------------------------------------------------------------
       01  MASTER-RECORD.
           05 MASTER-KEY.
              10 MASTER-RIDER         PIC X(20).
              10 MASTER-DATE          PIC X(10).
              10 MASTER-SEQ           PIC 9(4).
           05 MASTER-CATEGORY         PIC X(30).
           05 MASTER-AMOUNT           PIC S9(7)V99.
           05 MASTER-VENDOR           PIC X(40).
           05 MASTER-RECEIPT          PIC X(20).
           05 MASTER-TRIP-ID          PIC X(12).
