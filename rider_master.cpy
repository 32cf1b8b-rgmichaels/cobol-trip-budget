      *> ------------------------------------------------------------
      *> Rider reference master record.
      *> Keyed on the rider id - the same value the .LST rider list,
      *> the payee mapping and the advance file carry in their first
      *> column - so every one of those files resolves against one
      *> controlled roster instead of free-text names.  Maintained by
      *> RIDERMAINT; read by TRIPBUDGET under -RIDERMASTER.
      *> ------------------------------------------------------------
       01  RIDER-MASTER-RECORD.
           05 RMAST-KEY.
              10 RMAST-RIDER-ID       PIC X(20).
           05 RMAST-LEGAL-NAME        PIC X(40).
           05 RMAST-COST-CENTER       PIC X(10).
           05 RMAST-DEPARTMENT        PIC X(20).
           05 RMAST-MANAGER           PIC X(30).
           05 RMAST-STATUS            PIC X.
              88 RMAST-ACTIVE         VALUE 'A'.
              88 RMAST-TERMINATED     VALUE 'T'.
           05 RMAST-STATUS-DATE       PIC X(10).
           05 RMAST-LAST-CHANGED      PIC X(10).
