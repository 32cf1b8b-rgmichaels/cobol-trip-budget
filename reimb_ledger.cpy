      *> ------------------------------------------------------------
      *> Rider reimbursement ledger record.
      *> One reimbursement owed to (or, negative, by) a rider: a "PD"
      *> detail of a TRIPBUDGET payment extract, keyed by rider id,
      *> the extract's batch date and a sequence number within the
      *> rider/batch date.  Written and settled by PAYCONFIRM - an
      *> entry starts OWED when its extract is loaded and becomes
      *> PAID or REJECTED when the bank return file confirms or
      *> bounces the payment.  A REJECTED entry is still owed.
      *> ------------------------------------------------------------
       01  REIMB-LEDGER-RECORD.
           05 RLEDG-KEY.
              10 RLEDG-RIDER          PIC X(20).
              10 RLEDG-BATCH-DATE     PIC X(8).
              10 RLEDG-SEQ            PIC 9(4).
           05 RLEDG-PAYEE-ID          PIC X(15).
           05 RLEDG-TRIP-NAME         PIC X(30).
           05 RLEDG-COST-CENTER       PIC X(10).
           05 RLEDG-AMOUNT            PIC S9(7)V99.
           05 RLEDG-STATUS            PIC X(8).
              88 RLEDG-OWED           VALUE 'OWED'.
              88 RLEDG-PAID           VALUE 'PAID'.
              88 RLEDG-REJECTED       VALUE 'REJECTED'.
           05 RLEDG-OWED-SINCE        PIC X(10).
           05 RLEDG-SETTLED-DATE      PIC X(10).
           05 RLEDG-BANK-REF          PIC X(20).
           05 RLEDG-REJECT-REASON     PIC X(30).
           05 RLEDG-LAST-CHANGED      PIC X(10).
