      *> ------------------------------------------------------------
      *> Trip registry record.
      *> One trip, keyed by trip id, with its official dates, the
      *> department that owns it and where it stands:
      *>   OPEN   - expenses may still be run and posted
      *>   CLOSED - its GL and PAY extracts have gone out; TRIPBUDGET
      *>            refuses further runs without -OVERRIDE
      *>   POSTED - finance has booked the GL batch; also refused
      *> The close records the GL and PAY control totals it verified
      *> in the extract trailers.  Maintained by TRIPMAINT; read by
      *> TRIPBUDGET under -TRIPREG.
      *> ------------------------------------------------------------
       01  TRIP-REG-RECORD.
           05 TREG-KEY.
              10 TREG-TRIP-ID         PIC X(12).
           05 TREG-TRIP-NAME          PIC X(30).
           05 TREG-START-DATE         PIC X(10).
           05 TREG-END-DATE           PIC X(10).
           05 TREG-DEPARTMENT         PIC X(20).
           05 TREG-STATUS             PIC X(6).
              88 TREG-OPEN            VALUE 'OPEN'.
              88 TREG-CLOSED          VALUE 'CLOSED'.
              88 TREG-POSTED          VALUE 'POSTED'.
           05 TREG-STATUS-DATE        PIC X(10).
           05 TREG-GL-CONTROL         PIC S9(9)V99.
           05 TREG-PAY-CONTROL        PIC S9(9)V99.
           05 TREG-LAST-CHANGED       PIC X(10).
