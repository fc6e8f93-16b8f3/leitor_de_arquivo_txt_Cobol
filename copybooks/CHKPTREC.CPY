      * Copybook: CHKPTREC
      * Purpose:  Checkpoint record for restart support - how many
      *           IN-FILE lines have already been consumed, the
      *           good/reject counters, the paginated-report
      *           position (page/line count) and the count of win-rate
      *           changes held for review as of the last checkpoint.
      ******************************************************************
       01 CHECKPOINT-RECORD.
           05 CKPT-LINES-READ      PIC 9(5).
           05 CKPT-PAGE-COUNT      PIC 9(3).
           05 CKPT-LINE-COUNT      PIC 9(2).
           05 CKPT-RUN-SEQ         PIC 9(5).
           05 CKPT-HELD-COUNT      PIC 9(5).
