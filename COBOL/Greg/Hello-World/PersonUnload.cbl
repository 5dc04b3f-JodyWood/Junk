       FILE SECTION.

       FD person
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS fs-record.

       01 fs-record.
           05 fs-department  PIC x(4).
           05 fs-hire-date   PIC x(8).
           05 fs-grade       PIC x(2).
           05 fs-manager-id  PIC x(6).

      *    Detail records are straight fs-record images; the last
      *    record on the file is the trailer built below.
       FD person-backup
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS bk-record.

       01 bk-record PIC x(56).

      *    The one run-control record - read INTO and written FROM
      *    the run-control-image in WORKING-STORAGE, so the image
      *    survives the CLOSE between the check at the top of the
      *    run and the rewrite at the bottom.
       FD run-control
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS run-control-record.

       01 run-control-record PIC x(160).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           05 bt-marker       PIC x(8) VALUE "*TRAILER".
           05 bt-record-count PIC 9(9).
           05 bt-salary-total PIC 9(13)v99.
           05 FILLER          PIC x(24) VALUE SPACES.

       01 unload-count  PIC 9(9) VALUE 0.
       01 salary-total  PIC 9(13)v99 VALUE 0.
           05 rcd-load-count    PIC 9(9).
           05 rcd-term-count    PIC 9(9).
           05 rcd-closing-count PIC 9(9).
           05 rcd-load-batch.
               10 rcd-load-batch-number PIC 9(6).
               10 rcd-load-batch-count  PIC 9(9).
               10 rcd-load-batch-hash   PIC 9(13)v99.
           05 rcd-tran-batch.
               10 rcd-tran-batch-number PIC 9(6).
               10 rcd-tran-batch-count  PIC 9(9).
               10 rcd-tran-batch-hash   PIC 9(13)v99.
           05 rcd-pay-batch.
               10 rcd-pay-batch-number  PIC 9(6).
               10 rcd-pay-batch-count   PIC 9(9).
               10 rcd-pay-batch-hash    PIC 9(13)v99.
           05 FILLER            PIC x(9).
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           MOVE 0      TO rcd-load-count.
           MOVE 0      TO rcd-term-count.
           MOVE 0      TO rcd-closing-count.
           MOVE ZERO   TO rcd-load-batch.
           MOVE ZERO   TO rcd-tran-batch.
           MOVE ZERO   TO rcd-pay-batch.

           OPEN INPUT run-control.
           IF runctl-status = "00"
           MOVE 0 TO rcd-load-count.
           MOVE 0 TO rcd-term-count.
           MOVE 0 TO rcd-closing-count.
      *    No HR batch has been accepted into the new cycle yet - the
      *    load, merged run, or payments run that accepts one fills
      *    in its own file's slot.
           MOVE ZERO TO rcd-load-batch.
           MOVE ZERO TO rcd-tran-batch.
           MOVE ZERO TO rcd-pay-batch.

           OPEN OUTPUT run-control.
           WRITE run-control-record FROM run-control-image.
