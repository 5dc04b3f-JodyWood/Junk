       FILE SECTION.

       FD person
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS fs-record.

       01 fs-record.
           05 fs-department  PIC x(4).
           05 fs-hire-date   PIC x(8).
           05 fs-grade       PIC x(2).
           05 fs-manager-id  PIC x(6).

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

       01 closing-count  PIC 9(9) VALUE 0.
       01 expected-count PIC s9(9) VALUE 0.
           05 FILLER         PIC x(8)  VALUE SPACES.
           05 sl-caption     PIC x(24).
           05 sl-count       PIC zzz,zzz,zz9-.

      * The HR batches the cycle's load, merged run and payments run
      * accepted, as their headers and trailers declared them - what
      * the morning handoff quotes back to HR. One line per file.
       01 batch-line.
           05 FILLER         PIC x(8)  VALUE SPACES.
           05 FILLER         PIC x(7)  VALUE "BATCH: ".
           05 bl-batch-number PIC 9(6).
           05 FILLER         PIC x(3)  VALUE SPACES.
           05 bl-batch-file  PIC x(15).
           05 FILLER         PIC x(9)  VALUE "RECORDS: ".
           05 bl-batch-count PIC zzz,zzz,zz9.
           05 FILLER         PIC x(8)  VALUE "   HASH:".
           05 bl-batch-hash  PIC z,zzz,zzz,zzz,zz9.99.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           MOVE closing-count        TO sl-count.
           DISPLAY summary-line.

           DISPLAY ' '.
           IF rcd-load-batch-number = ZERO
               AND rcd-tran-batch-number = ZERO
               AND rcd-pay-batch-number = ZERO
               DISPLAY '        BATCH: none accepted this cycle'
           END-IF.
           IF rcd-load-batch-number NOT = ZERO
               MOVE rcd-load-batch-number TO bl-batch-number
               MOVE "(person-in)"         TO bl-batch-file
               MOVE rcd-load-batch-count  TO bl-batch-count
               MOVE rcd-load-batch-hash   TO bl-batch-hash
               DISPLAY batch-line
           END-IF.
           IF rcd-tran-batch-number NOT = ZERO
               MOVE rcd-tran-batch-number TO bl-batch-number
               MOVE "(person-tran)"       TO bl-batch-file
               MOVE rcd-tran-batch-count  TO bl-batch-count
               MOVE rcd-tran-batch-hash   TO bl-batch-hash
               DISPLAY batch-line
           END-IF.
           IF rcd-pay-batch-number NOT = ZERO
               MOVE rcd-pay-batch-number  TO bl-batch-number
               MOVE "(payment-in)"        TO bl-batch-file
               MOVE rcd-pay-batch-count   TO bl-batch-count
               MOVE rcd-pay-batch-hash    TO bl-batch-hash
               DISPLAY batch-line
           END-IF.

           DISPLAY ' '.
           IF CYCLE-BALANCED
               DISPLAY '    CYCLE IN BALANCE - cycle closed.'
