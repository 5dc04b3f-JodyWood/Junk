       FILE SECTION.

       FD person
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS fs-record.

       01 fs-record.
           05 fs-department  PIC x(4).
           05 fs-hire-date   PIC x(8).
           05 fs-grade       PIC x(2).
           05 fs-manager-id  PIC x(6).

       SD sort-work
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS sr-record.

       01 sr-record.
           05 sr-department  PIC x(4).
           05 sr-hire-date   PIC x(8).
           05 sr-grade       PIC x(2).
           05 sr-manager-id  PIC x(6).

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

      * The department whose block is currently being accumulated -
      * a change in sr-department against this is the control break.
