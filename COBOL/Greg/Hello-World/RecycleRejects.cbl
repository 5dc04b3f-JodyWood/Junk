           FILE STATUS IS correct-status.

      *    Repaired transactions, in the same layout person-in.dat
      *    uses, ready to be picked up by the next load - with the
      *    batch header and trailer the load proves before it
      *    applies anything.
       SELECT person-recycle
       ASSIGN TO
           'person-recycle.dat'.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS grade-code
           FILE STATUS IS grade-status.

      *    Number-control record - carries the last batch number a
      *    recycled file went out under, so each one gets a number
      *    the load has never seen (recycled batches run from
      *    900001, clear of HR's own numbering).
       SELECT number-control
       ASSIGN TO
           'number-control.dat'
           FILE STATUS IS numctl-status.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE SECTION.

       FD person-rejects
           RECORD CONTAINS 88 CHARACTERS
           DATA RECORD IS rej-record.

       01 rej-record.
           05 rej-department   PIC x(4).
           05 rej-hire-date    PIC x(8).
           05 rej-grade        PIC x(2).
           05 rej-manager-id   PIC x(6).
           05 rej-reason-code  PIC x(2).
           05 rej-reason-text  PIC x(30).

      *    One correction - who it repairs, then the replacement
      *    values to lay over the rejected transaction.
       FD person-correct
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS cor-record.

       01 cor-record.
           05 cor-department      PIC x(4).
           05 cor-hire-date       PIC x(8).
           05 cor-grade           PIC x(2).
           05 cor-manager-id      PIC x(6).

      *    Same layout as ti-record in the load - that's the whole
      *    point, the next person-in.dat is built from this file.
       FD person-recycle
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS rc-record.

       01 rc-record.
           05 rc-department  PIC x(4).
           05 rc-hire-date   PIC x(8).
           05 rc-grade       PIC x(2).
           05 rc-manager-id  PIC x(6).

       FD rejects-forward
           RECORD CONTAINS 88 CHARACTERS
           DATA RECORD IS fw-record.

       01 fw-record.
           05 fw-department   PIC x(4).
           05 fw-hire-date    PIC x(8).
           05 fw-grade        PIC x(2).
           05 fw-manager-id   PIC x(6).
           05 fw-reason-code  PIC x(2).
           05 fw-reason-text  PIC x(30).

       FD number-control
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS number-control-record.

       01 number-control-record PIC x(80).

       FD dept
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS dept-record.
               10 ce-department      PIC x(4).
               10 ce-hire-date       PIC x(8).
               10 ce-grade           PIC x(2).
               10 ce-manager-id      PIC x(6).

       01 correction-sub   PIC 9(3).
       01 correction-found-switch PIC x VALUE 'N'.
       01 rejects-read-count PIC 9(6) VALUE 0.
       01 repaired-count     PIC 9(6) VALUE 0.
       01 forwarded-count    PIC 9(6) VALUE 0.

      * The recycled file's batch control - same header and trailer
      * layout HR's files carry. The hash is the total of the
      * repaired salaries.
       01 numctl-status      PIC xx.
       01 number-control-image.
           05 nc-last-employee-number PIC 9(5).
           05 nc-last-recycle-batch   PIC 9(6).
           05 nc-last-approval-number PIC 9(6).
           05 nc-last-payment-number  PIC 9(6).
           05 FILLER                  PIC x(57).

       01 recycle-salary-hash PIC 9(13)v99 VALUE 0.

       01 recycle-header.
           05 FILLER             PIC x(8) VALUE "*HEADER ".
           05 rh-batch-number    PIC 9(6).
           05 rh-creation-date   PIC x(8).
           05 FILLER             PIC x(34) VALUE SPACES.

       01 recycle-trailer.
           05 FILLER             PIC x(8) VALUE "*TRAILER".
           05 rt-record-count    PIC 9(9).
           05 rt-salary-hash     PIC 9(13)v99.
           05 FILLER             PIC x(24) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
                           ce-hire-date (correction-count)
                       MOVE cor-grade TO
                           ce-grade (correction-count)
                       MOVE cor-manager-id TO
                           ce-manager-id (correction-count)
                   ELSE
                       DISPLAY
                           '    Correction table full - correction'
               OPEN OUTPUT person-recycle
               OPEN OUTPUT rejects-forward

               PERFORM WriteRecycleHeader
               PERFORM RecycleOneReject UNTIL END-OF-REJECTS
               PERFORM WriteRecycleTrailer

               CLOSE person-rejects
               CLOSE person-recycle
               DISPLAY '    Rejects read:      ' rejects-read-count
               DISPLAY '    Repaired for load: ' repaired-count
               DISPLAY '    Carried forward:   ' forwarded-count
               DISPLAY '    Recycle batch:     ' rh-batch-number
           END-IF.

           DISPLAY ' '.
           MOVE rej-department  TO rc-department.
           MOVE rej-hire-date   TO rc-hire-date.
           MOVE rej-grade       TO rc-grade.
           MOVE rej-manager-id  TO rc-manager-id.

           PERFORM FindCorrection.

           PERFORM EditTransaction.

           IF EDIT-PASSED
               ADD rc-salary TO recycle-salary-hash
               WRITE rc-record
               ADD 1 TO repaired-count
           ELSE
               MOVE ce-grade (correction-found-sub)
                   TO rc-grade
           END-IF.
           IF ce-manager-id (correction-found-sub) NOT = SPACES
               MOVE ce-manager-id (correction-found-sub)
                   TO rc-manager-id
           END-IF.

       EditTransaction.
      *    The same edits WritePersonFile applies to a fresh
               END-IF
           END-IF.

       WriteRecycleHeader.
      *    Take the next recycle batch number and put it back at
      *    once - a number is never handed out twice, even if this
      *    run goes no further. No record yet, or one the load wrote
      *    before any recycle ran, starts the series at 900001.
           MOVE SPACES TO number-control-image.
           MOVE 0 TO nc-last-employee-number.
           MOVE 0 TO nc-last-recycle-batch.
           MOVE 0 TO nc-last-approval-number.
           MOVE 0 TO nc-last-payment-number.
           OPEN INPUT number-control.
           IF numctl-status = "00"
               READ number-control INTO number-control-image
                   AT END
                       CONTINUE
               END-READ
               CLOSE number-control
           END-IF.
           IF nc-last-employee-number IS NOT NUMERIC
               MOVE 0 TO nc-last-employee-number
           END-IF.
           IF nc-last-approval-number IS NOT NUMERIC
               MOVE 0 TO nc-last-approval-number
           END-IF.
           IF nc-last-payment-number IS NOT NUMERIC
               MOVE 0 TO nc-last-payment-number
           END-IF.
           IF nc-last-recycle-batch IS NOT NUMERIC
               OR nc-last-recycle-batch < 900000
               OR nc-last-recycle-batch >= 999999
               MOVE 900000 TO nc-last-recycle-batch
           END-IF.
           ADD 1 TO nc-last-recycle-batch.

           OPEN OUTPUT number-control.
           WRITE number-control-record FROM number-control-image.
           CLOSE number-control.

           MOVE nc-last-recycle-batch TO rh-batch-number.
           MOVE current-run-date      TO rh-creation-date.
           WRITE rc-record FROM recycle-header.

       WriteRecycleTrailer.
           MOVE repaired-count      TO rt-record-count.
           MOVE recycle-salary-hash TO rt-salary-hash.
           WRITE rc-record FROM recycle-trailer.

       WriteForwardRecord.
           MOVE rc-first-name      TO fw-first-name.
           MOVE rc-last-name       TO fw-last-name.
           MOVE rc-department      TO fw-department.
           MOVE rc-hire-date       TO fw-hire-date.
           MOVE rc-grade           TO fw-grade.
           MOVE rc-manager-id      TO fw-manager-id.
           MOVE reject-reason-code TO fw-reason-code.
           MOVE reject-reason-text TO fw-reason-text.
           WRITE fw-record.
