      * department, hire-date, and salary in the bureau's zoned
      * format), and a trailer carrying the record count and total
      * salary for their balancing. A full-file extract every cycle -
      * the bureau replaces last cycle's file with this one. One-time
      * payments (bonuses, spot awards, retention payments) whose pay
      * date has come go out behind the employees as 'B' details,
      * counted into the same trailer, and are marked sent on
      * payment-hist.dat.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           FILE STATUS IS person-status.

      *    The interface file the bureau picks up - one header, one
      *    detail per employee, one detail per one-time payment, one
      *    trailer, told apart by the record-type byte in column 1.
       SELECT payroll-extract
       ASSIGN TO
           'payroll-extract.dat'
       ASSIGN TO
           'run-control.dat'
           FILE STATUS IS runctl-status.

      *    One-time payments taken by the PAYMENTS run, waiting for
      *    the extract that falls on or after their pay date.
       SELECT payment-hist
       ASSIGN TO
           'payment-hist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ph-payment-number
           ALTERNATE RECORD KEY IS ph-employee-id WITH DUPLICATES
           FILE STATUS IS payhist-status.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE SECTION.

       FD person
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS fs-record.

       01 fs-record.
           05 fs-department  PIC x(4).
           05 fs-hire-date   PIC x(8).
           05 fs-grade       PIC x(2).
           05 fs-manager-id  PIC x(6).

      *    All three record types share one fixed length so the bureau
      *    can read the file as plain fixed-format records and branch
      *    survives the CLOSE between the check at the top of the
      *    run and the rewrite at the bottom.
       FD run-control
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS run-control-record.

       01 run-control-record PIC x(160).

      *    One one-time payment, from the PAYMENTS run that took it
      *    through the extract that sent it.
       FD payment-hist
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS ph-record.

       01 ph-record.
           05 ph-payment-number  PIC 9(6).
           05 ph-employee-id     PIC x(6).
           05 ph-last-name       PIC x(10).
           05 ph-first-name      PIC x(10).
           05 ph-department      PIC x(4).
           05 ph-payment-type    PIC x(1).
               88 PH-BONUS      VALUE 'B'.
               88 PH-SPOT-AWARD VALUE 'S'.
               88 PH-RETENTION  VALUE 'R'.
           05 ph-amount          PIC 9(8)v99.
           05 ph-pay-date        PIC x(8).
           05 ph-reference       PIC x(20).
           05 ph-status          PIC x(1).
               88 PH-AWAITING-EXTRACT VALUE 'A'.
               88 PH-SENT             VALUE 'S'.
               88 PH-BUREAU-REJECTED  VALUE 'J'.
           05 ph-cycle-number    PIC 9(6).
           05 ph-sent-date       PIC x(8).
           05 ph-batch-number    PIC 9(6).
           05 ph-timestamp       PIC x(21).
           05 ph-job-user        PIC x(8).
           05 FILLER             PIC x(5).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 eof-switches.
           05 person-eof PIC x VALUE 'N'.
               88 END-OF-PERSON VALUE 'Y'.
           05 payment-hist-eof PIC x VALUE 'N'.
               88 END-OF-PAYMENT-HIST VALUE 'Y'.

       01 person-status  PIC xx.
       01 extract-status PIC xx.
       01 payhist-status PIC xx.

      * Run-control handling - the run is refused when the cycle
      * isn't open or the master hasn't been updated this cycle.
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

      * Whether a complete extract (header, details, trailer) was
      * cut - only then is the cycle's EXTRACT step stamped.

       01 extract-count  PIC 9(9) VALUE 0.
       01 extract-total  PIC 9(11)v99 VALUE 0.
       01 payment-count  PIC 9(9) VALUE 0.
       01 payment-total  PIC 9(11)v99 VALUE 0.
       01 extract-run-date PIC x(8).

      *    'H' header, 'D' detail, 'B' one-time payment, 'T' trailer -
      *    built here and moved to px-record for the WRITE.
       01 header-record.
           05 hx-record-type PIC x(1)  VALUE 'H'.
           05 hx-run-date    PIC x(8).
      *        fs-salary is carried on the master.
           05 dx-salary      PIC 9(8)v99.

      *    The payment number comes back on the bureau's return so
      *    the settlement reconciliation can match it exactly.
       01 payment-detail-record.
           05 bx-record-type    PIC x(1)  VALUE 'B'.
           05 bx-employee-id    PIC x(6).
           05 bx-payment-number PIC 9(6).
           05 bx-last-name      PIC x(10).
           05 bx-department     PIC x(4).
           05 bx-payment-type   PIC x(1).
           05 bx-pay-date       PIC x(8).
           05 bx-amount         PIC 9(8)v99.
           05 FILLER            PIC x(3)  VALUE SPACES.

      *    tx-count and tx-total cover every detail, 'D' and 'B'
      *    alike - the one-time payments are broken out after them.
       01 trailer-record.
           05 tx-record-type   PIC x(1)  VALUE 'T'.
           05 tx-count         PIC 9(9).
           05 tx-total         PIC 9(11)v99.
           05 tx-payment-count PIC 9(9).
           05 tx-payment-total PIC 9(11)v99.
           05 FILLER           PIC x(4)  VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------

               PERFORM WriteExtractHeader
               PERFORM ExtractOnePersonRecord UNTIL END-OF-PERSON
               IF NOT EXTRACT-FAILED
                   PERFORM ExtractOneTimePayments
               END-IF

      *        No trailer on a failed walk - a short file whose
      *        trailer balances its own details would sail through
               CLOSE payroll-extract
               CLOSE person

               DISPLAY '    Details extracted:   ' extract-count
               DISPLAY '    One-time payments:   ' payment-count
               DISPLAY ' '
           END-IF.

      *        add up to the trailer.
           MOVE extract-count TO tx-count.
           MOVE extract-total TO tx-total.
           MOVE payment-count TO tx-payment-count.
           MOVE payment-total TO tx-payment-total.
           WRITE px-record FROM trailer-record.

       ExtractOneTimePayments.
      *    A payment goes out on the first extract on or after its
      *    pay date and is marked sent under this cycle's number as
      *    it goes. One already sent this cycle goes out again - a
      *    rerun of the step cuts the same file the first run did.
      *    No history file yet just means no payment taken so far.
           MOVE FUNCTION CURRENT-DATE(1:8) TO extract-run-date.
           OPEN I-O payment-hist.
           IF payhist-status = "35"
               DISPLAY '    No payment history - no one-time payments.'
           ELSE IF payhist-status NOT = "00"
               DISPLAY
                   '    OPEN I-O payment-hist failed, status: '
                   payhist-status
               DISPLAY
                   '    Extract is incomplete - do not send it.'
               SET EXTRACT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ExtractOnePayment UNTIL END-OF-PAYMENT-HIST
               CLOSE payment-hist
           END-IF.

       ExtractOnePayment.
      *        Same guard as the person walk - a hard read error
      *        must end the loop and leave the file without a
      *        trailer.
           READ payment-hist
               AT END
                   MOVE 'Y' TO payment-hist-eof
               NOT AT END
                   IF payhist-status = "00" OR payhist-status = "02"
                       PERFORM SelectPaymentForExtract
                   ELSE
                       DISPLAY
                           '    READ error on payment-hist, status: '
                           payhist-status
                       PERFORM FailPaymentExtract
                   END-IF
           END-READ.

       SelectPaymentForExtract.
           IF PH-AWAITING-EXTRACT AND ph-pay-date NOT > extract-run-date
               SET PH-SENT TO TRUE
               MOVE rcd-cycle-number TO ph-cycle-number
               MOVE extract-run-date TO ph-sent-date
               REWRITE ph-record
                   INVALID KEY
                       DISPLAY
                           '    REWRITE failed on payment '
                           ph-payment-number ', status: '
                           payhist-status
                       PERFORM FailPaymentExtract
                   NOT INVALID KEY
                       PERFORM WritePaymentDetail
               END-REWRITE
           ELSE IF PH-SENT AND ph-cycle-number = rcd-cycle-number
               PERFORM WritePaymentDetail
           END-IF.

       FailPaymentExtract.
           DISPLAY '    Extract is incomplete - do not send it.'.
           SET EXTRACT-FAILED TO TRUE.
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO payment-hist-eof.

       WritePaymentDetail.
           MOVE ph-employee-id    TO bx-employee-id.
           MOVE ph-payment-number TO bx-payment-number.
           MOVE ph-last-name      TO bx-last-name.
           MOVE ph-department     TO bx-department.
           MOVE ph-payment-type   TO bx-payment-type.
           MOVE ph-pay-date       TO bx-pay-date.
           MOVE ph-amount         TO bx-amount.
           WRITE px-record FROM payment-detail-record.

           ADD 1 TO extract-count.
           ADD ph-amount TO extract-total.
           ADD 1 TO payment-count.
           ADD ph-amount TO payment-total.
      *-----------------------------------------------------------------
