      *   - employees the bureau paid that aren't on our master,
      *   - amount mismatches between extract and settlement,
      *   - the bureau's own rejects, reason codes and all,
      *   - one-time payments (the extract's 'B' details) sent but
      *     not paid, paid but not sent, or paid to a different
      *     employee or amount, matched on the payment number,
      * with a balancing summary at the bottom. Anything out of
      * balance ends RC=8 so the JCL can stop the cycle.
      *
      * A one-time payment the bureau bounces is marked rejected on
      * payment-hist.dat, so the payment history no longer counts it
      * as paid and HR can key it again.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------

      *    The bureau's settlement file - 'P' records for payments
      *    made, 'R' records for transactions they bounced, with
      *    their reason code and text. One-time payments come back
      *    as 'B' paid and 'J' bounced, carrying our payment number.
       SELECT payroll-return
       ASSIGN TO
           'payroll-return.dat'
           FILE STATUS IS return-status.

      *    The one-time payments PAYEXTR sent - a bounced one is
      *    rewritten as rejected.
       SELECT payment-hist
       ASSIGN TO
           'payment-hist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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

      *    Same fixed records PayrollExtract writes - the type byte
      *    in column 1 says header, detail, one-time payment, or
      *    trailer.
       FD payroll-extract
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS px-record.
           05 dx-hire-date   PIC x(8).
           05 dx-salary      PIC 9(8)v99.

       01 px-payment REDEFINES px-record.
           05 bx-record-type    PIC x(1).
           05 bx-employee-id    PIC x(6).
           05 bx-payment-number PIC 9(6).
           05 bx-last-name      PIC x(10).
           05 bx-department     PIC x(4).
           05 bx-payment-type   PIC x(1).
           05 bx-pay-date       PIC x(8).
           05 bx-amount         PIC 9(8)v99.
           05 FILLER            PIC x(3).

       01 px-trailer REDEFINES px-record.
           05 tx-record-type   PIC x(1).
           05 tx-count         PIC 9(9).
           05 tx-total         PIC 9(11)v99.
           05 tx-payment-count PIC 9(9).
           05 tx-payment-total PIC 9(11)v99.
           05 FILLER           PIC x(4).

       FD payroll-return
           RECORD CONTAINS 49 CHARACTERS
           05 pr-status      PIC x(1).
               88 PR-PAID     VALUE 'P'.
               88 PR-REJECTED VALUE 'R'.
               88 PR-ONE-TIME-PAID     VALUE 'B'.
               88 PR-ONE-TIME-REJECTED VALUE 'J'.
           05 pr-amount      PIC 9(8)v99.
           05 pr-reason-code PIC x(2).
           05 pr-reason-text PIC x(30).

      *    A one-time payment's return - the payment number takes
      *    the front of the reason text.
       01 pr-one-time REDEFINES pr-record.
           05 po-employee-id    PIC x(6).
           05 po-status         PIC x(1).
           05 po-amount         PIC 9(8)v99.
           05 po-reason-code    PIC x(2).
           05 po-payment-number PIC 9(6).
           05 po-reason-text    PIC x(24).

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

       01 person-status  PIC xx.
       01 extract-status PIC xx.
       01 return-status  PIC xx.
       01 payhist-status PIC xx.

      * What we sent, one row per extract detail - ticked off as the
      * return file accounts for each one; whatever is left unticked
           88 EXTRACT-FOUND VALUE 'Y'.
       01 extract-found-sub    PIC 9(3).

      * The one-time payments we sent, one row per 'B' detail, ticked
      * off the same way.
       01 one-time-table.
           05 one-time-count PIC 9(3) VALUE 0.
           05 one-time-entry OCCURS 500 TIMES.
               10 ot-payment-number PIC 9(6).
               10 ot-employee-id    PIC x(6).
               10 ot-amount         PIC 9(8)v99.
               10 ot-matched        PIC x(1).
                   88 OT-ACCOUNTED VALUE 'Y'.
       01 one-time-sub          PIC 9(3).
       01 one-time-found-switch PIC x VALUE 'N'.
           88 ONE-TIME-FOUND VALUE 'Y'.
       01 one-time-found-sub    PIC 9(3).

       01 trailer-switch PIC x VALUE 'N'.
           88 TRAILER-FOUND VALUE 'Y'.
       01 trailer-count  PIC 9(9) VALUE 0.
       01 trailer-total  PIC 9(11)v99 VALUE 0.
       01 trailer-payment-count PIC 9(9) VALUE 0.
       01 extract-detail-count  PIC 9(9) VALUE 0.

       01 master-open-switch PIC x VALUE 'N'.
           88 MASTER-OPEN VALUE 'Y'.
       01 payhist-open-switch PIC x VALUE 'N'.
           88 PAYHIST-OPEN VALUE 'Y'.

       01 return-read-count   PIC 9(6) VALUE 0.
       01 paid-count          PIC 9(6) VALUE 0.
       01 not-on-master-count PIC 9(6) VALUE 0.
       01 mismatch-count      PIC 9(6) VALUE 0.
       01 not-sent-count      PIC 9(6) VALUE 0.
       01 one-time-paid-count     PIC 9(6) VALUE 0.
       01 one-time-not-paid-count PIC 9(6) VALUE 0.
       01 one-time-not-sent-count PIC 9(6) VALUE 0.
       01 one-time-marked-count   PIC 9(6) VALUE 0.
       01 one-time-unmarked-count PIC 9(6) VALUE 0.
       01 exception-count     PIC 9(6) VALUE 0.

       01 amount-line.

           IF RETURN-CODE = 0
               PERFORM OpenPersonMaster
               PERFORM OpenPaymentHistory
               PERFORM ReconcileReturnFile
               PERFORM ReportUnpaidExtracts
               PERFORM PrintBalancingSummary
               IF MASTER-OPEN
                   CLOSE person
               END-IF
               IF PAYHIST-OPEN
                   CLOSE payment-hist
               END-IF
           END-IF.

           GOBACK.
                       ' be proved.'
                   MOVE 8 TO RETURN-CODE
               ELSE
      *            The trailer counts the one-time payments in with
      *            the employees, and breaks them out again.
                   COMPUTE extract-detail-count =
                       extract-count + one-time-count
                   IF extract-detail-count NOT = trailer-count
                       OR one-time-count NOT = trailer-payment-count
                       DISPLAY
                           '    EXTRACT DETAILS DO NOT MATCH ITS'
                           ' TRAILER COUNT.'
               END-IF

               DISPLAY '    Extract details loaded: ' extract-count
               DISPLAY '    One-time payments:      ' one-time-count
           END-IF.

       LoadOneExtractRecord.
                   IF px-record-type = "D"
                       PERFORM TableOneExtractDetail
                   ELSE
                       IF px-record-type = "B"
                           PERFORM TableOneTimePayment
                       END-IF
                       IF px-record-type = "T"
                           SET TRAILER-FOUND TO TRUE
                           MOVE tx-count TO trailer-count
                           MOVE tx-total TO trailer-total
                           MOVE tx-payment-count TO
                               trailer-payment-count
                       END-IF
                   END-IF
           END-READ.
               MOVE 8 TO RETURN-CODE
           END-IF.

       TableOneTimePayment.
           IF one-time-count < 500
               ADD 1 TO one-time-count
               MOVE bx-payment-number TO
                   ot-payment-number (one-time-count)
               MOVE bx-employee-id TO ot-employee-id (one-time-count)
               MOVE bx-amount TO ot-amount (one-time-count)
               MOVE 'N' TO ot-matched (one-time-count)
           ELSE
               DISPLAY
                   '    One-time table full - cannot reconcile: '
                   bx-payment-number
               MOVE 8 TO RETURN-CODE
           END-IF.

       OpenPersonMaster.
      *    The master check is best-effort - with no master to ask,
      *    every paid employee would look unknown, so the check is
               DISPLAY '    Master check skipped.'
           END-IF.

       OpenPaymentHistory.
      *    Only needed when the extract carried one-time payments -
      *    without it a bounced payment can't be marked, and each
      *    one that comes back counts as an exception.
           IF one-time-count > 0
               OPEN I-O payment-hist
               IF payhist-status = "00"
                   SET PAYHIST-OPEN TO TRUE
               ELSE
                   DISPLAY
                       '    WARNING: payment-hist.dat not available,'
                       ' status: ' payhist-status
                   DISPLAY
                       '    Bounced one-time payments cannot be'
                       ' marked.'
               END-IF
           END-IF.

       ReconcileReturnFile.
           OPEN INPUT payroll-return.

                       IF PR-REJECTED
                           PERFORM ReportOneBureauReject
                       ELSE
                           PERFORM ReconcileOtherReturn
                       END-IF
                   END-IF
           END-READ.

       ReconcileOtherReturn.
           IF PR-ONE-TIME-PAID
               PERFORM ReconcileOneTimePayment
           ELSE
               IF PR-ONE-TIME-REJECTED
                   PERFORM ReportOneTimeReject
               ELSE
                   DISPLAY
                       '    UNKNOWN RETURN STATUS "'
                       pr-status '": ' pr-employee-id
                   ADD 1 TO exception-count
               END-IF
           END-IF.

       ReconcileOneTimePayment.
      *    Matched on the payment number - an employee can have more
      *    than one payment out in the same cycle. The bureau paying
      *    it to somebody else, or a different amount, is a mismatch.
           ADD 1 TO one-time-paid-count.
           ADD po-amount TO paid-total.

           PERFORM FindOneTimeEntry.

           IF NOT ONE-TIME-FOUND
               ADD 1 TO one-time-not-sent-count
               ADD 1 TO exception-count
               DISPLAY
                   '    ONE-TIME PAID, NOT SENT: '
                   po-employee-id ' ' po-amount
                   ' payment ' po-payment-number
           ELSE
               SET OT-ACCOUNTED (one-time-found-sub) TO TRUE
               IF po-employee-id NOT =
                   ot-employee-id (one-time-found-sub)
                   OR po-amount NOT = ot-amount (one-time-found-sub)
                   ADD 1 TO mismatch-count
                   ADD 1 TO exception-count
                   DISPLAY
                       '    ONE-TIME MISMATCH:       '
                       'payment ' po-payment-number
                       ' sent ' ot-employee-id (one-time-found-sub)
                       ' ' ot-amount (one-time-found-sub)
                       ' paid ' po-employee-id ' ' po-amount
               END-IF
           END-IF.

       ReportOneTimeReject.
      *    Same stance as a salary reject - accounted for, but listed
      *    and counted as an exception.
           ADD 1 TO bureau-reject-count.
           ADD 1 TO exception-count.
           DISPLAY
               '    BUREAU REJECT ' po-reason-code ':        '
               po-employee-id ' payment ' po-payment-number ' '
               po-reason-text.

           PERFORM FindOneTimeEntry.
           IF ONE-TIME-FOUND
               SET OT-ACCOUNTED (one-time-found-sub) TO TRUE
               PERFORM MarkOneTimeRejected
           END-IF.

       MarkOneTimeRejected.
      *    Only a payment this extract sent is marked - the history
      *    then stops reporting it as paid, and PAYEXTR never sends
      *    it again. One that can't be marked still reads as paid on
      *    the history, so it is an exception of its own.
           IF NOT PAYHIST-OPEN
               ADD 1 TO one-time-unmarked-count
               ADD 1 TO exception-count
               DISPLAY
                   '    ONE-TIME REJECT NOT MARKED: payment '
                   po-payment-number ' - no payment history'
           ELSE
               MOVE po-payment-number TO ph-payment-number
               READ payment-hist
                   INVALID KEY
                       ADD 1 TO one-time-unmarked-count
                       ADD 1 TO exception-count
                       DISPLAY
                           '    ONE-TIME REJECT NOT MARKED: payment '
                           po-payment-number ' - not on history'
                   NOT INVALID KEY
                       SET PH-BUREAU-REJECTED TO TRUE
                       REWRITE ph-record
                           INVALID KEY
                               ADD 1 TO one-time-unmarked-count
                               ADD 1 TO exception-count
                               DISPLAY
                                   '    ONE-TIME REJECT NOT MARKED:'
                                   ' payment ' po-payment-number
                                   ' - rewrite status '
                                   payhist-status
                           NOT INVALID KEY
                               ADD 1 TO one-time-marked-count
                       END-REWRITE
               END-READ
           END-IF.

       FindOneTimeEntry.
           MOVE 'N' TO one-time-found-switch.
           MOVE 0   TO one-time-found-sub.

           PERFORM CheckOneTimeEntry
               VARYING one-time-sub FROM 1 BY 1
               UNTIL one-time-sub > one-time-count
                   OR ONE-TIME-FOUND.

       CheckOneTimeEntry.
           IF ot-payment-number (one-time-sub) = po-payment-number
               SET ONE-TIME-FOUND TO TRUE
               MOVE one-time-sub TO one-time-found-sub
           END-IF.

       ReconcileOnePayment.
           ADD 1 TO paid-count.
           ADD pr-amount TO paid-total.
           PERFORM ReportOneUnpaidExtract
               VARYING extract-sub FROM 1 BY 1
               UNTIL extract-sub > extract-count.
           PERFORM ReportOneUnpaidOneTime
               VARYING one-time-sub FROM 1 BY 1
               UNTIL one-time-sub > one-time-count.

       ReportOneUnpaidExtract.
           IF NOT EX-ACCOUNTED (extract-sub)
                   ex-salary (extract-sub)
           END-IF.

       ReportOneUnpaidOneTime.
           IF NOT OT-ACCOUNTED (one-time-sub)
               ADD 1 TO one-time-not-paid-count
               ADD 1 TO exception-count
               DISPLAY
                   '    ONE-TIME SENT, NOT PAID: '
                   ot-employee-id (one-time-sub) ' '
                   ot-amount (one-time-sub)
                   ' payment ' ot-payment-number (one-time-sub)
           END-IF.

       PrintBalancingSummary.
           DISPLAY ' '.
           DISPLAY '    BALANCING SUMMARY'.
           DISPLAY '        Paid but not sent:    ' not-sent-count.
           DISPLAY '        Paid, not on master:  '
               not-on-master-count.
           DISPLAY '        One-time paid:        '
               one-time-paid-count.
           DISPLAY '        One-time not paid:    '
               one-time-not-paid-count.
           DISPLAY '        One-time not sent:    '
               one-time-not-sent-count.
           DISPLAY '        One-time marked rej.: '
               one-time-marked-count.
           DISPLAY '        One-time not marked:  '
               one-time-unmarked-count.
           DISPLAY '        Amount mismatches:    ' mismatch-count.

           IF exception-count = 0
