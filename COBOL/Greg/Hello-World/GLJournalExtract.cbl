      * GL account, is debited to the suspense account with a loud
      * warning and RC=4 - the journal still balances, and the
      * suspense line is Finance's signal to chase the setup.
      *
      * One-time payments (bonuses, spot awards, retention payments)
      * the cycle's PAYEXTR sent are costed to the same department
      * account on a separate debit line of their own, expense type
      * 'B' against salary's 'S', and the credit covers both.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           RECORD KEY IS dept-code
           FILE STATUS IS dept-status.

      *    The journal file the GL load picks up - one header, a
      *    salary and a one-time payment debit line per department,
      *    one offsetting credit, one trailer, told apart by the
      *    record-type byte in column 1.
       SELECT gl-journal
       ASSIGN TO
           'gl-journal.dat'
           FILE STATUS IS journal-status.

      *    One-time payments - the ones PAYEXTR marked sent under
      *    this cycle's number are this journal's to cost.
       SELECT payment-hist
       ASSIGN TO
           'payment-hist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ph-payment-number
           ALTERNATE RECORD KEY IS ph-employee-id WITH DUPLICATES
           FILE STATUS IS payhist-status.

      *    Run-control record for the nightly cycle - only read, for
      *    the cycle number the extract stamped on its payments.
       SELECT run-control
       ASSIGN TO
           'run-control.dat'
           FILE STATUS IS runctl-status.
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

       FD dept
           RECORD CONTAINS 43 CHARACTERS

       01 gj-record PIC x(40).

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

       FD run-control
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS run-control-record.

       01 run-control-record PIC x(160).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 eof-switches.
           05 person-eof PIC x VALUE 'N'.
               88 END-OF-PERSON VALUE 'Y'.
           05 payment-hist-eof PIC x VALUE 'N'.
               88 END-OF-PAYMENT-HIST VALUE 'Y'.

       01 person-status  PIC xx.
       01 dept-status    PIC xx.
       01 journal-status PIC xx.
       01 payhist-status PIC xx.
       01 runctl-status  PIC xx.

      * The run-control image - same layout every program in the
      * cycle carries (step numbers: 10 UNLOAD, 20 UPDATE, 30
      * REPORT, 40 EXTRACT, 90 BALANCE).
       01 run-control-image.
           05 rcd-cycle-number  PIC 9(6).
           05 rcd-run-date      PIC x(8).
           05 rcd-status        PIC x(1).
               88 CYCLE-OPEN   VALUE 'O'.
               88 CYCLE-CLOSED VALUE 'C'.
           05 rcd-step-number   PIC 9(2).
           05 rcd-step-name     PIC x(8).
           05 rcd-opening-count PIC 9(9).
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

       01 cycle-known-switch PIC x VALUE 'N'.
           88 CYCLE-KNOWN VALUE 'Y'.

      * Where salary cost lands when the department can't name its
      * own GL account - Finance owns both constants.
       01 gl-clearing-account PIC x(8) VALUE "20010000".
       01 gl-suspense-account PIC x(8) VALUE "99999999".

      * Salary and one-time payment totals rolled up by department -
      * person.dat arrives in name order, so the roll-up happens here
      * and the journal lines are cut after the walk.
       01 dept-total-table.
           05 dept-total-count PIC 9(3) VALUE 0.
           05 dept-total-entry OCCURS 100 TIMES.
               10 dt-department    PIC x(4).
               10 dt-salary-total  PIC 9(11)v99.
               10 dt-payment-total PIC 9(11)v99.
       01 tally-department        PIC x(4).
       01 dept-total-sub          PIC 9(3).
       01 dept-found-switch       PIC x VALUE 'N'.
           88 DEPT-TOTAL-FOUND VALUE 'Y'.
       01 journal-count    PIC 9(9) VALUE 0.
       01 debit-total      PIC 9(13)v99 VALUE 0.
       01 suspense-count   PIC 9(6) VALUE 0.
       01 payment-count    PIC 9(6) VALUE 0.
       01 payment-total    PIC 9(13)v99 VALUE 0.
       01 line-account     PIC x(8).

      * 'H' header, 'D' journal line (debit or credit, says the
               88 JL-DEBIT  VALUE 'D'.
               88 JL-CREDIT VALUE 'C'.
           05 jl-amount      PIC 9(11)v99.
      *        What the debit is for - blank on the credit.
           05 jl-expense-type PIC x(1).
               88 JL-SALARY-EXPENSE   VALUE 'S'.
               88 JL-ONE-TIME-EXPENSE VALUE 'B'.
           05 FILLER         PIC x(12) VALUE SPACES.

       01 trailer-record.
           05 tj-record-type PIC x(1)  VALUE 'T'.
           ELSE
               PERFORM RollUpOnePersonRecord UNTIL END-OF-PERSON
               CLOSE person
               IF RETURN-CODE = 0
                   PERFORM RollUpOneTimePayments
               END-IF

      *        A roll-up that couldn't tally every department would
      *        cut a journal that understates cost yet balances
           END-READ.

       TallyOneDepartment.
           MOVE fs-department TO tally-department.
           PERFORM FindDeptTotal.

           IF dept-found-sub > 0
               ADD fs-salary TO dt-salary-total (dept-found-sub)
           END-IF.

       FindDeptTotal.
           MOVE 'N' TO dept-found-switch.
           MOVE 0   TO dept-found-sub.

           IF NOT DEPT-TOTAL-FOUND
               IF dept-total-count < 100
                   ADD 1 TO dept-total-count
                   MOVE tally-department TO
                       dt-department (dept-total-count)
                   MOVE 0 TO dt-salary-total (dept-total-count)
                   MOVE 0 TO dt-payment-total (dept-total-count)
                   MOVE dept-total-count TO dept-found-sub
               ELSE
      *            A department that can't be tallied would throw
      *            not a warning.
                   DISPLAY
                       '    Department table full - journal would'
                       ' not balance: ' tally-department
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CheckOneDeptTotal.
           IF dt-department (dept-total-sub) = tally-department
               SET DEPT-TOTAL-FOUND TO TRUE
               MOVE dept-total-sub TO dept-found-sub
           END-IF.

       RollUpOneTimePayments.
      *        Each cycle's journal costs what that cycle's extract
      *        sent, so a payment is costed once, in the cycle it went
      *        out. No history file is no payment ever taken; one that
      *        can't be read, or no extract this cycle to say which
      *        payments went, is a hard stop - the journal would
      *        understate cost yet balance.
           OPEN INPUT payment-hist.
           IF payhist-status = "35"
               CONTINUE
           ELSE IF payhist-status NOT = "00"
               DISPLAY
                   '    OPEN INPUT payment-hist failed, status: '
                   payhist-status
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ReadCycleNumber
               IF CYCLE-KNOWN
                   PERFORM RollUpOnePayment UNTIL END-OF-PAYMENT-HIST
               END-IF
               CLOSE payment-hist
           END-IF.

       ReadCycleNumber.
           MOVE 'N' TO cycle-known-switch.
           OPEN INPUT run-control.
           IF runctl-status = "00"
               READ run-control INTO run-control-image
                   AT END
                       CONTINUE
                   NOT AT END
                       IF rcd-step-number >= 40
                           SET CYCLE-KNOWN TO TRUE
                       END-IF
               END-READ
               CLOSE run-control
           END-IF.

           IF NOT CYCLE-KNOWN
               DISPLAY
                   '    No extract this cycle - one-time payments'
                   ' cannot be costed.'
               MOVE 8 TO RETURN-CODE
           END-IF.

       RollUpOnePayment.
           READ payment-hist
               AT END
                   MOVE 'Y' TO payment-hist-eof
               NOT AT END
                   IF payhist-status = "00" OR payhist-status = "02"
                       IF PH-SENT
                           AND ph-cycle-number = rcd-cycle-number
                           PERFORM TallyOnePayment
                       END-IF
                   ELSE
                       DISPLAY
                           '    READ error on payment-hist, status: '
                           payhist-status
                       MOVE 'Y' TO payment-hist-eof
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       TallyOnePayment.
      *        Costed to the department the payee was in when the
      *        payment was taken, which may since have lost its last
      *        employee - it still gets a line of its own.
           MOVE ph-department TO tally-department.
           PERFORM FindDeptTotal.

           IF dept-found-sub > 0
               ADD ph-amount TO dt-payment-total (dept-found-sub)
               ADD 1 TO payment-count
               ADD ph-amount TO payment-total
           END-IF.

       WriteJournalFile.
           OPEN OUTPUT gl-journal.
           OPEN INPUT dept.
           DISPLAY '    Employees rolled up:  ' employee-count.
           DISPLAY '    Departments debited:  ' dept-total-count.
           DISPLAY '    Suspense postings:    ' suspense-count.
           DISPLAY '    One-time payments:    ' payment-count.
           DISPLAY '    One-time total:       ' payment-total.
           DISPLAY '    Journal debit total:  ' debit-total.
           DISPLAY ' '.

               END-IF
           END-IF.

      *        Salary first, then the department's one-time
      *        payments on a line of their own. A department here
      *        only for its payments has no salary line.
           MOVE line-account TO jl-gl-account.
           MOVE dt-department (dept-total-sub) TO jl-department.
           SET JL-DEBIT TO TRUE.

           IF dt-salary-total (dept-total-sub) > 0
               OR dt-payment-total (dept-total-sub) = 0
               SET JL-SALARY-EXPENSE TO TRUE
               MOVE dt-salary-total (dept-total-sub) TO jl-amount
               WRITE gj-record FROM journal-line
               ADD 1 TO journal-count
               ADD dt-salary-total (dept-total-sub) TO debit-total
           END-IF.

           IF dt-payment-total (dept-total-sub) > 0
               SET JL-ONE-TIME-EXPENSE TO TRUE
               MOVE dt-payment-total (dept-total-sub) TO jl-amount
               WRITE gj-record FROM journal-line
               ADD 1 TO journal-count
               ADD dt-payment-total (dept-total-sub) TO debit-total
           END-IF.

       WriteCreditLine.
      *        One offsetting credit for the whole cycle - the
           MOVE gl-clearing-account TO jl-gl-account.
           MOVE SPACES              TO jl-department.
           SET JL-CREDIT TO TRUE.
           MOVE SPACE               TO jl-expense-type.
           MOVE debit-total         TO jl-amount.
           WRITE gj-record FROM journal-line.

