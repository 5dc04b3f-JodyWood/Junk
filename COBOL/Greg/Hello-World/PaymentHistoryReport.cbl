      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PaymentHistoryReport.
       AUTHOR.     Gregory Shields.
      *-----------------------------------------------------------------
      * Year-to-date one-time payments - bonuses, spot awards and
      * retention payments - from payment-hist.dat. The year is the
      * first token of the PARM ('yyyy', no PARM means this year),
      * and an employee-id after it narrows the report to that one
      * employee ('2026 E00001'). Each employee's payments print in
      * pay-date order with their year-to-date totals by type, then
      * the company totals at the bottom.
      *
      * Only a payment the extract has sent to the bureau counts as
      * paid. One still waiting for its pay date is listed as
      * scheduled, and one the bureau bounced (marked by PAYRECON)
      * as rejected, each totalled apart, so the year-to-date
      * figures are what the employee has actually been paid.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT payment-hist
       ASSIGN TO
           'payment-hist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ph-payment-number
           ALTERNATE RECORD KEY IS ph-employee-id WITH DUPLICATES
           FILE STATUS IS payhist-status.

      *    Work file for the SORT below - payment-hist.dat comes out
      *    in payment-number order, and this report needs employee
      *    and pay-date order.
       SELECT sort-work
       ASSIGN TO
           'sortwork.tmp'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

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

       SD sort-work
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS sr-record.

       01 sr-record.
           05 sr-payment-number  PIC 9(6).
           05 sr-employee-id     PIC x(6).
           05 sr-last-name       PIC x(10).
           05 sr-first-name      PIC x(10).
           05 sr-department      PIC x(4).
           05 sr-payment-type    PIC x(1).
               88 SR-BONUS      VALUE 'B'.
               88 SR-SPOT-AWARD VALUE 'S'.
               88 SR-RETENTION  VALUE 'R'.
           05 sr-amount          PIC 9(8)v99.
           05 sr-pay-date        PIC x(8).
           05 sr-reference       PIC x(20).
           05 sr-status          PIC x(1).
               88 SR-AWAITING-EXTRACT VALUE 'A'.
               88 SR-SENT             VALUE 'S'.
               88 SR-BUREAU-REJECTED  VALUE 'J'.
           05 sr-cycle-number    PIC 9(6).
           05 sr-sent-date       PIC x(8).
           05 sr-batch-number    PIC 9(6).
           05 sr-timestamp       PIC x(21).
           05 sr-job-user        PIC x(8).
           05 FILLER             PIC x(5).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 eof-switches.
           05 payment-hist-eof PIC x VALUE 'N'.
               88 END-OF-PAYMENT-HIST VALUE 'Y'.
           05 sort-eof         PIC x VALUE 'N'.
               88 END-OF-SORT VALUE 'Y'.

       01 payhist-status PIC xx.

      * The year asked for, and the one employee if the PARM names
      * one.
       01 parm             PIC x(80).
       01 report-year-text PIC x(4).
       01 report-year REDEFINES report-year-text PIC 9(4).
       01 report-employee-id PIC x(6).

       01 parm-bad-switch  PIC x VALUE 'N'.
           88 PARM-BAD VALUE 'Y'.

       01 report-done-switch PIC x VALUE 'N'.
           88 REPORT-DONE VALUE 'Y'.

      * The employee whose block is currently being accumulated - a
      * change in sr-employee-id against this is the control break.
       01 prior-employee-id PIC x(6).
       01 first-record-switch PIC x VALUE 'Y'.
           88 FIRST-RECORD VALUE 'Y'.

       01 employee-bonus-total     PIC 9(10)v99 VALUE 0.
       01 employee-spot-total      PIC 9(10)v99 VALUE 0.
       01 employee-retention-total PIC 9(10)v99 VALUE 0.
       01 employee-paid-total      PIC 9(10)v99 VALUE 0.
       01 employee-scheduled-total PIC 9(10)v99 VALUE 0.
       01 employee-rejected-total  PIC 9(10)v99 VALUE 0.

       01 company-employee-count   PIC 9(6) VALUE 0.
       01 company-payment-count    PIC 9(6) VALUE 0.
       01 company-bonus-total      PIC 9(11)v99 VALUE 0.
       01 company-spot-total       PIC 9(11)v99 VALUE 0.
       01 company-retention-total  PIC 9(11)v99 VALUE 0.
       01 company-paid-total       PIC 9(11)v99 VALUE 0.
       01 company-scheduled-total  PIC 9(11)v99 VALUE 0.
       01 company-rejected-total   PIC 9(11)v99 VALUE 0.

       01 heading-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 FILLER          PIC x(32)
               VALUE "ONE-TIME PAYMENTS - YEAR TO DATE".
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 hl-year         PIC x(4).

       01 employee-heading-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 FILLER          PIC x(10) VALUE "EMPLOYEE: ".
           05 eh-employee-id  PIC x(6).
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 eh-last-name    PIC x(10).
           05 FILLER          PIC x(1)  VALUE SPACE.
           05 eh-first-name   PIC x(10).
           05 FILLER          PIC x(7)  VALUE "  DEPT ".
           05 eh-department   PIC x(4).

       01 detail-line.
           05 FILLER          PIC x(8)  VALUE SPACES.
           05 dl-pay-date     PIC x(8).
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 dl-payment-number PIC 9(6).
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 dl-type         PIC x(10).
           05 FILLER          PIC x(1)  VALUE SPACE.
           05 dl-amount       PIC z,zzz,zz9.99.
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 dl-status       PIC x(9).
           05 FILLER          PIC x(1)  VALUE SPACE.
           05 dl-reference    PIC x(20).

       01 employee-total-line.
           05 FILLER          PIC x(8)  VALUE SPACES.
           05 et-caption      PIC x(20).
           05 et-amount       PIC z,zzz,zzz,zz9.99.

       01 company-total-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 ct-caption      PIC x(24).
           05 ct-amount       PIC z,zzz,zzz,zz9.99.

       01 company-count-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 cc-caption      PIC x(24).
           05 cc-count        PIC zzz,zz9.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           PERFORM GetReportYear.

           IF PARM-BAD
               MOVE 8 TO RETURN-CODE
           ELSE
      *        Sequence the history by employee first - the report
      *        logic in PrintEmployeeBlocks leans on every employee's
      *        payments arriving together, oldest first.
               SORT sort-work
                   ON ASCENDING KEY sr-employee-id
                                    sr-pay-date
                                    sr-payment-number
                   INPUT PROCEDURE IS ReleasePaymentHistory
                   OUTPUT PROCEDURE IS PrintEmployeeBlocks

               IF NOT REPORT-DONE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       GetReportYear.
           ACCEPT parm FROM COMMAND-LINE.

           IF parm = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO report-year-text
               MOVE SPACES TO report-employee-id
           ELSE
               MOVE parm(1:4) TO report-year-text
               MOVE parm(6:6) TO report-employee-id
           END-IF.

           IF report-year IS NOT NUMERIC
               SET PARM-BAD TO TRUE
           ELSE IF report-year < 1900
               SET PARM-BAD TO TRUE
           END-IF.

           IF PARM-BAD
               DISPLAY ' '
               DISPLAY '    Year must be PARM=''yyyy [employee-id]'''
                   ' - given: ' parm(1:11)
               DISPLAY '    PaymentHistoryReport abandoned.'
               DISPLAY ' '
           END-IF.

       ReleasePaymentHistory.
      *    No history file at all is a report with nothing on it -
      *    no payment has ever been taken.
           OPEN INPUT payment-hist.

           IF payhist-status = "35"
               SET REPORT-DONE TO TRUE
               MOVE 'Y' TO payment-hist-eof
           ELSE IF payhist-status NOT = "00"
               DISPLAY
                   '    OPEN INPUT payment-hist failed, status: '
                   payhist-status
               DISPLAY '    PaymentHistoryReport abandoned.'
               MOVE 'Y' TO payment-hist-eof
           ELSE
               PERFORM ReleaseOnePayment UNTIL END-OF-PAYMENT-HIST

               CLOSE payment-hist
           END-IF.

       ReleaseOnePayment.
      *        Don't trust AT END alone to eventually fire - a hard
      *        read error surfaces as NOT AT END too, and without this
      *        check payment-hist-eof would never flip and the PERFORM
      *        UNTIL above would spin forever.
           READ payment-hist INTO sr-record
               AT END
                   MOVE 'Y' TO payment-hist-eof
                   SET REPORT-DONE TO TRUE
               NOT AT END
                   IF payhist-status = "00" OR payhist-status = "02"
                       IF sr-pay-date(1:4) = report-year-text
                           AND (report-employee-id = SPACES
                               OR sr-employee-id = report-employee-id)
                           RELEASE sr-record
                       END-IF
                   ELSE
                       DISPLAY
                           '    READ error, status: ' payhist-status
                       MOVE 'Y' TO payment-hist-eof
                   END-IF
           END-READ.

       PrintEmployeeBlocks.
           PERFORM PrintReportHeading.

           PERFORM ReturnOneSortedRecord.
           PERFORM ProcessOneSortedRecord UNTIL END-OF-SORT.

      *    Close out the block for the last employee on the file -
      *    there is no following employee change to trigger it.
           IF NOT FIRST-RECORD
               PERFORM PrintEmployeeTotals
           ELSE
               DISPLAY ' '
               DISPLAY '    No one-time payments for ' report-year-text
                   ' ' report-employee-id
           END-IF.

           PERFORM PrintCompanyTotals.

       ReturnOneSortedRecord.
           RETURN sort-work
               AT END
                   MOVE 'Y' TO sort-eof
           END-RETURN.

       ProcessOneSortedRecord.
      *    Control break - a new employee closes out the totals of
      *    the one before and opens a fresh block.
           IF FIRST-RECORD
               MOVE 'N' TO first-record-switch
               PERFORM StartNewEmployee
           ELSE
               IF sr-employee-id NOT = prior-employee-id
                   PERFORM PrintEmployeeTotals
                   PERFORM StartNewEmployee
               END-IF
           END-IF.

           MOVE sr-pay-date       TO dl-pay-date.
           MOVE sr-payment-number TO dl-payment-number.
           MOVE sr-amount         TO dl-amount.
           MOVE sr-reference      TO dl-reference.
           IF SR-BONUS
               MOVE "BONUS"       TO dl-type
           ELSE IF SR-SPOT-AWARD
               MOVE "SPOT AWARD"  TO dl-type
           ELSE
               MOVE "RETENTION"   TO dl-type
           END-IF.

           IF SR-SENT
               MOVE "PAID"        TO dl-status
               PERFORM AddPaidPayment
           ELSE IF SR-BUREAU-REJECTED
               MOVE "REJECTED"    TO dl-status
               ADD sr-amount TO employee-rejected-total
           ELSE
               MOVE "SCHEDULED"   TO dl-status
               ADD sr-amount TO employee-scheduled-total
           END-IF.
           DISPLAY detail-line.

           ADD 1 TO company-payment-count.

           PERFORM ReturnOneSortedRecord.

       AddPaidPayment.
           IF SR-BONUS
               ADD sr-amount TO employee-bonus-total
           ELSE IF SR-SPOT-AWARD
               ADD sr-amount TO employee-spot-total
           ELSE
               ADD sr-amount TO employee-retention-total
           END-IF.
           ADD sr-amount TO employee-paid-total.

       StartNewEmployee.
      *    The name and department are the ones on the payment - the
      *    history is kept whole for leavers too.
           MOVE sr-employee-id TO prior-employee-id.
           MOVE 0 TO employee-bonus-total.
           MOVE 0 TO employee-spot-total.
           MOVE 0 TO employee-retention-total.
           MOVE 0 TO employee-paid-total.
           MOVE 0 TO employee-scheduled-total.
           MOVE 0 TO employee-rejected-total.

           MOVE sr-employee-id TO eh-employee-id.
           MOVE sr-last-name   TO eh-last-name.
           MOVE sr-first-name  TO eh-first-name.
           MOVE sr-department  TO eh-department.
           DISPLAY ' '.
           DISPLAY employee-heading-line.

       PrintEmployeeTotals.
           DISPLAY '        ------------------------------------'.
           MOVE "YTD BONUS:"         TO et-caption.
           MOVE employee-bonus-total TO et-amount.
           DISPLAY employee-total-line.
           MOVE "YTD SPOT AWARDS:"   TO et-caption.
           MOVE employee-spot-total  TO et-amount.
           DISPLAY employee-total-line.
           MOVE "YTD RETENTION:"     TO et-caption.
           MOVE employee-retention-total TO et-amount.
           DISPLAY employee-total-line.
           MOVE "YTD TOTAL PAID:"    TO et-caption.
           MOVE employee-paid-total  TO et-amount.
           DISPLAY employee-total-line.
           IF employee-scheduled-total > 0
               MOVE "SCHEDULED:"     TO et-caption
               MOVE employee-scheduled-total TO et-amount
               DISPLAY employee-total-line
           END-IF.
           IF employee-rejected-total > 0
               MOVE "BUREAU REJECTED:"  TO et-caption
               MOVE employee-rejected-total TO et-amount
               DISPLAY employee-total-line
           END-IF.

           ADD 1 TO company-employee-count.
           ADD employee-bonus-total     TO company-bonus-total.
           ADD employee-spot-total      TO company-spot-total.
           ADD employee-retention-total TO company-retention-total.
           ADD employee-paid-total      TO company-paid-total.
           ADD employee-scheduled-total TO company-scheduled-total.
           ADD employee-rejected-total  TO company-rejected-total.

       PrintReportHeading.
           MOVE report-year-text TO hl-year.
           DISPLAY ' '.
           DISPLAY heading-line.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.

       PrintCompanyTotals.
           DISPLAY ' '.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.
           MOVE "COMPANY BONUS:"        TO ct-caption.
           MOVE company-bonus-total     TO ct-amount.
           DISPLAY company-total-line.
           MOVE "COMPANY SPOT AWARDS:"  TO ct-caption.
           MOVE company-spot-total      TO ct-amount.
           DISPLAY company-total-line.
           MOVE "COMPANY RETENTION:"    TO ct-caption.
           MOVE company-retention-total TO ct-amount.
           DISPLAY company-total-line.
           MOVE "COMPANY TOTAL PAID:"   TO ct-caption.
           MOVE company-paid-total      TO ct-amount.
           DISPLAY company-total-line.
           MOVE "COMPANY SCHEDULED:"    TO ct-caption.
           MOVE company-scheduled-total TO ct-amount.
           DISPLAY company-total-line.
           MOVE "COMPANY BUREAU REJECTED:" TO ct-caption.
           MOVE company-rejected-total  TO ct-amount.
           DISPLAY company-total-line.
           MOVE "EMPLOYEES REPORTED:"   TO cc-caption.
           MOVE company-employee-count  TO cc-count.
           DISPLAY company-count-line.
           MOVE "PAYMENTS REPORTED:"    TO cc-caption.
           MOVE company-payment-count   TO cc-count.
           DISPLAY company-count-line.
           DISPLAY ' '.
      *-----------------------------------------------------------------
