      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PayrollForecast.
       AUTHOR.     Gregory Shields.
      *-----------------------------------------------------------------
      * Forward payroll cost forecast for Finance - what payroll will
      * cost each month for the next twelve, starting with this one.
      * Starts from every employee's current fs-salary on person.dat
      * and applies the future-dated changes already parked on
      * person-pend.dat (raises, terminations, transfers) in the month
      * each comes due - a parked entry already overdue counts from
      * this month, since tonight's sweep will release it. A month's
      * cost is the sum of one twelfth of each annual salary on the
      * books that month, by department and company-wide. Under each
      * month a movement line shows how much of that month's change
      * comes from parked raises, parked terminations, and transfers.
      * Changes dated beyond the twelfth month are counted, not
      * applied.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT person
       ASSIGN TO
           'person.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS pkey
               SOURCE IS fs-last-name fs-first-name
           ALTERNATE RECORD KEY IS fs-employee-id
           FILE STATUS IS person-status.

       SELECT person-pend
       ASSIGN TO
           'person-pend.dat'
           FILE STATUS IS pend-status.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

       FD person
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS fs-record.

       01 fs-record.
           05 fs-first-name  PIC x(10).
           05 fs-last-name   PIC x(10).
           05 fs-salary      PIC 9(8)v99.
           05 fs-employee-id PIC x(6).
           05 fs-department  PIC x(4).
           05 fs-hire-date   PIC x(8).
           05 fs-grade       PIC x(2).
           05 fs-manager-id  PIC x(6).

      *    One parked transaction, in the merged type-byte format.
       FD person-pend
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS pend-record.

       01 pend-record.
           05 pd-type PIC x(1).
               88 PD-RAISE    VALUE 'R'.
               88 PD-TERM     VALUE 'T'.
               88 PD-TRANSFER VALUE 'X'.
           05 pd-data PIC x(72).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 eof-switches.
           05 person-eof PIC x VALUE 'N'.
               88 END-OF-PERSON VALUE 'Y'.
           05 pend-eof   PIC x VALUE 'N'.
               88 END-OF-PEND VALUE 'Y'.

       01 person-status PIC xx.
       01 pend-status   PIC xx.

      * The parked transaction bodies, laid out the way HELLOWLD
      * writes them.
       01 raise-record.
           05 raise-last-name      PIC x(10).
           05 raise-first-name     PIC x(10).
           05 raise-new-salary     PIC 9(8)v99.
           05 raise-employee-id    PIC x(6).
           05 raise-effective-date PIC x(8).

       01 term-record.
           05 term-last-name      PIC x(10).
           05 term-first-name     PIC x(10).
           05 term-date           PIC x(8).
           05 term-reason         PIC x(30).
           05 term-employee-id    PIC x(6).
           05 term-effective-date PIC x(8).

       01 xfer-record.
           05 xfer-employee-id    PIC x(6).
           05 xfer-new-department PIC x(4).
           05 xfer-new-grade      PIC x(2).
           05 xfer-new-salary     PIC 9(8)v99.
           05 xfer-effective-date PIC x(8).

      * Every employee on the master as the forecast moves them
      * through the year - salary, department, and whether they are
      * still on the books. More employees than the table holds
      * would understate every month, so that stops the run RC=8.
       01 employee-table.
           05 employee-count PIC 9(4) VALUE 0.
           05 employee-entry OCCURS 500 TIMES.
               10 et-employee-id PIC x(6).
               10 et-last-name   PIC x(10).
               10 et-first-name  PIC x(10).
               10 et-department  PIC x(4).
               10 et-salary      PIC 9(8)v99.
               10 et-active-switch PIC x.
                   88 ET-ACTIVE VALUE 'Y'.
       01 employee-sub     PIC 9(4).
       01 employee-found-sub PIC 9(4).
       01 employee-found-switch PIC x VALUE 'N'.
           88 EMPLOYEE-FOUND VALUE 'Y'.
       01 employee-overflow-switch PIC x VALUE 'N'.
           88 EMPLOYEE-TABLE-OVERFLOW VALUE 'Y'.

      * The parked entries, each tagged with the forecast month (1
      * is this month) it takes effect in. The sweep's own table is
      * 200 entries - this one matches it.
       01 pending-table.
           05 pending-count PIC 9(3) VALUE 0.
           05 pending-entry OCCURS 200 TIMES.
               10 pe-type  PIC x(1).
                   88 PE-RAISE    VALUE 'R'.
                   88 PE-TERM     VALUE 'T'.
                   88 PE-TRANSFER VALUE 'X'.
               10 pe-month PIC 9(2).
               10 pe-data  PIC x(72).
       01 pending-sub       PIC 9(3).
       01 pending-overflow-switch PIC x VALUE 'N'.
           88 PENDING-OVERFLOW VALUE 'Y'.

       01 pending-beyond-count   PIC 9(6) VALUE 0.
       01 pending-invalid-count  PIC 9(6) VALUE 0.
       01 pending-notfound-count PIC 9(6) VALUE 0.

      * Forecast cost per department per month, and the company
      * figures alongside - each month's cost, and how much of the
      * change into it came from each kind of parked entry.
       01 dept-table.
           05 dept-count PIC 9(3) VALUE 0.
           05 dept-entry OCCURS 50 TIMES.
               10 dt-department  PIC x(4).
               10 dt-month-cost  PIC 9(11)v99 OCCURS 12 TIMES.
       01 dept-sub          PIC 9(3).
       01 dept-found-sub    PIC 9(3).
       01 dept-lookup       PIC x(4).
       01 dept-found-switch PIC x VALUE 'N'.
           88 DEPT-FOUND VALUE 'Y'.
       01 dept-overflow-switch PIC x VALUE 'N'.
           88 DEPT-TABLE-OVERFLOW VALUE 'Y'.

       01 month-table.
           05 month-entry OCCURS 12 TIMES.
               10 mt-label         PIC x(7).
               10 mt-company-cost  PIC 9(11)v99.
               10 mt-raise-move    PIC s9(11)v99.
               10 mt-term-move     PIC s9(11)v99.
               10 mt-transfer-move PIC s9(11)v99.
       01 month-sub         PIC 9(2).

      * Today, and the month arithmetic that turns an effective date
      * into a forecast month.
       01 current-run-date  PIC 9(8).
       01 current-run-parts REDEFINES current-run-date.
           05 crd-year      PIC 9(4).
           05 crd-month     PIC 9(2).
           05 crd-day       PIC 9(2).
       01 effective-text    PIC x(8).
       01 effective-parts REDEFINES effective-text.
           05 eff-year      PIC 9(4).
           05 eff-month     PIC 9(2).
           05 eff-day       PIC 9(2).
       01 effective-date REDEFINES effective-text PIC 9(8).
       01 month-offset      PIC s9(5).
       01 label-month-count PIC 9(4).
       01 label-year        PIC 9(4).
       01 label-month       PIC 9(2).

       01 monthly-salary    PIC 9(8)v99.
       01 monthly-change    PIC s9(9)v99.

       01 heading-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 FILLER          PIC x(40)
               VALUE "PAYROLL COST FORECAST - 12 MONTHS FROM ".
           05 hl-first-month  PIC x(7).

       01 month-heading-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 FILLER          PIC x(6)  VALUE "MONTH ".
           05 mh-label        PIC x(7).

       01 dept-cost-line.
           05 FILLER          PIC x(8)  VALUE SPACES.
           05 dc-department   PIC x(4).
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 dc-cost         PIC z,zzz,zzz,zz9.99.

       01 company-cost-line.
           05 FILLER          PIC x(8)  VALUE SPACES.
           05 FILLER          PIC x(8)  VALUE "COMPANY ".
           05 cc-cost         PIC z,zzz,zzz,zz9.99.

       01 movement-line.
           05 FILLER          PIC x(8)  VALUE SPACES.
           05 FILLER          PIC x(8)  VALUE "RAISES: ".
           05 mv-raise        PIC -zzz,zzz,zz9.99.
           05 FILLER          PIC x(9)  VALUE "   TERMS:".
           05 mv-term         PIC -zzz,zzz,zz9.99.
           05 FILLER          PIC x(12) VALUE "   TRANSFER:".
           05 mv-transfer     PIC -zzz,zzz,zz9.99.

       01 count-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 cl-text         PIC x(36).
           05 cl-count        PIC zzz,zz9.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           MOVE FUNCTION CURRENT-DATE(1:8) TO current-run-date.
           PERFORM BuildMonthLabels
               VARYING month-sub FROM 1 BY 1
               UNTIL month-sub > 12.

           PERFORM LoadEmployeeTable.

           IF RETURN-CODE = 0
               PERFORM LoadPendingTable
           END-IF.

           IF RETURN-CODE = 0
               PERFORM ForecastOneMonth
                   VARYING month-sub FROM 1 BY 1
                   UNTIL month-sub > 12
               PERFORM PrintForecast
           END-IF.

           GOBACK.

       BuildMonthLabels.
      *    yyyy/mm of each forecast month - month 1 is this one.
           COMPUTE label-month-count = crd-month + month-sub - 2.
           DIVIDE label-month-count BY 12
               GIVING label-year REMAINDER label-month.
           ADD crd-year TO label-year.
           ADD 1 TO label-month.
           MOVE SPACES TO mt-label(month-sub).
           STRING label-year  DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  label-month DELIMITED BY SIZE
               INTO mt-label(month-sub).
           MOVE 0 TO mt-company-cost(month-sub).
           MOVE 0 TO mt-raise-move(month-sub).
           MOVE 0 TO mt-term-move(month-sub).
           MOVE 0 TO mt-transfer-move(month-sub).

       LoadEmployeeTable.
           OPEN INPUT person.

           IF person-status NOT = "00"
               DISPLAY
                   '    OPEN INPUT person failed, status: '
                   person-status
               DISPLAY '    PayrollForecast abandoned.'
               DISPLAY ' '
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LoadOneEmployee UNTIL END-OF-PERSON
               CLOSE person

               IF EMPLOYEE-TABLE-OVERFLOW
                   DISPLAY
                       '    More than 500 employees on the master -'
                       ' forecast would be understated.'
                   DISPLAY '    PayrollForecast abandoned.'
                   DISPLAY ' '
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       LoadOneEmployee.
      *        Don't trust AT END alone to eventually fire - a hard
      *        read error surfaces as NOT AT END too, and without this
      *        check person-eof would never flip and the PERFORM UNTIL
      *        above would spin forever.
           READ person
               AT END
                   MOVE 'Y' TO person-eof
               NOT AT END
                   IF person-status NOT = "00"
                       DISPLAY
                           '    READ error, status: ' person-status
                       MOVE 'Y' TO person-eof
                   ELSE IF employee-count < 500
                       ADD 1 TO employee-count
                       MOVE fs-employee-id
                           TO et-employee-id(employee-count)
                       MOVE fs-last-name
                           TO et-last-name(employee-count)
                       MOVE fs-first-name
                           TO et-first-name(employee-count)
                       MOVE fs-department
                           TO et-department(employee-count)
                       MOVE fs-salary
                           TO et-salary(employee-count)
                       MOVE 'Y'
                           TO et-active-switch(employee-count)
                   ELSE
                       SET EMPLOYEE-TABLE-OVERFLOW TO TRUE
                       MOVE 'Y' TO person-eof
                   END-IF
           END-READ.

       LoadPendingTable.
      *    No pending file is a forecast of tonight's payroll carried
      *    flat for twelve months - worth printing, not an error.
           OPEN INPUT person-pend.

           IF pend-status NOT = "00"
               DISPLAY
                   '    No parked changes on file (status '
                   pend-status ') - flat forecast.'
           ELSE
               PERFORM LoadOnePendingEntry UNTIL END-OF-PEND
               CLOSE person-pend

               IF PENDING-OVERFLOW
                   DISPLAY
                       '    More than 200 parked changes on file -'
                       ' forecast would be incomplete.'
                   DISPLAY '    PayrollForecast abandoned.'
                   DISPLAY ' '
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       LoadOnePendingEntry.
           READ person-pend
               AT END
                   MOVE 'Y' TO pend-eof
               NOT AT END
                   IF pend-status NOT = "00"
                       DISPLAY
                           '    READ error, status: ' pend-status
                       MOVE 'Y' TO pend-eof
                   ELSE
                       PERFORM TagOnePendingEntry
                   END-IF
           END-READ.

       TagOnePendingEntry.
      *    Work out which forecast month the entry lands in from its
      *    effective date - each layout carries it in its own place.
           IF PD-RAISE
               MOVE pd-data(1:44) TO raise-record
               MOVE raise-effective-date TO effective-text
           ELSE IF PD-TERM
               MOVE pd-data(1:72) TO term-record
               MOVE term-effective-date TO effective-text
           ELSE
               MOVE pd-data(1:30) TO xfer-record
               MOVE xfer-effective-date TO effective-text
           END-IF.

           IF effective-date IS NOT NUMERIC
               OR eff-month < 1 OR eff-month > 12
               ADD 1 TO pending-invalid-count
           ELSE
               COMPUTE month-offset =
                   (eff-year - crd-year) * 12
                       + eff-month - crd-month + 1
               IF month-offset < 1
                   MOVE 1 TO month-offset
               END-IF
               IF month-offset > 12
                   ADD 1 TO pending-beyond-count
               ELSE IF pending-count < 200
                   ADD 1 TO pending-count
                   MOVE pd-type TO pe-type(pending-count)
                   MOVE month-offset TO pe-month(pending-count)
                   MOVE pd-data TO pe-data(pending-count)
               ELSE
                   SET PENDING-OVERFLOW TO TRUE
                   MOVE 'Y' TO pend-eof
               END-IF
           END-IF.

       ForecastOneMonth.
      *    Apply the month's parked changes first, in the order they
      *    were parked, then cost everybody still on the books.
           PERFORM ApplyOnePendingEntry
               VARYING pending-sub FROM 1 BY 1
               UNTIL pending-sub > pending-count.

           PERFORM CostOneEmployee
               VARYING employee-sub FROM 1 BY 1
               UNTIL employee-sub > employee-count.

       ApplyOnePendingEntry.
           IF pe-month(pending-sub) = month-sub
               IF PE-RAISE(pending-sub)
                   PERFORM ApplyParkedRaise
               ELSE IF PE-TERM(pending-sub)
                   PERFORM ApplyParkedTermination
               ELSE IF PE-TRANSFER(pending-sub)
                   PERFORM ApplyParkedTransfer
               END-IF
           END-IF.

       ApplyParkedRaise.
      *    Same identity rule HELLOWLD applies - the employee-id wins
      *    over the name when the raise carries one.
           MOVE pe-data(pending-sub)(1:44) TO raise-record.
           IF raise-employee-id NOT = SPACES
               PERFORM FindEmployeeById
           ELSE
               PERFORM FindEmployeeByName
           END-IF.

           IF EMPLOYEE-FOUND
               IF ET-ACTIVE(employee-found-sub)
                   COMPUTE monthly-change ROUNDED =
                       (raise-new-salary
                           - et-salary(employee-found-sub)) / 12
                   ADD monthly-change TO mt-raise-move(month-sub)
                   MOVE raise-new-salary
                       TO et-salary(employee-found-sub)
               END-IF
           ELSE
               ADD 1 TO pending-notfound-count
           END-IF.

       ApplyParkedTermination.
           MOVE pe-data(pending-sub)(1:72) TO term-record.
           IF term-employee-id NOT = SPACES
               MOVE term-employee-id TO raise-employee-id
               PERFORM FindEmployeeById
           ELSE
               MOVE term-last-name  TO raise-last-name
               MOVE term-first-name TO raise-first-name
               PERFORM FindEmployeeByName
           END-IF.

           IF EMPLOYEE-FOUND
               IF ET-ACTIVE(employee-found-sub)
                   COMPUTE monthly-change ROUNDED =
                       0 - et-salary(employee-found-sub) / 12
                   ADD monthly-change TO mt-term-move(month-sub)
                   MOVE 'N' TO et-active-switch(employee-found-sub)
               END-IF
           ELSE
               ADD 1 TO pending-notfound-count
           END-IF.

       ApplyParkedTransfer.
      *    A transfer moves cost between departments - the company
      *    only feels whatever salary change came with it.
           MOVE pe-data(pending-sub)(1:30) TO xfer-record.
           MOVE xfer-employee-id TO raise-employee-id.
           PERFORM FindEmployeeById.

           IF EMPLOYEE-FOUND
               IF ET-ACTIVE(employee-found-sub)
                   IF xfer-new-department NOT = SPACES
                       MOVE xfer-new-department
                           TO et-department(employee-found-sub)
                   END-IF
                   IF xfer-new-salary NOT = ZERO
                       COMPUTE monthly-change ROUNDED =
                           (xfer-new-salary
                               - et-salary(employee-found-sub)) / 12
                       ADD monthly-change
                           TO mt-transfer-move(month-sub)
                       MOVE xfer-new-salary
                           TO et-salary(employee-found-sub)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO pending-notfound-count
           END-IF.

       FindEmployeeById.
           MOVE 'N' TO employee-found-switch.
           PERFORM CheckOneEmployeeId
               VARYING employee-sub FROM 1 BY 1
               UNTIL employee-sub > employee-count
                   OR EMPLOYEE-FOUND.

       CheckOneEmployeeId.
           IF et-employee-id(employee-sub) = raise-employee-id
               SET EMPLOYEE-FOUND TO TRUE
               MOVE employee-sub TO employee-found-sub
           END-IF.

       FindEmployeeByName.
           MOVE 'N' TO employee-found-switch.
           PERFORM CheckOneEmployeeName
               VARYING employee-sub FROM 1 BY 1
               UNTIL employee-sub > employee-count
                   OR EMPLOYEE-FOUND.

       CheckOneEmployeeName.
           IF et-last-name(employee-sub) = raise-last-name
               AND et-first-name(employee-sub) = raise-first-name
               SET EMPLOYEE-FOUND TO TRUE
               MOVE employee-sub TO employee-found-sub
           END-IF.

       CostOneEmployee.
           IF ET-ACTIVE(employee-sub)
               COMPUTE monthly-salary ROUNDED =
                   et-salary(employee-sub) / 12
               MOVE et-department(employee-sub) TO dept-lookup
               PERFORM FindDeptEntry
               IF DEPT-FOUND
                   ADD monthly-salary
                       TO dt-month-cost(dept-found-sub, month-sub)
               END-IF
               ADD monthly-salary TO mt-company-cost(month-sub)
           END-IF.

       FindDeptEntry.
           MOVE 'N' TO dept-found-switch.
           PERFORM CheckOneDept
               VARYING dept-sub FROM 1 BY 1
               UNTIL dept-sub > dept-count
                   OR DEPT-FOUND.

           IF NOT DEPT-FOUND
               IF dept-count < 50
                   ADD 1 TO dept-count
                   INITIALIZE dept-entry(dept-count)
                   MOVE dept-lookup TO dt-department(dept-count)
                   MOVE dept-count TO dept-found-sub
                   SET DEPT-FOUND TO TRUE
               ELSE
                   SET DEPT-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       CheckOneDept.
           IF dt-department(dept-sub) = dept-lookup
               SET DEPT-FOUND TO TRUE
               MOVE dept-sub TO dept-found-sub
           END-IF.

       PrintForecast.
           MOVE mt-label(1) TO hl-first-month.
           DISPLAY ' '.
           DISPLAY heading-line.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.

           PERFORM PrintOneMonth
               VARYING month-sub FROM 1 BY 1
               UNTIL month-sub > 12.

           DISPLAY ' '.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.
           MOVE "EMPLOYEES FORECAST:" TO cl-text.
           MOVE employee-count TO cl-count.
           DISPLAY count-line.
           MOVE "PARKED CHANGES APPLIED:" TO cl-text.
           MOVE pending-count TO cl-count.
           DISPLAY count-line.
           MOVE "PARKED BEYOND THE 12 MONTHS:" TO cl-text.
           MOVE pending-beyond-count TO cl-count.
           DISPLAY count-line.
           MOVE "PARKED FOR EMPLOYEES NOT ON FILE:" TO cl-text.
           MOVE pending-notfound-count TO cl-count.
           DISPLAY count-line.
           MOVE "PARKED WITH AN UNREADABLE DATE:" TO cl-text.
           MOVE pending-invalid-count TO cl-count.
           DISPLAY count-line.
           DISPLAY ' '.

      *    A department the table couldn't hold is still in the
      *    company line, just not broken out - the figures above are
      *    right but the detail is short.
           IF DEPT-TABLE-OVERFLOW
               DISPLAY
                   '    WARNING: more than 50 departments - company'
                   ' totals complete, department detail is not.'
               DISPLAY ' '
               MOVE 4 TO RETURN-CODE
           END-IF.

       PrintOneMonth.
           MOVE mt-label(month-sub) TO mh-label.
           DISPLAY ' '.
           DISPLAY month-heading-line.

           PERFORM PrintOneDeptCost
               VARYING dept-sub FROM 1 BY 1
               UNTIL dept-sub > dept-count.

           MOVE mt-company-cost(month-sub)  TO cc-cost.
           MOVE mt-raise-move(month-sub)    TO mv-raise.
           MOVE mt-term-move(month-sub)     TO mv-term.
           MOVE mt-transfer-move(month-sub) TO mv-transfer.
           DISPLAY '        ------------------------------------'.
           DISPLAY company-cost-line.
           DISPLAY movement-line.

       PrintOneDeptCost.
           MOVE dt-department(dept-sub) TO dc-department.
           MOVE dt-month-cost(dept-sub, month-sub) TO dc-cost.
           DISPLAY dept-cost-line.
      *-----------------------------------------------------------------
