      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BudgetVarianceReport.
       AUTHOR.     Gregory Shields.
      *-----------------------------------------------------------------
      * Budget-versus-actual report for position control. Reads the
      * approved headcount and salary cost of every department on
      * budget.dat, counts and costs the active employees person.dat
      * holds in each, and prints the two side by side - headcount
      * and cost variance (actual less budget, so a positive figure
      * is over budget) and the open positions a department may still
      * fill. Departments with people on the master but no budget
      * record print in a section of their own, since nobody has
      * approved them at all. Company totals at the bottom.
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

      *    Read front to back - the key is the department, so the
      *    budgeted departments arrive (and print) in code order.
       SELECT budget
       ASSIGN TO
           'budget.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS budget-department
           FILE STATUS IS budget-status.
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

       FD budget
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS budget-record.

       01 budget-record.
           05 budget-department  PIC x(4).
           05 budget-fiscal-year PIC 9(4).
           05 budget-headcount   PIC 9(5).
           05 budget-cost        PIC 9(11)v99.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 eof-switches.
           05 person-eof PIC x VALUE 'N'.
               88 END-OF-PERSON VALUE 'Y'.
           05 budget-eof PIC x VALUE 'N'.
               88 END-OF-BUDGET VALUE 'Y'.

       01 person-status PIC xx.
       01 budget-status PIC xx.

       01 employee-count PIC 9(6) VALUE 0.

      * One entry per department - every department on budget.dat
      * first (in key order), then any department met on the master
      * that has no budget, added as it turns up. The budget figures
      * of an unbudgeted department stay zero.
       01 budget-table.
           05 budget-dept-count PIC 9(3) VALUE 0.
           05 budget-dept-entry OCCURS 100 TIMES.
               10 bt-department       PIC x(4).
               10 bt-fiscal-year      PIC 9(4).
               10 bt-budget-headcount PIC 9(5).
               10 bt-budget-cost      PIC 9(11)v99.
               10 bt-actual-headcount PIC 9(6).
               10 bt-actual-cost      PIC 9(11)v99.
               10 bt-budgeted-switch  PIC x.
                   88 BT-BUDGETED VALUE 'Y'.
       01 budget-sub        PIC 9(3).
       01 budget-found-switch PIC x VALUE 'N'.
           88 BUDGET-DEPT-FOUND VALUE 'Y'.
       01 budget-found-sub  PIC 9(3).

      * More departments than the table holds would leave people
      * uncounted and every total wrong - the report says so and
      * ends RC=8 rather than print figures nobody can trust.
       01 budget-overflow-switch PIC x VALUE 'N'.
           88 BUDGET-TABLE-OVERFLOW VALUE 'Y'.

       01 unbudgeted-dept-count PIC 9(3) VALUE 0.

      * One department's variances, worked out before it prints.
       01 headcount-variance PIC s9(6) VALUE 0.
       01 cost-variance      PIC s9(11)v99 VALUE 0.
       01 open-positions     PIC 9(6) VALUE 0.

       01 company-budget-headcount PIC 9(7) VALUE 0.
       01 company-budget-cost      PIC 9(11)v99 VALUE 0.
       01 company-actual-headcount PIC 9(7) VALUE 0.
       01 company-actual-cost      PIC 9(11)v99 VALUE 0.
       01 company-open-positions   PIC 9(7) VALUE 0.
       01 unbudgeted-headcount     PIC 9(7) VALUE 0.
       01 unbudgeted-cost          PIC 9(11)v99 VALUE 0.

       01 column-heading-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 FILLER         PIC x(6)  VALUE "DEPT".
           05 FILLER         PIC x(6)  VALUE "FY".
           05 FILLER         PIC x(8)  VALUE "  BUDGET".
           05 FILLER         PIC x(9)  VALUE "   ACTUAL".
           05 FILLER         PIC x(10) VALUE "  VARIANCE".
           05 FILLER         PIC x(8)  VALUE "    OPEN".

       01 detail-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 dl-department  PIC x(4).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 dl-fiscal-year PIC x(4).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 dl-budget-hc   PIC zz,zz9.
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 dl-actual-hc   PIC zzz,zz9.
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 dl-variance-hc PIC -zzz,zz9.
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 dl-open        PIC zzz,zz9.
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 dl-remark      PIC x(16).

       01 cost-line.
           05 FILLER         PIC x(8)  VALUE SPACES.
           05 FILLER         PIC x(6)  VALUE "COST: ".
           05 cl-budget      PIC z,zzz,zzz,zz9.99.
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 cl-actual      PIC z,zzz,zzz,zz9.99.
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 cl-variance    PIC -z,zzz,zzz,zz9.99.

       01 unbudgeted-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 ul-department  PIC x(4).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 FILLER         PIC x(11) VALUE "HEADCOUNT: ".
           05 ul-headcount   PIC zzz,zz9.
           05 FILLER         PIC x(9)  VALUE "   COST: ".
           05 ul-cost        PIC z,zzz,zzz,zz9.99.

       01 total-headcount-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 FILLER         PIC x(20) VALUE "BUDGETED HEADCOUNT:".
           05 th-budget      PIC z,zzz,zz9.
           05 FILLER         PIC x(10) VALUE "  ACTUAL: ".
           05 th-actual      PIC z,zzz,zz9.
           05 FILLER         PIC x(12) VALUE "  VARIANCE: ".
           05 th-variance    PIC -z,zzz,zz9.

       01 total-cost-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 FILLER         PIC x(20) VALUE "BUDGETED COST:".
           05 tc-budget      PIC z,zzz,zzz,zz9.99.
           05 FILLER         PIC x(10) VALUE "  ACTUAL: ".
           05 tc-actual      PIC z,zzz,zzz,zz9.99.

       01 total-variance-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 FILLER         PIC x(20) VALUE "COST VARIANCE:".
           05 tv-variance    PIC -z,zzz,zzz,zz9.99.

       01 total-open-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 FILLER         PIC x(20) VALUE "OPEN POSITIONS:".
           05 to-open        PIC z,zzz,zz9.

       01 total-unbudgeted-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 FILLER         PIC x(20) VALUE "UNBUDGETED STAFF:".
           05 tu-headcount   PIC z,zzz,zz9.
           05 FILLER         PIC x(8)  VALUE "  COST: ".
           05 tu-cost        PIC z,zzz,zzz,zz9.99.

       01 read-count-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 FILLER         PIC x(20) VALUE "EMPLOYEES COUNTED:".
           05 rc-count       PIC zzz,zz9.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           PERFORM PrintReportHeading.
           PERFORM BuildBudgetTable.

           GOBACK.

       PrintReportHeading.
           DISPLAY ' '.
           DISPLAY '    POSITION CONTROL - BUDGET VERSUS ACTUAL'.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.

       BuildBudgetTable.
      *    No budget file means nothing was approved to compare
      *    against - say so and stop, rather than print every
      *    department as unbudgeted.
           OPEN INPUT budget.

           IF budget-status NOT = "00"
               DISPLAY
                   '    OPEN INPUT budget failed, status: '
                   budget-status
               DISPLAY '    BudgetVarianceReport abandoned.'
               DISPLAY ' '
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LoadOneBudgetRecord UNTIL END-OF-BUDGET
               CLOSE budget

               OPEN INPUT person

               IF person-status NOT = "00"
                   DISPLAY
                       '    OPEN INPUT person failed, status: '
                       person-status
                   DISPLAY '    BudgetVarianceReport abandoned.'
                   DISPLAY ' '
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CountOnePersonRecord UNTIL END-OF-PERSON
                   CLOSE person

                   PERFORM PrintBudgetedDepartments
                   PERFORM PrintUnbudgetedDepartments
                   PERFORM PrintCompanyTotals

                   IF BUDGET-TABLE-OVERFLOW
                       DISPLAY
                           '    WARNING: more than 100 departments -'
                           ' figures above are incomplete.'
                       DISPLAY ' '
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LoadOneBudgetRecord.
           READ budget
               AT END
                   MOVE 'Y' TO budget-eof
               NOT AT END
                   IF budget-status NOT = "00"
                       DISPLAY
                           '    READ error, status: ' budget-status
                       MOVE 'Y' TO budget-eof
                   ELSE IF budget-dept-count < 100
                       ADD 1 TO budget-dept-count
                       MOVE budget-department
                           TO bt-department(budget-dept-count)
                       MOVE budget-fiscal-year
                           TO bt-fiscal-year(budget-dept-count)
                       MOVE budget-headcount
                           TO bt-budget-headcount(budget-dept-count)
                       MOVE budget-cost
                           TO bt-budget-cost(budget-dept-count)
                       MOVE 0 TO bt-actual-headcount(budget-dept-count)
                       MOVE 0 TO bt-actual-cost(budget-dept-count)
                       MOVE 'Y'
                           TO bt-budgeted-switch(budget-dept-count)
                   ELSE
                       SET BUDGET-TABLE-OVERFLOW TO TRUE
                   END-IF
           END-READ.

       CountOnePersonRecord.
      *        Don't trust AT END alone to eventually fire - a hard
      *        read error surfaces as NOT AT END too, and without this
      *        check person-eof would never flip and the PERFORM UNTIL
      *        above would spin forever.
           READ person
               AT END
                   MOVE 'Y' TO person-eof
               NOT AT END
                   IF person-status = "00"
                       ADD 1 TO employee-count
                       PERFORM TallyOneEmployee
                   ELSE
                       DISPLAY
                           '    READ error, status: ' person-status
                       MOVE 'Y' TO person-eof
                   END-IF
           END-READ.

       TallyOneEmployee.
           PERFORM FindBudgetDept.

           IF NOT BUDGET-DEPT-FOUND
               IF budget-dept-count < 100
                   ADD 1 TO budget-dept-count
                   MOVE budget-dept-count TO budget-found-sub
                   MOVE fs-department
                       TO bt-department(budget-found-sub)
                   MOVE 0 TO bt-fiscal-year(budget-found-sub)
                   MOVE 0 TO bt-budget-headcount(budget-found-sub)
                   MOVE 0 TO bt-budget-cost(budget-found-sub)
                   MOVE 0 TO bt-actual-headcount(budget-found-sub)
                   MOVE 0 TO bt-actual-cost(budget-found-sub)
                   MOVE 'N' TO bt-budgeted-switch(budget-found-sub)
                   SET BUDGET-DEPT-FOUND TO TRUE
               ELSE
                   SET BUDGET-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

           IF BUDGET-DEPT-FOUND
               ADD 1 TO bt-actual-headcount(budget-found-sub)
               ADD fs-salary TO bt-actual-cost(budget-found-sub)
           END-IF.

       FindBudgetDept.
           MOVE 'N' TO budget-found-switch.
           PERFORM CheckOneBudgetDept
               VARYING budget-sub FROM 1 BY 1
               UNTIL budget-sub > budget-dept-count
                   OR BUDGET-DEPT-FOUND.

       CheckOneBudgetDept.
           IF bt-department(budget-sub) = fs-department
               SET BUDGET-DEPT-FOUND TO TRUE
               MOVE budget-sub TO budget-found-sub
           END-IF.

       PrintBudgetedDepartments.
           DISPLAY ' '.
           DISPLAY '    HEADCOUNT AND COST BY DEPARTMENT'.
           DISPLAY column-heading-line.
           DISPLAY ' '.

           PERFORM PrintOneBudgetedDept
               VARYING budget-sub FROM 1 BY 1
               UNTIL budget-sub > budget-dept-count.

       PrintOneBudgetedDept.
           IF BT-BUDGETED(budget-sub)
               COMPUTE headcount-variance =
                   bt-actual-headcount(budget-sub)
                       - bt-budget-headcount(budget-sub)
               COMPUTE cost-variance =
                   bt-actual-cost(budget-sub)
                       - bt-budget-cost(budget-sub)
               IF headcount-variance < 0
                   COMPUTE open-positions = 0 - headcount-variance
               ELSE
                   MOVE 0 TO open-positions
               END-IF

               MOVE bt-department(budget-sub)       TO dl-department
               MOVE bt-fiscal-year(budget-sub)      TO dl-fiscal-year
               MOVE bt-budget-headcount(budget-sub) TO dl-budget-hc
               MOVE bt-actual-headcount(budget-sub) TO dl-actual-hc
               MOVE headcount-variance              TO dl-variance-hc
               MOVE open-positions                  TO dl-open

               IF headcount-variance > 0
                   MOVE "OVER HEADCOUNT"  TO dl-remark
               ELSE IF cost-variance > 0
                   MOVE "OVER COST"       TO dl-remark
               ELSE
                   MOVE SPACES            TO dl-remark
               END-IF

               MOVE bt-budget-cost(budget-sub) TO cl-budget
               MOVE bt-actual-cost(budget-sub) TO cl-actual
               MOVE cost-variance              TO cl-variance

               DISPLAY detail-line
               DISPLAY cost-line

               ADD bt-budget-headcount(budget-sub)
                   TO company-budget-headcount
               ADD bt-budget-cost(budget-sub) TO company-budget-cost
               ADD bt-actual-headcount(budget-sub)
                   TO company-actual-headcount
               ADD bt-actual-cost(budget-sub) TO company-actual-cost
               ADD open-positions TO company-open-positions
           END-IF.

       PrintUnbudgetedDepartments.
      *    People sitting in a department Finance never approved -
      *    they are on the payroll all the same, so they count in the
      *    company actuals but against no budget.
           DISPLAY ' '.
           DISPLAY '    DEPARTMENTS WITH STAFF BUT NO BUDGET'.

           PERFORM PrintOneUnbudgetedDept
               VARYING budget-sub FROM 1 BY 1
               UNTIL budget-sub > budget-dept-count.

           IF unbudgeted-dept-count = 0
               DISPLAY '        (none)'
           END-IF.

       PrintOneUnbudgetedDept.
           IF NOT BT-BUDGETED(budget-sub)
               MOVE bt-department(budget-sub)       TO ul-department
               MOVE bt-actual-headcount(budget-sub) TO ul-headcount
               MOVE bt-actual-cost(budget-sub)      TO ul-cost
               DISPLAY unbudgeted-line

               ADD 1 TO unbudgeted-dept-count
               ADD bt-actual-headcount(budget-sub)
                   TO unbudgeted-headcount
               ADD bt-actual-cost(budget-sub) TO unbudgeted-cost
           END-IF.

       PrintCompanyTotals.
      *    The budget totals compare only the departments that have
      *    a budget - staff in unbudgeted departments are shown on a
      *    line of their own, not buried in the variance.
           COMPUTE headcount-variance =
               company-actual-headcount - company-budget-headcount.
           COMPUTE cost-variance =
               company-actual-cost - company-budget-cost.

           MOVE company-budget-headcount TO th-budget.
           MOVE company-actual-headcount TO th-actual.
           MOVE headcount-variance       TO th-variance.
           MOVE company-budget-cost      TO tc-budget.
           MOVE company-actual-cost      TO tc-actual.
           MOVE cost-variance            TO tv-variance.
           MOVE company-open-positions   TO to-open.
           MOVE unbudgeted-headcount     TO tu-headcount.
           MOVE unbudgeted-cost          TO tu-cost.
           MOVE employee-count           TO rc-count.

           DISPLAY ' '.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.
           DISPLAY total-headcount-line.
           DISPLAY total-cost-line.
           DISPLAY total-variance-line.
           DISPLAY total-open-line.
           DISPLAY total-unbudgeted-line.
           DISPLAY read-count-line.
           DISPLAY ' '.
      *-----------------------------------------------------------------
