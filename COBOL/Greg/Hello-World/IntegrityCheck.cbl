      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. IntegrityCheck.
       AUTHOR.     Gregory Shields.
      *-----------------------------------------------------------------
      * Weekly cross-file integrity sweep. Every program edits its own
      * slice of the data, but nothing else proves the files still
      * agree with each other. This one does, class by class:
      *   - active employees in a department dept.dat shows closed
      *     (or no longer carries at all),
      *   - the same employee-id on both person.dat and
      *     person-inact.dat - a rehire that never came off the
      *     inactive master,
      *   - parked entries on person-pend.dat for an employee-id no
      *     longer on the master - the sweep will only reject them,
      *   - person-hist.dat entries whose employee-id is on neither
      *     master,
      *   - employees whose manager is no longer an active employee.
      * Each class is listed with its count. The first two put the
      * wrong people on the payroll extract and the GL journal, so
      * they end the run RC=8; the rest are clean-up and end it RC=4.
      * A file that cannot be read, so that a class cannot be
      * checked, is RC=8 too - a sweep that could not look has not
      * proved anything.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Dynamic on the masters - read front to back for the
      *    person-based classes, then by employee-id to look up the
      *    pending and history entries.
       SELECT person
       ASSIGN TO
           'person.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pkey
               SOURCE IS fs-last-name fs-first-name
           ALTERNATE RECORD KEY IS fs-employee-id
           FILE STATUS IS person-status.

       SELECT person-inact
       ASSIGN TO
           'person-inact.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS in-employee-id
           FILE STATUS IS inact-status.

       SELECT dept
       ASSIGN TO
           'dept.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dept-code
           FILE STATUS IS dept-status.

       SELECT person-pend
       ASSIGN TO
           'person-pend.dat'
           FILE STATUS IS pend-status.

       SELECT person-hist
       ASSIGN TO
           'person-hist.dat'
           FILE STATUS IS hist-status.
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

       FD person-inact
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS in-record.

       01 in-record.
           05 in-first-name  PIC x(10).
           05 in-last-name   PIC x(10).
           05 in-salary      PIC 9(8)v99.
           05 in-employee-id PIC x(6).
           05 in-department  PIC x(4).
           05 in-hire-date   PIC x(8).
           05 in-grade       PIC x(2).
           05 in-manager-id  PIC x(6).
           05 in-term-date   PIC x(8).
           05 in-term-reason PIC x(30).

       FD dept
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS dept-record.

       01 dept-record.
           05 dept-code        PIC x(4).
           05 dept-description PIC x(30).
           05 dept-active-flag PIC x(1).
               88 DEPT-ACTIVE VALUE 'A'.
               88 DEPT-CLOSED VALUE 'C'.
           05 dept-gl-account  PIC x(8).

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

       FD person-hist
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS hist-record.

       01 hist-record.
           05 hist-employee-id PIC x(6).
           05 hist-old-salary  PIC 9(8)v99.
           05 hist-new-salary  PIC 9(8)v99.
           05 hist-timestamp   PIC x(21).
           05 hist-source      PIC x(1).
               88 HIST-FROM-LOAD     VALUE 'L'.
               88 HIST-FROM-RAISE    VALUE 'R'.
               88 HIST-FROM-REHIRE   VALUE 'H'.
               88 HIST-FROM-TRANSFER VALUE 'X'.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 eof-switches.
           05 person-eof PIC x VALUE 'N'.
               88 END-OF-PERSON VALUE 'Y'.
           05 pend-eof   PIC x VALUE 'N'.
               88 END-OF-PEND VALUE 'Y'.
           05 hist-eof   PIC x VALUE 'N'.
               88 END-OF-HIST VALUE 'Y'.

       01 person-status PIC xx.
       01 inact-status  PIC xx.
       01 dept-status   PIC xx.
       01 pend-status   PIC xx.
       01 hist-status   PIC xx.

      * Whether the inactive master could be opened. No file at all
      * (status 35) just means nobody has ever been terminated.
       01 inact-file-switch PIC x VALUE 'N'.
           88 INACT-FILE-AVAILABLE VALUE 'Y'.

       01 abandon-switch PIC x VALUE 'N'.
           88 CHECK-ABANDONED VALUE 'Y'.

      * The worst result so far - 0 clean, 4 clean-up only, 8 payroll
      * or GL exposed (or a class that could not be checked). It
      * becomes the RETURN-CODE.
       01 worst-severity PIC 9 VALUE 0.
       01 class-severity PIC 9.
       01 class-count    PIC 9(6).

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

      * The employee being judged in the manager pass - fs-record is
      * overwritten by the manager lookup, and the name key in here
      * is what puts the sequential pass back where it was.
       01 held-person.
           05 hp-first-name  PIC x(10).
           05 hp-last-name   PIC x(10).
           05 hp-salary      PIC 9(8)v99.
           05 hp-employee-id PIC x(6).
           05 hp-department  PIC x(4).
           05 hp-hire-date   PIC x(8).
           05 hp-grade       PIC x(2).
           05 hp-manager-id  PIC x(6).

       01 employee-count     PIC 9(6) VALUE 0.
       01 pend-read-count    PIC 9(6) VALUE 0.
       01 hist-read-count    PIC 9(6) VALUE 0.

       01 dept-exception-count    PIC 9(6) VALUE 0.
       01 overlap-exception-count PIC 9(6) VALUE 0.
       01 pend-exception-count    PIC 9(6) VALUE 0.
       01 hist-exception-count    PIC 9(6) VALUE 0.
       01 manager-exception-count PIC 9(6) VALUE 0.

      * Which classes could not be checked at all.
       01 class-skip-switches.
           05 overlap-skip-switch PIC x VALUE 'N'.
               88 OVERLAP-NOT-CHECKED VALUE 'Y'.
           05 pend-skip-switch    PIC x VALUE 'N'.
               88 PEND-NOT-CHECKED    VALUE 'Y'.
           05 hist-skip-switch    PIC x VALUE 'N'.
               88 HIST-NOT-CHECKED    VALUE 'Y'.

       01 class-heading    PIC x(60).

       01 detail-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 dl-employee-id PIC x(6).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 dl-last-name   PIC x(10).
           05 FILLER         PIC x(1)  VALUE SPACE.
           05 dl-first-name  PIC x(10).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 dl-department  PIC x(4).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 dl-remark      PIC x(40).

       01 inactive-line.
           05 FILLER         PIC x(8)  VALUE SPACES.
           05 FILLER         PIC x(20) VALUE "ALSO INACTIVE - LEFT".
           05 FILLER         PIC x(1)  VALUE SPACE.
           05 il-term-date   PIC x(8).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 il-department  PIC x(4).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 il-term-reason PIC x(30).

       01 pend-line.
           05 FILLER            PIC x(4)  VALUE SPACES.
           05 pl-employee-id    PIC x(6).
           05 FILLER            PIC x(2)  VALUE SPACES.
           05 pl-type           PIC x(11).
           05 FILLER            PIC x(2)  VALUE SPACES.
           05 pl-effective-date PIC x(8).
           05 FILLER            PIC x(2)  VALUE SPACES.
           05 pl-remark         PIC x(30).

       01 hist-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 hl-employee-id PIC x(6).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 hl-source      PIC x(8).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 hl-timestamp   PIC x(21).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 hl-new-salary  PIC z,zzz,zz9.99.

       01 class-count-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 FILLER         PIC x(12) VALUE "EXCEPTIONS:".
           05 cc-count       PIC zzz,zz9.

       01 summary-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 sl-class       PIC x(40).
           05 sl-count       PIC zzz,zz9.
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 sl-severity    PIC x(14).

       01 read-count-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           05 rl-text        PIC x(40).
           05 rl-count       PIC zzz,zz9.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           PERFORM PrintReportHeading.
           PERFORM OpenReferenceFiles.

           IF NOT CHECK-ABANDONED
               PERFORM CheckDepartments
               PERFORM CheckActiveInactiveOverlap
               PERFORM CheckManagers
               PERFORM CheckPendingEntries
               PERFORM CheckHistoryEntries
               PERFORM PrintReportTrailer
               PERFORM CloseReferenceFiles
           END-IF.

           MOVE worst-severity TO RETURN-CODE.

           GOBACK.

       PrintReportHeading.
           DISPLAY ' '.
           DISPLAY '    CROSS-FILE INTEGRITY CHECK'.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.

       OpenReferenceFiles.
      *    The active master and the department file are what every
      *    class is judged against - without either there is nothing
      *    to check, so stop RC=8.
           OPEN INPUT person.

           IF person-status NOT = "00"
               DISPLAY
                   '    OPEN INPUT person failed, status: '
                   person-status
               DISPLAY '    IntegrityCheck abandoned.'
               DISPLAY ' '
               SET CHECK-ABANDONED TO TRUE
               MOVE 8 TO worst-severity
           ELSE
               OPEN INPUT dept

               IF dept-status NOT = "00"
                   DISPLAY
                       '    OPEN INPUT dept failed, status: '
                       dept-status
                   DISPLAY '    IntegrityCheck abandoned.'
                   DISPLAY ' '
                   SET CHECK-ABANDONED TO TRUE
                   MOVE 8 TO worst-severity
                   CLOSE person
               ELSE
                   PERFORM OpenInactiveMaster
               END-IF
           END-IF.

       OpenInactiveMaster.
           OPEN INPUT person-inact.

           IF inact-status = "00"
               SET INACT-FILE-AVAILABLE TO TRUE
           ELSE IF inact-status NOT = "35"
               DISPLAY
                   '    OPEN INPUT person-inact failed, status: '
                   inact-status
               SET OVERLAP-NOT-CHECKED TO TRUE
               MOVE 8 TO worst-severity
           END-IF.

       CloseReferenceFiles.
           CLOSE person.
           CLOSE dept.
           IF INACT-FILE-AVAILABLE
               CLOSE person-inact
           END-IF.

       RewindPersonFile.
      *    Back to the top of the master for the next pass.
           CLOSE person.
           MOVE 'N' TO person-eof.
           OPEN INPUT person.

           IF person-status NOT = "00"
               DISPLAY
                   '    OPEN INPUT person failed, status: '
                   person-status
               MOVE 'Y' TO person-eof
               MOVE 8 TO worst-severity
           END-IF.

       ReadNextPerson.
      *    A hard read error ends the pass early - the class is then
      *    incomplete, which is RC=8 in its own right.
           READ person NEXT RECORD
               AT END
                   MOVE 'Y' TO person-eof
               NOT AT END
                   IF person-status NOT = "00"
                       DISPLAY
                           '    READ error, status: ' person-status
                       MOVE 'Y' TO person-eof
                       MOVE 8 TO worst-severity
                   END-IF
           END-READ.

       PrintClassHeading.
           DISPLAY ' '.
           DISPLAY '    ' class-heading.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.

       PrintClassCount.
      *    Expects class-count set - and class-severity set to what
      *    a non-zero count costs the run.
           MOVE class-count TO cc-count.
           DISPLAY class-count-line.
           IF class-count > 0
               AND class-severity > worst-severity
               MOVE class-severity TO worst-severity
           END-IF.

       PrintPersonDetail.
           MOVE fs-employee-id TO dl-employee-id.
           MOVE fs-last-name   TO dl-last-name.
           MOVE fs-first-name  TO dl-first-name.
           MOVE fs-department  TO dl-department.
           DISPLAY detail-line.

      *-----------------------------------------------------------------
      * Active employees in a closed department, or one no longer on
      * dept.dat at all. GLEXTR would cost them to a dead GL account.
      *-----------------------------------------------------------------
       CheckDepartments.
           MOVE "ACTIVE EMPLOYEES IN A CLOSED OR UNKNOWN DEPARTMENT"
               TO class-heading.
           PERFORM PrintClassHeading.

           PERFORM CheckOneDepartment UNTIL END-OF-PERSON.

           MOVE dept-exception-count TO class-count.
           MOVE 8 TO class-severity.
           PERFORM PrintClassCount.

       CheckOneDepartment.
           PERFORM ReadNextPerson.

           IF NOT END-OF-PERSON
               ADD 1 TO employee-count
               MOVE fs-department TO dept-code
               READ dept
                   INVALID KEY
                       MOVE "DEPARTMENT NOT ON FILE" TO dl-remark
                       PERFORM PrintDepartmentException
                   NOT INVALID KEY
                       IF DEPT-CLOSED
                           MOVE "DEPARTMENT CLOSED" TO dl-remark
                           PERFORM PrintDepartmentException
                       END-IF
               END-READ
           END-IF.

       PrintDepartmentException.
           PERFORM PrintPersonDetail.
           ADD 1 TO dept-exception-count.

      *-----------------------------------------------------------------
      * The same employee-id active and inactive at once - a rehire
      * that never came off person-inact.dat, or a termination that
      * never came off person.dat.
      *-----------------------------------------------------------------
       CheckActiveInactiveOverlap.
           MOVE "EMPLOYEE-ID ON BOTH THE ACTIVE AND INACTIVE MASTER"
               TO class-heading.
           PERFORM PrintClassHeading.

           IF OVERLAP-NOT-CHECKED
               DISPLAY '    NOT CHECKED - person-inact.dat could not'
                       ' be opened'
           ELSE IF NOT INACT-FILE-AVAILABLE
               DISPLAY '    No inactive master - nobody has left yet'
           ELSE
               PERFORM RewindPersonFile
               PERFORM CheckOneOverlap UNTIL END-OF-PERSON
           END-IF.

           MOVE overlap-exception-count TO class-count.
           MOVE 8 TO class-severity.
           PERFORM PrintClassCount.

       CheckOneOverlap.
           PERFORM ReadNextPerson.

           IF NOT END-OF-PERSON
               MOVE fs-employee-id TO in-employee-id
               READ person-inact
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PrintOverlapException
               END-READ
           END-IF.

       PrintOverlapException.
           MOVE "ALSO ON person-inact.dat" TO dl-remark.
           PERFORM PrintPersonDetail.

           MOVE in-term-date   TO il-term-date.
           MOVE in-department  TO il-department.
           MOVE in-term-reason TO il-term-reason.
           DISPLAY inactive-line.

           ADD 1 TO overlap-exception-count.

      *-----------------------------------------------------------------
      * Employees whose manager is no longer an active employee -
      * terminated, on neither master, or the employee themselves.
      * Looking the manager up moves the file off the sequential
      * pass; re-reading the employee by name key puts it back, so
      * the next READ NEXT carries on from there.
      *-----------------------------------------------------------------
       CheckManagers.
           MOVE "EMPLOYEES WHOSE MANAGER IS NOT AN ACTIVE EMPLOYEE"
               TO class-heading.
           PERFORM PrintClassHeading.

           PERFORM RewindPersonFile.
           PERFORM CheckOneManager UNTIL END-OF-PERSON.

           MOVE manager-exception-count TO class-count.
           MOVE 4 TO class-severity.
           PERFORM PrintClassCount.

       CheckOneManager.
           PERFORM ReadNextPerson.

           IF NOT END-OF-PERSON
               AND fs-manager-id NOT = SPACES
               PERFORM JudgeOneManager
           END-IF.

       JudgeOneManager.
           MOVE fs-record TO held-person.

           IF hp-manager-id = hp-employee-id
               MOVE "REPORTS TO THEMSELVES" TO dl-remark
               PERFORM PrintManagerException
           ELSE
               MOVE hp-manager-id TO fs-employee-id
               READ person KEY IS fs-employee-id
                   INVALID KEY
                       PERFORM ClassifyMissingManager
               END-READ

               MOVE hp-last-name  TO fs-last-name
               MOVE hp-first-name TO fs-first-name
               READ person KEY IS pkey
                   INVALID KEY
                       DISPLAY
                           '    Lost place on person after '
                           hp-employee-id ', status: ' person-status
                       MOVE 'Y' TO person-eof
                       MOVE 8 TO worst-severity
               END-READ
           END-IF.

       ClassifyMissingManager.
           MOVE SPACES TO dl-remark.

           IF INACT-FILE-AVAILABLE
               MOVE hp-manager-id TO in-employee-id
               READ person-inact
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING "MANAGER " hp-manager-id
                              " LEFT " in-term-date
                           DELIMITED BY SIZE INTO dl-remark
               END-READ
           END-IF.

           IF dl-remark = SPACES
               STRING "MANAGER " hp-manager-id
                      " ON NEITHER MASTER"
                   DELIMITED BY SIZE INTO dl-remark
           END-IF.

           PERFORM PrintManagerException.

       PrintManagerException.
           MOVE hp-employee-id TO dl-employee-id.
           MOVE hp-last-name   TO dl-last-name.
           MOVE hp-first-name  TO dl-first-name.
           MOVE hp-department  TO dl-department.
           DISPLAY detail-line.

           ADD 1 TO manager-exception-count.

      *-----------------------------------------------------------------
      * Parked future-dated entries for an employee-id no longer on
      * the active master - the nightly sweep would only reject them
      * on the day they come due.
      *-----------------------------------------------------------------
       CheckPendingEntries.
           MOVE "PARKED ENTRIES FOR AN EMPLOYEE NOT ON THE MASTER"
               TO class-heading.
           PERFORM PrintClassHeading.

           OPEN INPUT person-pend.

           IF pend-status = "35"
               DISPLAY '    No person-pend.dat - nothing is parked'
           ELSE IF pend-status NOT = "00"
               DISPLAY '    NOT CHECKED - OPEN INPUT person-pend'
                       ' failed, status: ' pend-status
               SET PEND-NOT-CHECKED TO TRUE
               MOVE 8 TO worst-severity
           ELSE
               PERFORM CheckOnePendingEntry UNTIL END-OF-PEND
               CLOSE person-pend
           END-IF.

           MOVE pend-exception-count TO class-count.
           MOVE 4 TO class-severity.
           PERFORM PrintClassCount.

       CheckOnePendingEntry.
      *    Same stance as ReadNextPerson - a hard read error ends the
      *    pass early and the incomplete class is RC=8.
           READ person-pend
               AT END
                   MOVE 'Y' TO pend-eof
               NOT AT END
                   IF pend-status NOT = "00"
                       DISPLAY
                           '    READ error, status: ' pend-status
                       MOVE 'Y' TO pend-eof
                       MOVE 8 TO worst-severity
                   ELSE
                       ADD 1 TO pend-read-count
                       PERFORM JudgeOnePendingEntry
                   END-IF
           END-READ.

       JudgeOnePendingEntry.
           MOVE SPACES TO pl-remark.

           IF PD-RAISE
               MOVE pd-data(1:44) TO raise-record
               MOVE raise-employee-id    TO pl-employee-id
               MOVE "RAISE"              TO pl-type
               MOVE raise-effective-date TO pl-effective-date
           ELSE IF PD-TERM
               MOVE pd-data(1:72) TO term-record
               MOVE term-employee-id     TO pl-employee-id
               MOVE "TERMINATION"        TO pl-type
               MOVE term-effective-date  TO pl-effective-date
           ELSE IF PD-TRANSFER
               MOVE pd-data(1:30) TO xfer-record
               MOVE xfer-employee-id     TO pl-employee-id
               MOVE "TRANSFER"           TO pl-type
               MOVE xfer-effective-date  TO pl-effective-date
           ELSE
               MOVE SPACES               TO pl-employee-id
               MOVE pd-type              TO pl-type
               MOVE SPACES               TO pl-effective-date
               MOVE "TYPE NOT RECOGNISED" TO pl-remark
           END-IF.

           IF pl-remark = SPACES
               MOVE pl-employee-id TO fs-employee-id
               READ person KEY IS fs-employee-id
                   INVALID KEY
                       MOVE "NOT ON person.dat" TO pl-remark
               END-READ
           END-IF.

           IF pl-remark NOT = SPACES
               DISPLAY pend-line
               ADD 1 TO pend-exception-count
           END-IF.

      *-----------------------------------------------------------------
      * Salary history for an employee-id on neither master - there
      * is nobody left on file that history belongs to.
      *-----------------------------------------------------------------
       CheckHistoryEntries.
           MOVE "SALARY HISTORY FOR AN ID ON NEITHER MASTER"
               TO class-heading.
           PERFORM PrintClassHeading.

           OPEN INPUT person-hist.

           IF hist-status = "35"
               DISPLAY '    No person-hist.dat - no history written'
           ELSE IF hist-status NOT = "00"
               DISPLAY '    NOT CHECKED - OPEN INPUT person-hist'
                       ' failed, status: ' hist-status
               SET HIST-NOT-CHECKED TO TRUE
               MOVE 8 TO worst-severity
           ELSE
               PERFORM CheckOneHistoryEntry UNTIL END-OF-HIST
               CLOSE person-hist
           END-IF.

           MOVE hist-exception-count TO class-count.
           MOVE 4 TO class-severity.
           PERFORM PrintClassCount.

       CheckOneHistoryEntry.
           READ person-hist
               AT END
                   MOVE 'Y' TO hist-eof
               NOT AT END
                   IF hist-status NOT = "00"
                       DISPLAY
                           '    READ error, status: ' hist-status
                       MOVE 'Y' TO hist-eof
                       MOVE 8 TO worst-severity
                   ELSE
                       ADD 1 TO hist-read-count
                       PERFORM JudgeOneHistoryEntry
                   END-IF
           END-READ.

       JudgeOneHistoryEntry.
           MOVE hist-employee-id TO fs-employee-id.
           READ person KEY IS fs-employee-id
               INVALID KEY
                   PERFORM CheckHistoryAgainstInactive
           END-READ.

       CheckHistoryAgainstInactive.
           IF INACT-FILE-AVAILABLE
               MOVE hist-employee-id TO in-employee-id
               READ person-inact
                   INVALID KEY
                       PERFORM PrintHistoryException
               END-READ
           ELSE
               PERFORM PrintHistoryException
           END-IF.

       PrintHistoryException.
           MOVE hist-employee-id TO hl-employee-id.
           MOVE hist-timestamp   TO hl-timestamp.
           MOVE hist-new-salary  TO hl-new-salary.

           IF HIST-FROM-LOAD
               MOVE "LOAD"     TO hl-source
           ELSE IF HIST-FROM-RAISE
               MOVE "RAISE"    TO hl-source
           ELSE IF HIST-FROM-REHIRE
               MOVE "REHIRE"   TO hl-source
           ELSE IF HIST-FROM-TRANSFER
               MOVE "TRANSFER" TO hl-source
           ELSE
               MOVE hist-source TO hl-source
           END-IF.

           DISPLAY hist-line.
           ADD 1 TO hist-exception-count.

      *-----------------------------------------------------------------
       PrintReportTrailer.
           DISPLAY ' '.
           DISPLAY '    SUMMARY'.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.

           MOVE "EMPLOYEES ON THE ACTIVE MASTER:" TO rl-text.
           MOVE employee-count TO rl-count.
           DISPLAY read-count-line.
           MOVE "PARKED ENTRIES READ:" TO rl-text.
           MOVE pend-read-count TO rl-count.
           DISPLAY read-count-line.
           MOVE "HISTORY ENTRIES READ:" TO rl-text.
           MOVE hist-read-count TO rl-count.
           DISPLAY read-count-line.
           DISPLAY ' '.

           MOVE "CLOSED OR UNKNOWN DEPARTMENT:" TO sl-class.
           MOVE dept-exception-count TO class-count.
           MOVE 8 TO class-severity.
           PERFORM PrintSummaryLine.

           MOVE "ACTIVE AND INACTIVE AT ONCE:" TO sl-class.
           MOVE overlap-exception-count TO class-count.
           MOVE 8 TO class-severity.
           PERFORM PrintSummaryLine.
           IF OVERLAP-NOT-CHECKED
               DISPLAY '        (not checked)'
           END-IF.

           MOVE "MANAGER NOT AN ACTIVE EMPLOYEE:" TO sl-class.
           MOVE manager-exception-count TO class-count.
           MOVE 4 TO class-severity.
           PERFORM PrintSummaryLine.

           MOVE "PARKED ENTRY NOT ON THE MASTER:" TO sl-class.
           MOVE pend-exception-count TO class-count.
           MOVE 4 TO class-severity.
           PERFORM PrintSummaryLine.
           IF PEND-NOT-CHECKED
               DISPLAY '        (not checked)'
           END-IF.

           MOVE "HISTORY ON NEITHER MASTER:" TO sl-class.
           MOVE hist-exception-count TO class-count.
           MOVE 4 TO class-severity.
           PERFORM PrintSummaryLine.
           IF HIST-NOT-CHECKED
               DISPLAY '        (not checked)'
           END-IF.

           DISPLAY ' '.
           IF worst-severity = 8
               DISPLAY '    RESULT: PAYROLL/GL EXPOSED OR NOT FULLY'
                       ' CHECKED - RC=8'
           ELSE IF worst-severity = 4
               DISPLAY '    RESULT: CLEAN-UP NEEDED - RC=4'
           ELSE
               DISPLAY '    RESULT: FILES AGREE - RC=0'
           END-IF.
           DISPLAY ' '.

       PrintSummaryLine.
           MOVE class-count TO sl-count.
           IF class-count = 0
               MOVE SPACES TO sl-severity
           ELSE IF class-severity = 8
               MOVE "SEVERE  (RC=8)" TO sl-severity
           ELSE
               MOVE "WARNING (RC=4)" TO sl-severity
           END-IF.
           DISPLAY summary-line.
      *-----------------------------------------------------------------
