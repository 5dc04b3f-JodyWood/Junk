      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. WorkforceMovementReport.
       AUTHOR.     Gregory Shields.
      *-----------------------------------------------------------------
      * Monthly workforce movement and turnover report for HR. Takes a
      * period on the PARM ('yyyymmdd yyyymmdd' - from and to, both
      * inclusive; no PARM means last calendar month) and prints, per
      * department:
      *   - opening and closing headcount, worked out from the hire
      *     dates on person.dat and person-inact.dat and the
      *     termination dates on person-inact.dat,
      *   - hires, rehires, and raises in the period, counted off
      *     person-hist.dat by source ('L', 'H', 'R'),
      *   - transfers in and out, off person-move.dat,
      *   - leavers, off in-term-date on person-inact.dat,
      * then annualised turnover and the average tenure of leavers per
      * department and company-wide, and the leavers broken down by
      * termination reason.
      *
      * Each person is counted in the department they sat in on the
      * day in question - person-move.dat says where they were before
      * each transfer, so a move after the period doesn't drag last
      * month's figures into the new department.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Dynamic on both masters - read front to back for the
      *    headcounts, then by employee-id to place each history
      *    entry in its department.
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

       SELECT person-hist
       ASSIGN TO
           'person-hist.dat'
           FILE STATUS IS hist-status.

       SELECT person-move
       ASSIGN TO
           'person-move.dat'
           FILE STATUS IS move-status.
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

       FD person-move
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS move-record.

       01 move-record.
           05 mv-employee-id     PIC x(6).
           05 mv-effective-date  PIC x(8).
           05 mv-old-department  PIC x(4).
           05 mv-new-department  PIC x(4).
           05 mv-old-grade       PIC x(2).
           05 mv-new-grade       PIC x(2).
           05 mv-old-salary      PIC 9(8)v99.
           05 mv-new-salary      PIC 9(8)v99.
           05 mv-timestamp       PIC x(21).
           05 mv-job-user        PIC x(8).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 eof-switches.
           05 person-eof PIC x VALUE 'N'.
               88 END-OF-PERSON VALUE 'Y'.
           05 inact-eof  PIC x VALUE 'N'.
               88 END-OF-INACT VALUE 'Y'.
           05 hist-eof   PIC x VALUE 'N'.
               88 END-OF-HIST VALUE 'Y'.
           05 move-eof   PIC x VALUE 'N'.
               88 END-OF-MOVE VALUE 'Y'.

       01 person-status PIC xx.
       01 inact-status  PIC xx.
       01 hist-status   PIC xx.
       01 move-status   PIC xx.

       01 parm          PIC x(80).

      * The period - from and to, both inclusive - and the day before
      * it starts, which is the date the opening headcount is taken
      * at the end of.
       01 period-from-text PIC x(8).
       01 period-from REDEFINES period-from-text PIC 9(8).
       01 period-to-text   PIC x(8).
       01 period-to   REDEFINES period-to-text   PIC 9(8).
       01 period-eve       PIC 9(8).
       01 period-days      PIC 9(5).
       01 current-run-date PIC 9(8).

       01 parm-bad-switch  PIC x VALUE 'N'.
           88 PARM-BAD VALUE 'Y'.

      * Every department/grade move on file, held so each person can
      * be placed in the department they sat in on any given date -
      * the move file is in the order the moves were applied, not by
      * employee, so it is searched whole each time.
       01 move-table.
           05 move-count PIC 9(4) VALUE 0.
           05 move-entry OCCURS 2000 TIMES.
               10 mt-employee-id    PIC x(6).
               10 mt-effective-date PIC 9(8).
               10 mt-old-department PIC x(4).
               10 mt-new-department PIC x(4).
       01 move-sub         PIC 9(4).
       01 move-overflow-switch PIC x VALUE 'N'.
           88 MOVE-TABLE-OVERFLOW VALUE 'Y'.

      * Whether the inactive master could be opened - once its
      * sequential pass hits the end, its status no longer says so.
       01 inact-file-switch PIC x VALUE 'N'.
           88 INACT-FILE-AVAILABLE VALUE 'Y'.

      * DeptAsOf's arguments and answer - the person, the date, the
      * department the master says they are in tonight, and the
      * department they were in at the end of that date.
       01 asof-employee-id PIC x(6).
       01 asof-date        PIC 9(8).
       01 asof-department  PIC x(4).
       01 asof-found-date  PIC 9(8).
       01 asof-result      PIC x(4).

      * One person being placed in the opening and closing counts.
       01 person-hire-text PIC x(8).
       01 person-hire-date REDEFINES person-hire-text PIC 9(8).
       01 person-term-text PIC x(8).
       01 person-term-date REDEFINES person-term-text PIC 9(8).
       01 person-employee-id PIC x(6).
       01 person-department  PIC x(4).

       01 history-date-text PIC x(8).
       01 history-date REDEFINES history-date-text PIC 9(8).
       01 history-lookup-switch PIC x VALUE 'N'.
           88 HISTORY-PERSON-FOUND VALUE 'Y'.

      * One entry per department, kept in department order as the
      * entries are added so the report prints in code order.
       01 dept-table.
           05 dept-count PIC 9(3) VALUE 0.
           05 dept-entry OCCURS 100 TIMES.
               10 dt-department    PIC x(4).
               10 dt-opening       PIC 9(6).
               10 dt-closing       PIC 9(6).
               10 dt-hires         PIC 9(6).
               10 dt-rehires       PIC 9(6).
               10 dt-raises        PIC 9(6).
               10 dt-transfers-in  PIC 9(6).
               10 dt-transfers-out PIC 9(6).
               10 dt-leavers       PIC 9(6).
               10 dt-tenure-days   PIC 9(9).
               10 dt-tenure-count  PIC 9(6).
       01 dept-sub          PIC 9(3).
       01 dept-insert-sub   PIC 9(3).
       01 dept-found-sub    PIC 9(3).
       01 dept-lookup       PIC x(4).
       01 dept-found-switch PIC x VALUE 'N'.
           88 DEPT-FOUND VALUE 'Y'.
       01 dept-overflow-switch PIC x VALUE 'N'.
           88 DEPT-TABLE-OVERFLOW VALUE 'Y'.

      * Leavers by termination reason, company-wide.
       01 reason-table.
           05 reason-count PIC 9(3) VALUE 0.
           05 reason-entry OCCURS 50 TIMES.
               10 rt-reason  PIC x(30).
               10 rt-leavers PIC 9(6).
       01 reason-sub        PIC 9(3).
       01 reason-found-switch PIC x VALUE 'N'.
           88 REASON-FOUND VALUE 'Y'.
       01 reason-other-count PIC 9(6) VALUE 0.

      * Company totals, and the figures worked out for one line.
       01 company-figures.
           05 co-opening       PIC 9(7) VALUE 0.
           05 co-closing       PIC 9(7) VALUE 0.
           05 co-hires         PIC 9(7) VALUE 0.
           05 co-rehires       PIC 9(7) VALUE 0.
           05 co-raises        PIC 9(7) VALUE 0.
           05 co-transfers-in  PIC 9(7) VALUE 0.
           05 co-transfers-out PIC 9(7) VALUE 0.
           05 co-leavers       PIC 9(7) VALUE 0.
           05 co-tenure-days   PIC 9(11) VALUE 0.
           05 co-tenure-count  PIC 9(7) VALUE 0.

       01 tenure-days      PIC s9(7).
       01 turnover-leavers PIC 9(7).
       01 average-headcount PIC 9(7)v9.
       01 turnover-percent PIC 9(5)v9.
       01 average-tenure   PIC 9(3)v9.

       01 heading-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 FILLER          PIC x(34)
               VALUE "WORKFORCE MOVEMENT AND TURNOVER - ".
           05 hl-from         PIC x(8).
           05 FILLER          PIC x(4)  VALUE " TO ".
           05 hl-to           PIC x(8).

       01 movement-heading-line.
           05 FILLER PIC x(4)  VALUE SPACES.
           05 FILLER PIC x(6)  VALUE "DEPT".
           05 FILLER PIC x(7)  VALUE "   OPEN".
           05 FILLER PIC x(7)  VALUE "  HIRES".
           05 FILLER PIC x(7)  VALUE " REHIRE".
           05 FILLER PIC x(7)  VALUE " XFR-IN".
           05 FILLER PIC x(7)  VALUE " XFROUT".
           05 FILLER PIC x(7)  VALUE " LEAVER".
           05 FILLER PIC x(7)  VALUE "  CLOSE".
           05 FILLER PIC x(7)  VALUE " RAISES".

       01 movement-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 ml-department   PIC x(4).
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 ml-opening      PIC zzz,zz9.
           05 ml-hires        PIC zzz,zz9.
           05 ml-rehires      PIC zzz,zz9.
           05 ml-transfers-in PIC zzz,zz9.
           05 ml-transfers-out PIC zzz,zz9.
           05 ml-leavers      PIC zzz,zz9.
           05 ml-closing      PIC zzz,zz9.
           05 ml-raises       PIC zzz,zz9.

       01 turnover-heading-line.
           05 FILLER PIC x(4)  VALUE SPACES.
           05 FILLER PIC x(6)  VALUE "DEPT".
           05 FILLER PIC x(9)  VALUE "  LEAVERS".
           05 FILLER PIC x(13) VALUE "  AVG HEADCT".
           05 FILLER PIC x(13) VALUE "  TURNOVER %".
           05 FILLER PIC x(17) VALUE "  AVG TENURE YRS".

       01 turnover-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 tl-department   PIC x(7).
           05 FILLER          PIC x(1)  VALUE SPACES.
           05 tl-leavers      PIC zzz,zz9.
           05 FILLER          PIC x(3)  VALUE SPACES.
           05 tl-average      PIC z,zzz,zz9.9.
           05 FILLER          PIC x(3)  VALUE SPACES.
           05 tl-turnover     PIC zz,zz9.9.
           05 FILLER          PIC x(8)  VALUE SPACES.
           05 tl-tenure       PIC zz9.9.

       01 reason-line.
           05 FILLER          PIC x(8)  VALUE SPACES.
           05 rl-reason       PIC x(30).
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 rl-leavers      PIC zzz,zz9.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           PERFORM GetReportPeriod.

           IF PARM-BAD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PrintReportHeading
               PERFORM LoadMoveTable
               PERFORM CountWorkforce
           END-IF.

           GOBACK.

       GetReportPeriod.
      *    Both dates have to be real calendar dates with the from on
      *    or before the to - a mistyped period would otherwise print
      *    a plausible-looking report about the wrong month. With no
      *    PARM at all the period is last calendar month, which is
      *    what the monthly run wants.
           ACCEPT parm FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO current-run-date.

           IF parm = SPACES
               MOVE current-run-date TO period-from
               MOVE "01" TO period-from-text(7:2)
               COMPUTE period-to = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(period-from) - 1)
               MOVE period-to TO period-from
               MOVE "01" TO period-from-text(7:2)
           ELSE
               MOVE parm(1:8)  TO period-from-text
               MOVE parm(10:8) TO period-to-text
           END-IF.

           IF period-from IS NOT NUMERIC
               OR period-to IS NOT NUMERIC
               SET PARM-BAD TO TRUE
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(period-from) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(period-to) NOT = 0
               SET PARM-BAD TO TRUE
           ELSE IF period-from > period-to
               SET PARM-BAD TO TRUE
           END-IF.

           IF PARM-BAD
               DISPLAY ' '
               DISPLAY '    Period must be PARM=''yyyymmdd yyyymmdd'''
                   ' (from, to) - given: ' parm(1:17)
               DISPLAY '    WorkforceMovementReport abandoned.'
               DISPLAY ' '
           ELSE
               COMPUTE period-eve = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(period-from) - 1)
               COMPUTE period-days =
                   FUNCTION INTEGER-OF-DATE(period-to)
                       - FUNCTION INTEGER-OF-DATE(period-from) + 1
           END-IF.

       PrintReportHeading.
           MOVE period-from-text TO hl-from.
           MOVE period-to-text   TO hl-to.
           DISPLAY ' '.
           DISPLAY heading-line.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.

       LoadMoveTable.
      *    No move file just means nobody has transferred yet -
      *    everyone is counted in the department the master shows.
           OPEN INPUT person-move.
           IF move-status = "00"
               PERFORM LoadOneMove UNTIL END-OF-MOVE
               CLOSE person-move
           ELSE
               DISPLAY
                   '    No department moves on file (status '
                   move-status ') - current departments used.'
           END-IF.

           IF MOVE-TABLE-OVERFLOW
               DISPLAY
                   '    WARNING: more than 2000 moves on file -'
                   ' later moves ignored, departments may be off.'
               MOVE 4 TO RETURN-CODE
           END-IF.

       LoadOneMove.
           READ person-move
               AT END
                   MOVE 'Y' TO move-eof
               NOT AT END
                   IF move-status NOT = "00"
                       DISPLAY
                           '    READ error, status: ' move-status
                       MOVE 'Y' TO move-eof
                   ELSE IF move-count < 2000
                       ADD 1 TO move-count
                       MOVE mv-employee-id
                           TO mt-employee-id(move-count)
                       MOVE mv-effective-date
                           TO mt-effective-date(move-count)
                       MOVE mv-old-department
                           TO mt-old-department(move-count)
                       MOVE mv-new-department
                           TO mt-new-department(move-count)
                   ELSE
                       SET MOVE-TABLE-OVERFLOW TO TRUE
                   END-IF
           END-READ.

       CountWorkforce.
      *    The active master is required - without it there is no
      *    closing headcount. A missing inactive master or history
      *    file only means no leavers or no movement to count.
           OPEN INPUT person.

           IF person-status NOT = "00"
               DISPLAY
                   '    OPEN INPUT person failed, status: '
                   person-status
               DISPLAY '    WorkforceMovementReport abandoned.'
               DISPLAY ' '
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CountOneActiveRecord UNTIL END-OF-PERSON

               OPEN INPUT person-inact
               IF inact-status = "00"
                   SET INACT-FILE-AVAILABLE TO TRUE
                   PERFORM CountOneInactiveRecord UNTIL END-OF-INACT
               ELSE
                   DISPLAY
                       '    No inactive master (status '
                       inact-status ') - no leavers counted.'
               END-IF

               PERFORM CountHistoryFile

               IF INACT-FILE-AVAILABLE
                   CLOSE person-inact
               END-IF
               CLOSE person

               PERFORM CountTransfers

               PERFORM PrintMovementSection
               PERFORM PrintTurnoverSection
               PERFORM PrintReasonSection

               IF DEPT-TABLE-OVERFLOW
                   DISPLAY
                       '    WARNING: more than 100 departments -'
                       ' figures above are incomplete.'
                   DISPLAY ' '
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CountOneActiveRecord.
      *        Don't trust AT END alone to eventually fire - a hard
      *        read error surfaces as NOT AT END too, and without this
      *        check person-eof would never flip and the PERFORM UNTIL
      *        above would spin forever.
           READ person NEXT RECORD
               AT END
                   MOVE 'Y' TO person-eof
               NOT AT END
                   IF person-status = "00"
                       MOVE fs-employee-id TO person-employee-id
                       MOVE fs-department  TO person-department
                       MOVE fs-hire-date   TO person-hire-text
                       MOVE ZERO           TO person-term-date
                       PERFORM PlaceOnePerson
                   ELSE
                       DISPLAY
                           '    READ error, status: ' person-status
                       MOVE 'Y' TO person-eof
                   END-IF
           END-READ.

       CountOneInactiveRecord.
           READ person-inact NEXT RECORD
               AT END
                   MOVE 'Y' TO inact-eof
               NOT AT END
                   IF inact-status = "00"
                       MOVE in-employee-id TO person-employee-id
                       MOVE in-department  TO person-department
                       MOVE in-hire-date   TO person-hire-text
                       MOVE in-term-date   TO person-term-text
                       IF person-term-date IS NOT NUMERIC
                           MOVE ZERO TO person-term-date
                       END-IF
                       PERFORM PlaceOnePerson
                       PERFORM CountLeaver
                   ELSE
                       DISPLAY
                           '    READ error, status: ' inact-status
                       MOVE 'Y' TO inact-eof
                   END-IF
           END-READ.

       PlaceOnePerson.
      *    Somebody is on the books at the end of a day when they
      *    were hired on or before it and hadn't yet left - the
      *    termination date is the day they went, so they are off
      *    the books that evening. The opening count is taken at the
      *    end of the day before the period starts.
           IF person-hire-date IS NOT NUMERIC
               MOVE ZERO TO person-hire-date
           END-IF.

           IF person-hire-date <= period-eve
               AND (person-term-date = ZERO
                   OR person-term-date > period-eve)
               MOVE period-eve TO asof-date
               PERFORM DeptAsOf
               PERFORM FindDeptEntry
               IF DEPT-FOUND
                   ADD 1 TO dt-opening(dept-found-sub)
               END-IF
           END-IF.

           IF person-hire-date <= period-to
               AND (person-term-date = ZERO
                   OR person-term-date > period-to)
               MOVE period-to TO asof-date
               PERFORM DeptAsOf
               PERFORM FindDeptEntry
               IF DEPT-FOUND
                   ADD 1 TO dt-closing(dept-found-sub)
               END-IF
           END-IF.

       CountLeaver.
      *    A leaver goes against the department they left from - the
      *    one on the inactive record - along with how long they had
      *    been with us, from fs-hire-date to the day they went.
           IF person-term-date >= period-from
               AND person-term-date <= period-to
               MOVE person-department TO dept-lookup
               PERFORM FindDeptEntry
               IF DEPT-FOUND
                   ADD 1 TO dt-leavers(dept-found-sub)
                   IF person-hire-date NOT = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           person-hire-date) = 0
                       AND person-hire-date <= person-term-date
                       COMPUTE tenure-days =
                           FUNCTION INTEGER-OF-DATE(person-term-date)
                         - FUNCTION INTEGER-OF-DATE(person-hire-date)
                       ADD tenure-days TO dt-tenure-days(dept-found-sub)
                       ADD 1 TO dt-tenure-count(dept-found-sub)
                   END-IF
               END-IF
               PERFORM CountLeaverReason
           END-IF.

       CountLeaverReason.
           MOVE 'N' TO reason-found-switch.
           PERFORM CheckOneReason
               VARYING reason-sub FROM 1 BY 1
               UNTIL reason-sub > reason-count
                   OR REASON-FOUND.

           IF NOT REASON-FOUND
               IF reason-count < 50
                   ADD 1 TO reason-count
                   MOVE in-term-reason TO rt-reason(reason-count)
                   MOVE 1 TO rt-leavers(reason-count)
               ELSE
                   ADD 1 TO reason-other-count
               END-IF
           END-IF.

       CheckOneReason.
           IF rt-reason(reason-sub) = in-term-reason
               SET REASON-FOUND TO TRUE
               ADD 1 TO rt-leavers(reason-sub)
           END-IF.

       DeptAsOf.
      *    Where person-employee-id sat at the end of asof-date. The
      *    earliest move dated after that day says which department
      *    they left to make it - that is where they were. No move
      *    after the date means they are still where the master has
      *    them.
           MOVE person-employee-id TO asof-employee-id.
           MOVE person-department  TO asof-department.
           MOVE person-department  TO asof-result.
           MOVE 99999999           TO asof-found-date.

           PERFORM CheckOneMove
               VARYING move-sub FROM 1 BY 1
               UNTIL move-sub > move-count.

           MOVE asof-result TO dept-lookup.

       CheckOneMove.
           IF mt-employee-id(move-sub) = asof-employee-id
               AND mt-effective-date(move-sub) > asof-date
               AND mt-effective-date(move-sub) < asof-found-date
               MOVE mt-effective-date(move-sub) TO asof-found-date
               MOVE mt-old-department(move-sub) TO asof-result
           END-IF.

       CountHistoryFile.
           OPEN INPUT person-hist.
           IF hist-status = "00"
               PERFORM CountOneHistoryRecord UNTIL END-OF-HIST
               CLOSE person-hist
           ELSE
               DISPLAY
                   '    No salary history (status ' hist-status
                   ') - no hires, rehires, or raises counted.'
           END-IF.

       CountOneHistoryRecord.
           READ person-hist
               AT END
                   MOVE 'Y' TO hist-eof
               NOT AT END
                   IF hist-status = "00"
                       MOVE hist-timestamp(1:8) TO history-date-text
                       IF history-date IS NUMERIC
                           AND history-date >= period-from
                           AND history-date <= period-to
                           PERFORM CountOneHistoryEntry
                       END-IF
                   ELSE
                       DISPLAY
                           '    READ error, status: ' hist-status
                       MOVE 'Y' TO hist-eof
                   END-IF
           END-READ.

       CountOneHistoryEntry.
      *    Only the three kinds HR asks about - a transfer's salary
      *    change shows up under transfers instead.
           IF HIST-FROM-LOAD OR HIST-FROM-REHIRE OR HIST-FROM-RAISE
               PERFORM LocateHistoryPerson
               MOVE history-date TO asof-date
               PERFORM DeptAsOf
               PERFORM FindDeptEntry
               IF DEPT-FOUND
                   IF HIST-FROM-LOAD
                       ADD 1 TO dt-hires(dept-found-sub)
                   ELSE IF HIST-FROM-REHIRE
                       ADD 1 TO dt-rehires(dept-found-sub)
                   ELSE
                       ADD 1 TO dt-raises(dept-found-sub)
                   END-IF
               END-IF
           END-IF.

       LocateHistoryPerson.
      *    The history entry only carries the id - the department
      *    comes off whichever master still holds the person. One on
      *    neither file is counted under '????' rather than dropped.
           MOVE hist-employee-id TO person-employee-id.
           MOVE "????"           TO person-department.
           MOVE 'N' TO history-lookup-switch.

           MOVE hist-employee-id TO fs-employee-id.
           READ person KEY IS fs-employee-id
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE fs-department TO person-department
                   SET HISTORY-PERSON-FOUND TO TRUE
           END-READ.

           IF NOT HISTORY-PERSON-FOUND AND INACT-FILE-AVAILABLE
               MOVE hist-employee-id TO in-employee-id
               READ person-inact
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE in-department TO person-department
               END-READ
           END-IF.

       CountTransfers.
           PERFORM CountOneTransfer
               VARYING move-sub FROM 1 BY 1
               UNTIL move-sub > move-count.

       CountOneTransfer.
      *    A grade-only promotion is on the move file too, but it
      *    moves nobody between departments.
           IF mt-effective-date(move-sub) >= period-from
               AND mt-effective-date(move-sub) <= period-to
               AND mt-old-department(move-sub)
                   NOT = mt-new-department(move-sub)
               MOVE mt-old-department(move-sub) TO dept-lookup
               PERFORM FindDeptEntry
               IF DEPT-FOUND
                   ADD 1 TO dt-transfers-out(dept-found-sub)
               END-IF
               MOVE mt-new-department(move-sub) TO dept-lookup
               PERFORM FindDeptEntry
               IF DEPT-FOUND
                   ADD 1 TO dt-transfers-in(dept-found-sub)
               END-IF
           END-IF.

       FindDeptEntry.
      *    Find dept-lookup in the table, adding it in its place in
      *    department order when it isn't there yet - everything
      *    after the insertion point moves down one.
           MOVE 'N' TO dept-found-switch.
           MOVE 0 TO dept-insert-sub.
           PERFORM CheckOneDept
               VARYING dept-sub FROM 1 BY 1
               UNTIL dept-sub > dept-count
                   OR DEPT-FOUND
                   OR dept-insert-sub > 0.

           IF NOT DEPT-FOUND
               IF dept-count < 100
                   IF dept-insert-sub = 0
                       COMPUTE dept-insert-sub = dept-count + 1
                   END-IF
                   PERFORM ShiftOneDeptDown
                       VARYING dept-sub FROM dept-count BY -1
                       UNTIL dept-sub < dept-insert-sub
                   ADD 1 TO dept-count
                   INITIALIZE dept-entry(dept-insert-sub)
                   MOVE dept-lookup TO dt-department(dept-insert-sub)
                   MOVE dept-insert-sub TO dept-found-sub
                   SET DEPT-FOUND TO TRUE
               ELSE
                   SET DEPT-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       CheckOneDept.
           IF dt-department(dept-sub) = dept-lookup
               SET DEPT-FOUND TO TRUE
               MOVE dept-sub TO dept-found-sub
           ELSE IF dt-department(dept-sub) > dept-lookup
               MOVE dept-sub TO dept-insert-sub
           END-IF.

       ShiftOneDeptDown.
           MOVE dept-entry(dept-sub) TO dept-entry(dept-sub + 1).

       PrintMovementSection.
           DISPLAY ' '.
           DISPLAY '    MOVEMENT BY DEPARTMENT'.
           DISPLAY movement-heading-line.
           DISPLAY ' '.

           PERFORM PrintOneMovementLine
               VARYING dept-sub FROM 1 BY 1
               UNTIL dept-sub > dept-count.

           MOVE "ALL " TO ml-department.
           MOVE co-opening       TO ml-opening.
           MOVE co-hires         TO ml-hires.
           MOVE co-rehires       TO ml-rehires.
           MOVE co-transfers-in  TO ml-transfers-in.
           MOVE co-transfers-out TO ml-transfers-out.
           MOVE co-leavers       TO ml-leavers.
           MOVE co-closing       TO ml-closing.
           MOVE co-raises        TO ml-raises.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.
           DISPLAY movement-line.

       PrintOneMovementLine.
           MOVE dt-department(dept-sub)    TO ml-department.
           MOVE dt-opening(dept-sub)       TO ml-opening.
           MOVE dt-hires(dept-sub)         TO ml-hires.
           MOVE dt-rehires(dept-sub)       TO ml-rehires.
           MOVE dt-transfers-in(dept-sub)  TO ml-transfers-in.
           MOVE dt-transfers-out(dept-sub) TO ml-transfers-out.
           MOVE dt-leavers(dept-sub)       TO ml-leavers.
           MOVE dt-closing(dept-sub)       TO ml-closing.
           MOVE dt-raises(dept-sub)        TO ml-raises.
           DISPLAY movement-line.

           ADD dt-opening(dept-sub)       TO co-opening.
           ADD dt-hires(dept-sub)         TO co-hires.
           ADD dt-rehires(dept-sub)       TO co-rehires.
           ADD dt-transfers-in(dept-sub)  TO co-transfers-in.
           ADD dt-transfers-out(dept-sub) TO co-transfers-out.
           ADD dt-leavers(dept-sub)       TO co-leavers.
           ADD dt-closing(dept-sub)       TO co-closing.
           ADD dt-raises(dept-sub)        TO co-raises.
           ADD dt-tenure-days(dept-sub)   TO co-tenure-days.
           ADD dt-tenure-count(dept-sub)  TO co-tenure-count.

       PrintTurnoverSection.
      *    Turnover is annualised - leavers over the average of the
      *    opening and closing headcount, scaled from the days in the
      *    period up to a year - so a one-month figure can be set
      *    beside last year's annual one.
           DISPLAY ' '.
           DISPLAY '    ANNUALISED TURNOVER'.
           DISPLAY turnover-heading-line.
           DISPLAY ' '.

           PERFORM PrintOneTurnoverLine
               VARYING dept-sub FROM 1 BY 1
               UNTIL dept-sub > dept-count.

           MOVE "COMPANY" TO tl-department.
           MOVE co-leavers TO turnover-leavers.
           COMPUTE average-headcount ROUNDED =
               (co-opening + co-closing) / 2.
           PERFORM ComputeTurnoverFigures.
           IF co-tenure-count > 0
               COMPUTE average-tenure ROUNDED =
                   co-tenure-days / co-tenure-count / 365.25
           ELSE
               MOVE 0 TO average-tenure
           END-IF.
           MOVE average-tenure TO tl-tenure.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.
           DISPLAY turnover-line.

       PrintOneTurnoverLine.
           MOVE dt-department(dept-sub) TO tl-department.
           MOVE dt-leavers(dept-sub)    TO turnover-leavers.
           COMPUTE average-headcount ROUNDED =
               (dt-opening(dept-sub) + dt-closing(dept-sub)) / 2.
           PERFORM ComputeTurnoverFigures.
           IF dt-tenure-count(dept-sub) > 0
               COMPUTE average-tenure ROUNDED =
                   dt-tenure-days(dept-sub)
                       / dt-tenure-count(dept-sub) / 365.25
           ELSE
               MOVE 0 TO average-tenure
           END-IF.
           MOVE average-tenure TO tl-tenure.
           DISPLAY turnover-line.

       ComputeTurnoverFigures.
           MOVE turnover-leavers  TO tl-leavers.
           MOVE average-headcount TO tl-average.
           IF average-headcount > 0
               COMPUTE turnover-percent ROUNDED =
                   (turnover-leavers * 100 * 365)
                       / (average-headcount * period-days)
           ELSE
               MOVE 0 TO turnover-percent
           END-IF.
           MOVE turnover-percent TO tl-turnover.

       PrintReasonSection.
           DISPLAY ' '.
           DISPLAY '    LEAVERS BY REASON'.

           PERFORM PrintOneReason
               VARYING reason-sub FROM 1 BY 1
               UNTIL reason-sub > reason-count.

           IF reason-other-count > 0
               MOVE "(other reasons)"  TO rl-reason
               MOVE reason-other-count TO rl-leavers
               DISPLAY reason-line
           END-IF.

           IF reason-count = 0
               DISPLAY '        (no leavers in the period)'
           END-IF.
           DISPLAY ' '.

       PrintOneReason.
           MOVE rt-reason(reason-sub)  TO rl-reason.
           MOVE rt-leavers(reason-sub) TO rl-leavers.
           DISPLAY reason-line.
      *-----------------------------------------------------------------
