      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. OrgChartReport.
       AUTHOR.     Gregory Shields.
      *-----------------------------------------------------------------
      * The organisation chart, off the fs-manager-id on person.dat.
      * Starts from the top of the organisation - everyone reporting
      * to nobody - and walks down each reporting line, indenting one
      * step per level, showing under each manager how many people
      * report to them directly, how many sit anywhere below them,
      * and what those people cost in salary. Then the exceptions:
      *   - people reporting to a manager who is not on the active
      *     master (charted separately, under the missing id, so HR
      *     can see whole teams that need a new manager),
      *   - people caught in a reporting loop, who can't be reached
      *     from the top at all,
      *   - managers whose span of control is outside the limits -
      *     more direct reports than the maximum, or fewer than the
      *     minimum. PARM='mm nn' sets the maximum and minimum (two
      *     digits each); no PARM means 10 and 2.
      * Ends RC=4 when there is anybody on the first two lists.
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

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 eof-switches.
           05 person-eof PIC x VALUE 'N'.
               88 END-OF-PERSON VALUE 'Y'.

       01 person-status PIC xx.

       01 parm          PIC x(80).
       01 parm-bad-switch  PIC x VALUE 'N'.
           88 PARM-BAD VALUE 'Y'.

      * Span-of-control limits - a manager with more direct reports
      * than span-maximum, or with some but fewer than span-minimum,
      * goes on the exception list.
       01 span-maximum-text PIC x(2).
       01 span-maximum REDEFINES span-maximum-text PIC 9(2).
       01 span-minimum-text PIC x(2).
       01 span-minimum REDEFINES span-minimum-text PIC 9(2).

      * The whole master, held so each reporting line can be walked
      * in both directions. ot-manager-sub points at the manager's
      * entry - zero for the top of the organisation, or when the
      * manager is not on the active master (ot-root-kind says
      * which). The team figures are everybody anywhere below.
       01 org-table.
           05 org-count PIC 9(4) VALUE 0.
           05 org-entry OCCURS 500 TIMES.
               10 ot-employee-id  PIC x(6).
               10 ot-last-name    PIC x(10).
               10 ot-first-name   PIC x(10).
               10 ot-department   PIC x(4).
               10 ot-salary       PIC 9(8)v99.
               10 ot-manager-id   PIC x(6).
               10 ot-manager-sub  PIC 9(4).
               10 ot-root-kind    PIC x(1).
                   88 OT-TOP        VALUE 'T'.
                   88 OT-NO-MANAGER VALUE 'O'.
                   88 OT-REPORTS    VALUE ' '.
               10 ot-direct-count PIC 9(4).
               10 ot-team-count   PIC 9(6).
               10 ot-team-cost    PIC 9(11)v99.
               10 ot-printed      PIC x(1).
                   88 OT-CHARTED VALUE 'Y'.

       01 org-overflow-switch PIC x VALUE 'N'.
           88 ORG-OVERFLOW VALUE 'Y'.

       01 org-sub         PIC 9(4).
       01 scan-sub        PIC 9(4).
       01 chain-sub       PIC 9(4).
       01 chain-depth     PIC 9(4).
       01 child-sub       PIC 9(4).
       01 child-found-switch PIC x VALUE 'N'.
           88 CHILD-FOUND VALUE 'Y'.
       01 manager-found-switch PIC x VALUE 'N'.
           88 MANAGER-FOUND VALUE 'Y'.

      * The walk down from one root - each stack entry is a manager
      * whose reports are being charted and where the search for
      * the next one resumes. Every entry is charted once, so even
      * a loop can't run the stack past the size of the table.
       01 chart-stack.
           05 stack-depth PIC 9(4) VALUE 0.
           05 stack-entry OCCURS 500 TIMES.
               10 st-sub       PIC 9(4).
               10 st-next-scan PIC 9(4).

       01 chart-level     PIC 9(4).
       01 indent-position PIC 9(4).

       01 top-count          PIC 9(6) VALUE 0.
       01 orphan-root-count  PIC 9(6) VALUE 0.
       01 charted-count      PIC 9(6) VALUE 0.
       01 loop-count         PIC 9(6) VALUE 0.
       01 span-wide-count    PIC 9(6) VALUE 0.
       01 span-narrow-count  PIC 9(6) VALUE 0.

      * One chart line - the person, indented to their level (the
      * indent stops growing at twelve levels), then the figures in
      * fixed columns. The team columns stay blank for somebody
      * nobody reports to.
       01 chart-line      PIC x(132).

       01 chart-name-part.
           05 cn-employee-id  PIC x(6).
           05 FILLER          PIC x(1)  VALUE SPACE.
           05 cn-last-name    PIC x(10).
           05 FILLER          PIC x(1)  VALUE SPACE.
           05 cn-first-name   PIC x(10).

       01 chart-figures.
           05 cf-department   PIC x(4).
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 cf-salary       PIC z,zzz,zz9.99.
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 cf-direct       PIC zzz9 BLANK WHEN ZERO.
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 cf-team         PIC zzz,zz9 BLANK WHEN ZERO.
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 cf-team-cost    PIC zz,zzz,zzz,zz9.99 BLANK WHEN ZERO.

       01 chart-heading.
           05 FILLER PIC x(58) VALUE
               "    EMPLOYEE (INDENTED BY LEVEL)".
           05 FILLER PIC x(6)  VALUE "DEPT".
           05 FILLER PIC x(14) VALUE "      SALARY".
           05 FILLER PIC x(6)  VALUE "DIRECT".
           05 FILLER PIC x(7)  VALUE "   TEAM".
           05 FILLER PIC x(2)  VALUE SPACES.
           05 FILLER PIC x(17) VALUE "        TEAM COST".

       01 missing-manager-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 FILLER          PIC x(20) VALUE "REPORTING TO ".
           05 mm-manager-id   PIC x(6).
           05 FILLER          PIC x(26)
               VALUE " - NOT ON THE ACTIVE FILE".

       01 exception-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 el-employee-id  PIC x(6).
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 el-last-name    PIC x(10).
           05 FILLER          PIC x(1)  VALUE SPACE.
           05 el-first-name   PIC x(10).
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 el-department   PIC x(4).
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 el-label        PIC x(12).
           05 el-figure       PIC x(6).
           05 FILLER          PIC x(2)  VALUE SPACES.
           05 el-remark       PIC x(12).

       01 figure-work     PIC zzz9.

       01 count-line.
           05 FILLER          PIC x(4)  VALUE SPACES.
           05 cl-label        PIC x(32).
           05 cl-count        PIC zzz,zz9.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           PERFORM GetSpanLimits.

           IF NOT PARM-BAD
               PERFORM LoadOrgTable
               IF RETURN-CODE = 0
                   PERFORM ResolveManagers
                   PERFORM RollUpTeams
                   PERFORM PrintReportHeading
                   PERFORM PrintOrgChart
                   PERFORM PrintOrphanedTeams
                   PERFORM PrintReportingLoops
                   PERFORM PrintSpanExceptions
                   PERFORM PrintReportTrailer
                   IF orphan-root-count > 0 OR loop-count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           GOBACK.

       GetSpanLimits.
           ACCEPT parm FROM COMMAND-LINE.

           IF parm = SPACES
               MOVE 10 TO span-maximum
               MOVE 2  TO span-minimum
           ELSE
               MOVE parm(1:2) TO span-maximum-text
               MOVE parm(4:2) TO span-minimum-text
           END-IF.

           IF span-maximum IS NOT NUMERIC
               OR span-minimum IS NOT NUMERIC
               SET PARM-BAD TO TRUE
           ELSE IF span-maximum = ZERO
               OR span-minimum > span-maximum
               SET PARM-BAD TO TRUE
           END-IF.

           IF PARM-BAD
               DISPLAY ' '
               DISPLAY '    Span limits must be PARM=''mm nn'''
                   ' (maximum, minimum) - given: ' parm(1:5)
               DISPLAY '    OrgChartReport abandoned.'
               DISPLAY ' '
               MOVE 8 TO RETURN-CODE
           END-IF.

       LoadOrgTable.
      *    More people than the table holds abandons the report - a
      *    chart with part of the organisation missing would show
      *    whole teams as reporting to nobody.
           OPEN INPUT person.

           IF person-status NOT = "00"
               DISPLAY
                   '    OPEN INPUT person failed, status: '
                   person-status
               DISPLAY '    OrgChartReport abandoned.'
               DISPLAY ' '
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LoadOnePerson
                   UNTIL END-OF-PERSON OR ORG-OVERFLOW
               CLOSE person
               IF ORG-OVERFLOW
                   DISPLAY
                       '    More than 500 employees on person.dat -'
                       ' OrgChartReport abandoned.'
                   DISPLAY ' '
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       LoadOnePerson.
      *    Same read-error stance as every walk of the master - NOT
      *    AT END alone doesn't prove the READ worked.
           READ person INTO fs-record
               AT END
                   MOVE 'Y' TO person-eof
               NOT AT END
                   IF person-status NOT = "00"
                       DISPLAY
                           '    READ error, status: ' person-status
                       MOVE 'Y' TO person-eof
                   ELSE IF org-count >= 500
                       SET ORG-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO org-count
                       MOVE fs-employee-id TO ot-employee-id(org-count)
                       MOVE fs-last-name   TO ot-last-name(org-count)
                       MOVE fs-first-name  TO ot-first-name(org-count)
                       MOVE fs-department  TO ot-department(org-count)
                       MOVE fs-salary      TO ot-salary(org-count)
                       MOVE fs-manager-id  TO ot-manager-id(org-count)
                       MOVE 0      TO ot-manager-sub(org-count)
                       MOVE SPACE  TO ot-root-kind(org-count)
                       MOVE 0      TO ot-direct-count(org-count)
                       MOVE 0      TO ot-team-count(org-count)
                       MOVE 0      TO ot-team-cost(org-count)
                       MOVE 'N'    TO ot-printed(org-count)
                   END-IF
           END-READ.

       ResolveManagers.
           PERFORM ResolveOneManager
               VARYING org-sub FROM 1 BY 1
               UNTIL org-sub > org-count.

       ResolveOneManager.
      *    Somebody reporting to themselves is a loop of one - they
      *    get their own entry as manager and are never reached from
      *    a root.
           IF ot-manager-id(org-sub) = SPACES
               SET OT-TOP(org-sub) TO TRUE
               ADD 1 TO top-count
           ELSE
               MOVE 'N' TO manager-found-switch
               PERFORM CheckOneManagerEntry
                   VARYING scan-sub FROM 1 BY 1
                   UNTIL scan-sub > org-count OR MANAGER-FOUND
               IF MANAGER-FOUND
                   MOVE ot-manager-sub(org-sub) TO chain-sub
                   ADD 1 TO ot-direct-count(chain-sub)
               ELSE
                   SET OT-NO-MANAGER(org-sub) TO TRUE
                   ADD 1 TO orphan-root-count
               END-IF
           END-IF.

       CheckOneManagerEntry.
           IF ot-employee-id(scan-sub) = ot-manager-id(org-sub)
               SET MANAGER-FOUND TO TRUE
               MOVE scan-sub TO ot-manager-sub(org-sub)
           END-IF.

       RollUpTeams.
      *    Each person counts once in the team of every manager above
      *    them. The climb stops at the top, at a manager who isn't on
      *    file, or after as many steps as there are people - only a
      *    loop gets that far, and its people are listed separately.
           PERFORM RollUpOnePerson
               VARYING org-sub FROM 1 BY 1
               UNTIL org-sub > org-count.

       RollUpOnePerson.
           MOVE ot-manager-sub(org-sub) TO chain-sub.
           MOVE 0 TO chain-depth.
           PERFORM AddToOneManagerTeam
               UNTIL chain-sub = 0 OR chain-depth >= org-count.

       AddToOneManagerTeam.
           ADD 1 TO ot-team-count(chain-sub).
           ADD ot-salary(org-sub) TO ot-team-cost(chain-sub).
           ADD 1 TO chain-depth.
           MOVE ot-manager-sub(chain-sub) TO chain-sub.

       PrintReportHeading.
           DISPLAY ' '.
           DISPLAY '    ORGANISATION CHART'.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.
           DISPLAY chart-heading.
           DISPLAY ' '.

       PrintOrgChart.
           PERFORM ChartFromTop
               VARYING org-sub FROM 1 BY 1
               UNTIL org-sub > org-count.

       ChartFromTop.
           IF OT-TOP(org-sub)
               PERFORM ChartOneRoot
           END-IF.

       PrintOrphanedTeams.
      *    Each person whose manager isn't on the active master heads
      *    a chart of their own, under the id they still point at.
           IF orphan-root-count > 0
               DISPLAY ' '
               DISPLAY '    REPORTING TO A MANAGER NOT ON THE ACTIVE'
                   ' MASTER - TO BE REASSIGNED'
               DISPLAY '    ----------------------------------------'
                   '-----------------------------'
               PERFORM ChartFromOrphan
                   VARYING org-sub FROM 1 BY 1
                   UNTIL org-sub > org-count
           END-IF.

       ChartFromOrphan.
           IF OT-NO-MANAGER(org-sub)
               MOVE ot-manager-id(org-sub) TO mm-manager-id
               DISPLAY missing-manager-line
               PERFORM ChartOneRoot
           END-IF.

       ChartOneRoot.
      *    Expects org-sub to name the root. Walks down depth first -
      *    the next report of the manager on top of the stack is
      *    charted and pushed, and a manager with no reports left to
      *    chart is popped.
           MOVE 0 TO chart-level.
           MOVE org-sub TO child-sub.
           PERFORM PrintChartLine.
           MOVE 1 TO stack-depth.
           MOVE org-sub TO st-sub(1).
           MOVE 1 TO st-next-scan(1).
           PERFORM ChartNextReport UNTIL stack-depth = 0.

       ChartNextReport.
           MOVE 'N' TO child-found-switch.
           MOVE st-sub(stack-depth) TO chain-sub.
           PERFORM CheckOneReport
               VARYING scan-sub FROM st-next-scan(stack-depth) BY 1
               UNTIL scan-sub > org-count OR CHILD-FOUND.

           IF CHILD-FOUND
               COMPUTE st-next-scan(stack-depth) = child-sub + 1
               MOVE stack-depth TO chart-level
               PERFORM PrintChartLine
               ADD 1 TO stack-depth
               MOVE child-sub TO st-sub(stack-depth)
               MOVE 1 TO st-next-scan(stack-depth)
           ELSE
               SUBTRACT 1 FROM stack-depth
           END-IF.

       CheckOneReport.
           IF ot-manager-sub(scan-sub) = chain-sub
               AND NOT OT-CHARTED(scan-sub)
               SET CHILD-FOUND TO TRUE
               MOVE scan-sub TO child-sub
           END-IF.

       PrintChartLine.
      *    Expects child-sub to name the person and chart-level the
      *    level they sit at.
           SET OT-CHARTED(child-sub) TO TRUE.
           ADD 1 TO charted-count.

           MOVE ot-employee-id(child-sub)  TO cn-employee-id.
           MOVE ot-last-name(child-sub)    TO cn-last-name.
           MOVE ot-first-name(child-sub)   TO cn-first-name.
           MOVE ot-department(child-sub)   TO cf-department.
           MOVE ot-salary(child-sub)       TO cf-salary.
           MOVE ot-direct-count(child-sub) TO cf-direct.
           MOVE ot-team-count(child-sub)   TO cf-team.
           MOVE ot-team-cost(child-sub)    TO cf-team-cost.

           IF chart-level > 12
               COMPUTE indent-position = 5 + 12 * 2
           ELSE
               COMPUTE indent-position = 5 + chart-level * 2
           END-IF.

           MOVE SPACES TO chart-line.
           MOVE chart-name-part TO chart-line(indent-position:28).
           MOVE chart-figures   TO chart-line(59:).
           DISPLAY chart-line.

       PrintReportingLoops.
      *    Whoever the walks from the top and from the orphaned teams
      *    never reached is in a reporting loop, or reports up into
      *    one - no line from them ends at anybody with no manager.
           DISPLAY ' '.
           DISPLAY '    REPORTING LOOPS - NOT REACHABLE FROM THE TOP'.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.
           PERFORM CheckOneForLoop
               VARYING org-sub FROM 1 BY 1
               UNTIL org-sub > org-count.
           IF loop-count = 0
               DISPLAY '    None.'
           END-IF.

       CheckOneForLoop.
           IF NOT OT-CHARTED(org-sub)
               ADD 1 TO loop-count
               MOVE "REPORTS TO: " TO el-label
               MOVE ot-manager-id(org-sub) TO el-figure
               MOVE SPACES TO el-remark
               PERFORM PrintExceptionLine
           END-IF.

       PrintSpanExceptions.
           DISPLAY ' '.
           DISPLAY '    SPAN OF CONTROL EXCEPTIONS'.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.
           MOVE span-maximum TO figure-work.
           DISPLAY '    Maximum direct reports: ' figure-work.
           MOVE span-minimum TO figure-work.
           DISPLAY '    Minimum direct reports: ' figure-work.
           DISPLAY ' '.
           PERFORM CheckOneSpan
               VARYING org-sub FROM 1 BY 1
               UNTIL org-sub > org-count.
           IF span-wide-count = 0 AND span-narrow-count = 0
               DISPLAY '    None.'
           END-IF.

       CheckOneSpan.
      *    Only managers - somebody nobody reports to has no span.
           IF ot-direct-count(org-sub) > span-maximum
               ADD 1 TO span-wide-count
               MOVE "TOO WIDE" TO el-remark
               PERFORM PrintSpanLine
           ELSE IF ot-direct-count(org-sub) > 0
               AND ot-direct-count(org-sub) < span-minimum
               ADD 1 TO span-narrow-count
               MOVE "TOO NARROW" TO el-remark
               PERFORM PrintSpanLine
           END-IF.

       PrintSpanLine.
           MOVE "DIRECT:" TO el-label.
           MOVE ot-direct-count(org-sub) TO figure-work.
           MOVE figure-work TO el-figure.
           PERFORM PrintExceptionLine.

       PrintExceptionLine.
      *    Expects org-sub to name the person and el-label, el-figure
      *    and el-remark to be filled in.
           MOVE ot-employee-id(org-sub) TO el-employee-id.
           MOVE ot-last-name(org-sub)   TO el-last-name.
           MOVE ot-first-name(org-sub)  TO el-first-name.
           MOVE ot-department(org-sub)  TO el-department.
           DISPLAY exception-line.

       PrintReportTrailer.
           DISPLAY ' '.
           DISPLAY '    ----------------------------------------'
                   '-----------------------------'.
           MOVE "EMPLOYEES ON FILE:" TO cl-label.
           MOVE org-count TO cl-count.
           DISPLAY count-line.
           MOVE "AT THE TOP (NO MANAGER):" TO cl-label.
           MOVE top-count TO cl-count.
           DISPLAY count-line.
           MOVE "MANAGER NOT ON ACTIVE MASTER:" TO cl-label.
           MOVE orphan-root-count TO cl-count.
           DISPLAY count-line.
           MOVE "IN A REPORTING LOOP:" TO cl-label.
           MOVE loop-count TO cl-count.
           DISPLAY count-line.
           MOVE "SPAN TOO WIDE:" TO cl-label.
           MOVE span-wide-count TO cl-count.
           DISPLAY count-line.
           MOVE "SPAN TOO NARROW:" TO cl-label.
           MOVE span-narrow-count TO cl-count.
           DISPLAY count-line.
           DISPLAY ' '.
      *-----------------------------------------------------------------
