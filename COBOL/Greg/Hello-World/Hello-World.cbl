
      *    Transaction file of new hires waiting to be loaded into
      *    person.dat - this is what WritePersonFile reads from now
      *    instead of hardcoded MOVEs. HR's batch header is the first
      *    record and its trailer the last.
       SELECT person-in
       ASSIGN TO
           'person-in.dat'
           FILE STATUS IS person-in-status.

      *    Transactions that fail the edit in WritePersonFile land
      *    here with a reason code instead of going into person.dat.
           'person-hist.dat'
           FILE STATUS IS hist-status.

      *    One entry per department or grade move - who moved, from
      *    where to where, and the date it took effect. The master
      *    only knows where somebody sits tonight; this is what
      *    answers "who was in which department on a given date",
      *    so like the salary history it is never truncated.
       SELECT person-move
       ASSIGN TO
           'person-move.dat'
           FILE STATUS IS move-status.

      *    Department reference file - the codes a transaction's
      *    ti-department is checked against at load time, so "XYZ "
      *    can never land in person.dat again. Maintained by the
       SELECT grade-in
       ASSIGN TO
           'grade-in.dat'.

      *    Position-control file - one record per department carrying
      *    the headcount and salary cost Finance approved for the
      *    year, so a hire can't push a department past its budget
      *    unnoticed. A department with no record here is not under
      *    position control. Maintained by the BUDGETS run mode from
      *    budget-in.dat.
       SELECT budget
       ASSIGN TO
           'budget.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS budget-department
           FILE STATUS IS budget-status.

      *    Position-control maintenance transactions - add (or
      *    replace) and delete department budgets.
       SELECT budget-in
       ASSIGN TO
           'budget-in.dat'.

      *    Number-control record - the last employee number handed
      *    out to a hire that arrived with a blank employee-id, so
      *    HR no longer has to make one up and two clerks can never
      *    pick the same one. Held the same way as the run-control
      *    record: read once at the top of the run, written back at
      *    the bottom.
       SELECT number-control
       ASSIGN TO
           'number-control.dat'
           FILE STATUS IS numctl-status.

      *    New-hire id listing - one line per hire the load gave an
      *    employee-id to, for HR to file back into their paperwork.
      *    Carries forward from run to run like the reject file.
       SELECT person-newid
       ASSIGN TO
           'person-newids.dat'
           FILE STATUS IS newid-status.

      *    Every HR batch a load or merged run has accepted - the
      *    file it came on, its batch number, and its control totals.
      *    A batch number already here is a re-send and refuses the
      *    file, so the same hires or raises can't go on twice.
       SELECT batch-history
       ASSIGN TO
           'hr-batch.dat'
           FILE STATUS IS batch-hist-status.

      *    Raise approval settings - the percentage a raise may go
      *    up by, and how many days a held raise may wait, before a
      *    second person has to look at it. No file means the
      *    defaults below.
       SELECT approval-control
       ASSIGN TO
           'approval-control.dat'
           FILE STATUS IS apctl-status.

      *    Raises held for a second person's approval - too big a
      *    jump, or above the midpoint of the grade's band. Nothing
      *    here has touched person.dat yet; the APPROVE run applies
      *    or declines each one and writes back only what is still
      *    waiting.
       SELECT raise-approval
       ASSIGN TO
           'raise-approval.dat'
           FILE STATUS IS approval-status.

      *    The approving manager's decisions on the held raises -
      *    read by the APPROVE run.
       SELECT raise-decision
       ASSIGN TO
           'raise-decision.dat'
           FILE STATUS IS decision-status.

      *    One-time payments keyed by HR - bonuses, spot awards, and
      *    retention payments, each for one employee on one pay date,
      *    under the same batch header and trailer as the HR
      *    transaction files. Read by the PAYMENTS run.
       SELECT payment-in
       ASSIGN TO
           'payment-in.dat'
           FILE STATUS IS payin-status.

      *    Every one-time payment the PAYMENTS run accepted, keyed by
      *    a payment number off the number-control record. PAYEXTR
      *    sends each one to the bureau once its pay date comes and
      *    marks it sent, GLEXTR costs the cycle's to the GL, and
      *    PAYHIST reports an employee's awards for the year.
       SELECT payment-hist
       ASSIGN TO
           'payment-hist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ph-payment-number
           ALTERNATE RECORD KEY IS ph-employee-id WITH DUPLICATES
           FILE STATUS IS payhist-status.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE SECTION.

       FD person
           RECORD CONTAINS 56 CHARACTERS
           data RECORD IS fs-record.
      * Can I comment out the 'record contains' line above?

      *    10-byte FILLER, so reporting can group by department.
      *    fs-grade names the pay grade whose salary band the record
      *    is edited against.
      *    fs-manager-id is the employee-id of the person this one
      *    reports to - blank at the top of the organisation.
       01 fs-record.
           05 fs-first-name  PIC x(10).
           05 fs-last-name   PIC x(10).
           05 fs-department  PIC x(4).
           05 fs-hire-date   PIC x(8).
           05 fs-grade       PIC x(2).
           05 fs-manager-id  PIC x(6).

      *    Transaction record coming in from person-in.dat - read
      *    INTO the ti-record work area in WORKING-STORAGE, which
      *    the merged and rehire modes also build hires in without
      *    this file being open.
       FD person-in
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS ti-file-record.

       01 ti-file-record PIC x(56).

      *    Rejected transaction - the original data plus why it
      *    didn't make it into person.dat.
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

      *    One audit entry per successful WRITE to person.dat.
       FD person-audit
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS audit-record.

       01 audit-record.
           05 audit-person-data PIC x(56).
           05 audit-timestamp   PIC x(21).
           05 audit-job-user    PIC x(8).


      *    One merged transaction - the type byte says which body the
      *    rest of the record carries: a hire in ti-record layout, a
      *    raise in raise-record layout, a termination in term-record
      *    layout, a transfer/promotion in xfer-record layout, or a
      *    change of manager in mgr-record layout, each starting in
      *    column 2.
       FD person-tran
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS tran-record.

       01 tran-record.
           05 tr-type PIC x(1).
               88 TR-HIRE     VALUE 'H'.
               88 TR-RAISE    VALUE 'R'.
               88 TR-TERM     VALUE 'T'.
               88 TR-TRANSFER VALUE 'X'.
               88 TR-MANAGER  VALUE 'M'.
               88 TR-BATCH-CONTROL VALUE '*'.
           05 tr-data PIC x(72).

      *    One parked transaction, in the merged type-byte format -
      *    One archived leaver - the fs-record fields as they stood
      *    when the termination landed, plus when and why they left.
       FD person-inact
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS in-record.

       01 in-record.
           05 in-department  PIC x(4).
           05 in-hire-date   PIC x(8).
           05 in-grade       PIC x(2).
           05 in-manager-id  PIC x(6).
           05 in-term-date   PIC x(8).
           05 in-term-reason PIC x(30).

           05 hist-new-salary  PIC 9(8)v99.
           05 hist-timestamp   PIC x(21).
           05 hist-source      PIC x(1).
               88 HIST-FROM-LOAD     VALUE 'L'.
               88 HIST-FROM-RAISE    VALUE 'R'.
               88 HIST-FROM-REHIRE   VALUE 'H'.
               88 HIST-FROM-TRANSFER VALUE 'X'.

      *    One department or grade move - the before and after of
      *    everything a transfer or promotion can change, and the
      *    date it took effect (not the night it was keyed).
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

      *    One department on the reference file - closed departments
      *    stay on file (their flag flips to C) so old master records
      *    CLOSE between the check at the top of the run and the
      *    update at the bottom.
       FD run-control
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS run-control-record.

       01 run-control-record PIC x(160).

      *    One pay grade on the reference file - the band every
      *    salary headed for a record carrying this grade has to
           05 ga-min-salary  PIC 9(8)v99.
           05 ga-max-salary  PIC 9(8)v99.

      *    One department's approved establishment for the fiscal
      *    year - how many people it may carry and what their
      *    salaries may add up to.
       FD budget
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS budget-record.

       01 budget-record.
           05 budget-department  PIC x(4).
           05 budget-fiscal-year PIC 9(4).
           05 budget-headcount   PIC 9(5).
           05 budget-cost        PIC 9(11)v99.

      *    One position-control maintenance action - A adds a
      *    department's budget or replaces it (the new fiscal year's
      *    figures go in this way), D takes the department off
      *    position control.
       FD budget-in
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS budget-action-record.

       01 budget-action-record.
           05 ba-action      PIC x(1).
               88 BA-ADD    VALUE 'A'.
               88 BA-DELETE VALUE 'D'.
           05 ba-department  PIC x(4).
           05 ba-fiscal-year PIC 9(4).
           05 ba-headcount   PIC 9(5).
           05 ba-cost        PIC 9(11)v99.

      *    The one number-control record - read INTO and written
      *    FROM the number-control-image in WORKING-STORAGE, the same
      *    way the run-control record is handled.
       FD number-control
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS number-control-record.

       01 number-control-record PIC x(80).

      *    One hire given an employee-id by the load - who, the id
      *    they were given, where they start, and when it was done.
       FD person-newid
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS newid-record.

       01 newid-record.
           05 newid-employee-id PIC x(6).
           05 newid-last-name   PIC x(10).
           05 newid-first-name  PIC x(10).
           05 newid-department  PIC x(4).
           05 newid-hire-date   PIC x(8).
           05 newid-timestamp   PIC x(21).
           05 newid-job-user    PIC x(8).

      *    One accepted HR batch.
       FD batch-history
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS batch-history-record.

       01 batch-history-record.
           05 bhr-batch-file    PIC x(1).
           05 bhr-batch-number  PIC 9(6).
           05 bhr-creation-date PIC x(8).
           05 bhr-record-count  PIC 9(9).
           05 bhr-salary-hash   PIC 9(13)v99.
           05 bhr-cycle-number  PIC 9(6).
           05 bhr-timestamp     PIC x(21).
           05 bhr-job-user      PIC x(8).

      *    The approval settings record - read INTO the
      *    approval-control-image in WORKING-STORAGE.
       FD approval-control
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS approval-control-record.

       01 approval-control-record PIC x(80).

      *    One raise or transfer waiting for approval - written
      *    FROM and read INTO the approval-work area in
      *    WORKING-STORAGE.
       FD raise-approval
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS approval-file-record.

       01 approval-file-record PIC x(112).

      *    One approval decision - A applies the held raise, D
      *    declines it. The approver may not be the person who
      *    keyed the raise.
       FD raise-decision
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS decision-record.

       01 decision-record.
           05 ad-request-number PIC 9(6).
           05 ad-decision       PIC x(1).
               88 AD-APPROVED VALUE 'A'.
               88 AD-DECLINED VALUE 'D'.
           05 ad-approver       PIC x(8).
           05 ad-note           PIC x(30).

      *    One one-time payment transaction - read INTO the
      *    payment-record work area in WORKING-STORAGE.
       FD payment-in
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS payment-in-record.

       01 payment-in-record PIC x(50).

      *    One accepted one-time payment, from the PAYMENTS run that
      *    took it through the extract that sent it. The department
      *    it is costed to is the payee's on the day it was accepted.
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

           05 department  PIC x(4).
           05 hire-date   PIC x(8).
           05 pay-grade   PIC x(2).
           05 manager-id  PIC x(6).

      * The transaction in hand, in each of the three layouts. These
      * live here rather than under their FDs because the merged,
           05 ti-department  PIC x(4).
           05 ti-hire-date   PIC x(8).
           05 ti-grade       PIC x(2).
           05 ti-manager-id  PIC x(6).

       01 raise-record.
           05 raise-last-name      PIC x(10).
           05 term-employee-id    PIC x(6).
           05 term-effective-date PIC x(8).

      *    A transfer or promotion - always by employee-id. A blank
      *    department or grade (zero salary) means that part of the
      *    record stays as it is; at least one of department and
      *    grade has to actually change, or it is only a raise.
       01 xfer-record.
           05 xfer-employee-id    PIC x(6).
           05 xfer-new-department PIC x(4).
           05 xfer-new-grade      PIC x(2).
           05 xfer-new-salary     PIC 9(8)v99.
           05 xfer-effective-date PIC x(8).

      * A change of manager - who, by employee-id, and the
      * employee-id of the person they report to from tonight. A
      * blank new manager puts them at the top of the organisation.
       01 mgr-record.
           05 mgr-employee-id     PIC x(6).
           05 mgr-new-manager-id  PIC x(6).

      * Switches used to drive the PERFORM UNTIL end-of-file loops
      * below.
       01 eof-switches.
               88 END-OF-PERSON-REHIRE VALUE 'Y'.
           05 person-name-eof  PIC x VALUE 'N'.
               88 END-OF-PERSON-NAME VALUE 'Y'.
           05 budget-in-eof    PIC x VALUE 'N'.
               88 END-OF-BUDGET-IN VALUE 'Y'.
           05 budget-eof       PIC x VALUE 'N'.
               88 END-OF-BUDGET VALUE 'Y'.
           05 batch-hist-eof   PIC x VALUE 'N'.
               88 END-OF-BATCH-HISTORY VALUE 'Y'.
           05 approval-eof     PIC x VALUE 'N'.
               88 END-OF-APPROVAL VALUE 'Y'.
           05 decision-eof     PIC x VALUE 'N'.
               88 END-OF-DECISION VALUE 'Y'.
           05 payment-in-eof   PIC x VALUE 'N'.
               88 END-OF-PAYMENT-IN VALUE 'Y'.
           05 payment-hist-eof PIC x VALUE 'N'.
               88 END-OF-PAYMENT-HIST VALUE 'Y'.

      * Running count of person.dat records processed by
      * ReadPersonFile - person.dat no longer always holds exactly
       01 tran-read-count         PIC 9(6) VALUE 0.
       01 tran-unknown-count      PIC 9(6) VALUE 0.

      * Transfers and promotions - the 'X' transactions of the merged
      * run (and any parked ones the sweeps release). The record as
      * it stood before the move and as it was rewritten are both
      * kept here, so the before and after images can go to the
      * audit trail once the REWRITE has actually landed.
       01 move-status             PIC xx.
       01 transfer-count          PIC 9(6) VALUE 0.
       01 transfer-notfound-count PIC 9(6) VALUE 0.
       01 xfer-old-image          PIC x(56).
       01 xfer-new-image          PIC x(56).
       01 xfer-reject-first-name  PIC x(10).
       01 xfer-reject-last-name   PIC x(10).

      * Reporting lines. A manager has to be on the active master
      * (reject 23), and the line above a new manager may not lead
      * back to the person being moved under them (reject 24) - a
      * loop has no top and falls out of every org chart. The walk
      * up the line is cut off at chain-depth-limit levels, which
      * no real organisation comes near; only a loop already on
      * file above the new manager gets that far.
       01 manager-change-count    PIC 9(6) VALUE 0.
       01 manager-notfound-count  PIC 9(6) VALUE 0.
       01 mgr-old-image           PIC x(56).
       01 mgr-new-image           PIC x(56).
       01 mgr-reject-first-name   PIC x(10).
       01 mgr-reject-last-name    PIC x(10).
       01 chain-manager-id        PIC x(6).
       01 chain-depth             PIC 9(4).
       01 chain-depth-limit       PIC 9(4) VALUE 500.
       01 chain-end-switch        PIC x VALUE 'N'.
           88 CHAIN-ENDED VALUE 'Y'.

      * Somebody left on the master reporting to a leaver - listed
      * after any run that terminated anybody.
       01 orphan-count            PIC 9(6) VALUE 0.
       01 orphan-line.
           05 FILLER              PIC x(8)  VALUE SPACES.
           05 ol-employee-id      PIC x(6).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 ol-last-name        PIC x(10).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 ol-first-name       PIC x(10).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 ol-department       PIC x(4).
           05 FILLER              PIC x(14) VALUE "  REPORTS TO ".
           05 ol-manager-id       PIC x(6).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 ol-manager-name     PIC x(10).
           05 FILLER              PIC x(6)  VALUE " LEFT ".
           05 ol-term-date        PIC x(8).

      * The record as the transfer would leave it - blank/zero
      * fields on the transaction already replaced by what the
      * master carries.
       01 xfer-target.
           05 xt-department PIC x(4).
           05 xt-grade      PIC x(2).
           05 xt-salary     PIC 9(8)v99.

      * The inactive master a termination archives into and a REHIRE
      * run reinstates from. A brand-new file is opened OUTPUT,
      * where READ is not allowed - archives WRITE straight away.
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

      * PARM of INCREASE runs ProcessMassIncrease - the January
      * flat-percentage raise by department, computed from the
      * The record as it stood under the old name - what the DELETE
      * takes away, what the before-image audit entry shows, and the
      * body of the record written back under the new name.
       01 name-old-image          PIC x(56).

      * What the salary-history entry of a successful WRITE to
      * person.dat is stamped with - 'L' for a load, 'H' when the
      * the file the merged run is still reading.
       01 pending-work.
           05 pw-type PIC x(1).
               88 PW-RAISE    VALUE 'R'.
               88 PW-TERM     VALUE 'T'.
               88 PW-TRANSFER VALUE 'X'.
           05 pw-data PIC x(72).

       01 pending-due-count       PIC 9(6) VALUE 0.
      * master record for a raise.
       01 band-grade              PIC x(2).
       01 band-salary             PIC 9(8)v99.

      * What EditDepartmentCode judges - set by the caller for the
      * same reason: a hire's department comes off the transaction,
      * a transfer's is the one it is moving into.
       01 edit-department         PIC x(4).
       01 effective-switch        PIC x(1).
           88 EFFECTIVE-NOW     VALUE 'N'.
           88 EFFECTIVE-FUTURE  VALUE 'F'.
       01 grade-file-switch       PIC x VALUE 'N'.
           88 GRADE-FILE-AVAILABLE VALUE 'Y'.

      * PARM of BUDGETS runs MaintainBudgets - applies the add/replace
      * and delete actions queued up in budget-in.dat to budget.dat.
       01 budget-switch           PIC x VALUE 'N'.
           88 BUDGETS-REQUESTED VALUE 'Y'.
       01 budget-status           PIC xx.
       01 budget-added-count      PIC 9(6) VALUE 0.
       01 budget-deleted-count    PIC 9(6) VALUE 0.
       01 budget-error-count      PIC 9(6) VALUE 0.

      * A brand-new budget.dat is opened OUTPUT, where READ is not
      * allowed - adds must WRITE straight away and deletes can only
      * be not-on-file.
       01 budget-fresh-switch     PIC x VALUE 'N'.
           88 BUDGET-FILE-FRESH VALUE 'Y'.

      * The headcount edit's picture of the departments under
      * position control - each one's approved headcount off
      * budget.dat and the active employees person.dat holds in it,
      * counted once when the master is opened and kept current as
      * hires, leavers, and transfers land, so the edit never has
      * to rescan the master. No budget file (or an empty one)
      * leaves the table empty and nobody under control.
       01 budget-table.
           05 budget-dept-count PIC 9(3) VALUE 0.
           05 budget-dept-entry OCCURS 100 TIMES.
               10 bd-department         PIC x(4).
               10 bd-approved-headcount PIC 9(5).
               10 bd-actual-headcount   PIC 9(6).
       01 budget-sub              PIC 9(3).
       01 budget-found-switch     PIC x VALUE 'N'.
           88 BUDGET-DEPT-FOUND VALUE 'Y'.
       01 budget-found-sub        PIC 9(3).

      * The department FindBudgetDept looks for - set by the caller,
      * since a hire, a leaver, and both ends of a transfer each
      * carry it in a different place.
       01 budget-lookup-dept      PIC x(4).

      * Employee-id assignment - a hire arriving with a blank
      * employee-id is given the next number off the number-control
      * record, skipping any already on the active or the inactive
      * master, so a leaver's id is never handed out again. The
      * number only moves on once the hire has passed every other
      * edit, and the record is only written back when it moved.
       01 numctl-status           PIC xx.
       01 newid-status            PIC xx.
       01 id-assigned-count       PIC 9(6) VALUE 0.
       01 id-assigned-switch      PIC x VALUE 'N'.
           88 EMPLOYEE-ID-ASSIGNED VALUE 'Y'.
       01 candidate-free-switch   PIC x VALUE 'N'.
           88 CANDIDATE-ID-FREE VALUE 'Y'.
       01 ids-exhausted-switch    PIC x VALUE 'N'.
           88 EMPLOYEE-IDS-EXHAUSTED VALUE 'Y'.

       01 number-control-image.
           05 nc-last-employee-number PIC 9(5).
           05 nc-last-recycle-batch   PIC 9(6).
           05 nc-last-approval-number PIC 9(6).
           05 nc-last-payment-number  PIC 9(6).
           05 FILLER                  PIC x(57).

      * The id being tried - the house format, an E and five digits.
       01 candidate-employee-id.
           05 FILLER                  PIC x(1) VALUE 'E'.
           05 candidate-number        PIC 9(5).

      * The hire-date edit's work fields - the transaction date is
      * pulled apart here so each piece can be checked as a number.
       01 hire-date-edit.

       01 month-day-limit  PIC 9(2).
       01 current-run-date PIC 9(8).

      * HR batch control. person-in.dat and person-tran.dat each
      * arrive with a header record first (batch number, creation
      * date) and a trailer record last (detail count, salary hash
      * total). The whole file is read once before anything is
      * applied: no header, no trailer, records out of place, a
      * count or hash that disagrees with the trailer, or a batch
      * number already on hr-batch.dat refuses the file outright.
      * The hash is the sum of the salary each detail carries - a
      * hire's salary, a raise's or transfer's new salary, nothing
      * for a termination. payment-in.dat is proved the same way,
      * its hash the sum of the payment amounts.
       01 person-in-status        PIC xx.
       01 batch-hist-status       PIC xx.

       01 batch-control-record.
           05 bc-record-id        PIC x(8).
               88 BC-HEADER  VALUE "*HEADER ".
               88 BC-TRAILER VALUE "*TRAILER".
           05 FILLER              PIC x(42).
       01 batch-header REDEFINES batch-control-record.
           05 FILLER              PIC x(8).
           05 bh-batch-number     PIC 9(6).
           05 bh-creation-date    PIC x(8).
           05 FILLER              PIC x(28).
       01 batch-trailer REDEFINES batch-control-record.
           05 FILLER              PIC x(8).
           05 bt-record-count     PIC 9(9).
           05 bt-salary-hash      PIC 9(13)v99.
           05 FILLER              PIC x(18).

       01 batch-file              PIC x(1).
       01 batch-file-name         PIC x(15).
       01 batch-number            PIC 9(6).
       01 batch-creation-date     PIC x(8).
       01 batch-read-count        PIC 9(9).
       01 batch-detail-count      PIC 9(9).
       01 batch-detail-hash       PIC 9(13)v99.
       01 batch-detail-salary     PIC 9(8)v99.
       01 batch-trailer-count     PIC 9(9).
       01 batch-trailer-hash      PIC 9(13)v99.
       01 batch-refuse-reason     PIC x(40).
       01 batch-header-switch     PIC x VALUE 'N'.
           88 BATCH-HEADER-FOUND VALUE 'Y'.
       01 batch-trailer-switch    PIC x VALUE 'N'.
           88 BATCH-TRAILER-FOUND VALUE 'Y'.
       01 batch-misplaced-switch  PIC x VALUE 'N'.
           88 BATCH-RECORD-MISPLACED VALUE 'Y'.
       01 batch-seen-switch       PIC x VALUE 'N'.
           88 BATCH-ALREADY-PROCESSED VALUE 'Y'.
       01 batch-refused-switch    PIC x VALUE 'N'.
           88 BATCH-REFUSED VALUE 'Y'.
       01 batch-accepted-switch   PIC x VALUE 'N'.
           88 BATCH-ACCEPTED VALUE 'Y'.

       01 batch-count-line.
           05 FILLER              PIC x(8)  VALUE SPACES.
           05 bcl-caption         PIC x(18).
           05 bcl-declared        PIC zzz,zzz,zz9.
           05 FILLER              PIC x(12) VALUE "   COUNTED: ".
           05 bcl-counted         PIC zzz,zzz,zz9.

       01 batch-hash-line.
           05 FILLER              PIC x(8)  VALUE SPACES.
           05 FILLER              PIC x(18) VALUE "SALARY HASH:".
           05 bhl-declared        PIC z,zzz,zzz,zzz,zz9.99.
           05 FILLER              PIC x(12) VALUE "   COUNTED: ".
           05 bhl-counted         PIC z,zzz,zzz,zzz,zz9.99.

      * Two-person approval of raises. A raise that would lift the
      * salary by more than approval-percent-limit, or take it above
      * the midpoint of the grade's band, is held on
      * raise-approval.dat under a request number off the
      * number-control record instead of being applied. PARM of
      * APPROVE runs ProcessApprovals - applies the approved ones
      * through the normal raise path (so audit and history are
      * written as usual), rejects the declined ones, and lists
      * what is still waiting, flagging anything older than
      * approval-overdue-days.
       01 approve-switch          PIC x VALUE 'N'.
           88 APPROVE-REQUESTED VALUE 'Y'.
       01 apctl-status            PIC xx.
       01 approval-status         PIC xx.
       01 decision-status         PIC xx.

       01 approval-control-image.
           05 ac-percent-limit    PIC 9(3)v99.
           05 ac-overdue-days     PIC 9(3).
           05 FILLER              PIC x(72).

       01 approval-percent-limit  PIC 9(3)v99 VALUE 10.00.
       01 approval-overdue-days   PIC 9(3) VALUE 14.

      * The APPROVE run, and a confirmed mass increase (whose signed
      * proposal is the second pair of eyes), apply raises without
      * holding them again.
       01 approval-bypass-switch  PIC x VALUE 'N'.
           88 APPROVAL-BYPASSED VALUE 'Y'.
       01 approval-file-switch    PIC x VALUE 'N'.
           88 APPROVAL-FILE-OPEN VALUE 'Y'.
       01 approval-needed-switch  PIC x VALUE 'N'.
           88 RAISE-NEEDS-APPROVAL VALUE 'Y'.
       01 approval-reason         PIC x(1).
       01 raise-percent           PIC 9(7)v99.
       01 band-midpoint           PIC 9(8)v99.
      * The salary a raise or a transfer would put on the record -
      * what CheckRaiseApproval measures against the one it holds.
       01 approval-new-salary     PIC 9(8)v99.

       01 approval-held-count     PIC 9(6) VALUE 0.
       01 approval-applied-count  PIC 9(6) VALUE 0.
       01 approval-declined-count PIC 9(6) VALUE 0.
       01 approval-kept-count     PIC 9(6) VALUE 0.
       01 approval-overdue-count  PIC 9(6) VALUE 0.
       01 decision-read-count     PIC 9(6) VALUE 0.
       01 approval-age-days       PIC s9(7).

      * One held raise - the raise as it arrived, who it turned out
      * to be on the master, the salary it would replace, why it
      * was held, and who keyed it when. A transfer or promotion
      * that carries a raise is held the same way, its own
      * transaction in place of the raise and the grade it would
      * move to as the grade.
       01 approval-work.
           05 apw-request-number  PIC 9(6).
           05 apw-raise-data.
               10 apw-raise-last-name  PIC x(10).
               10 apw-raise-first-name PIC x(10).
               10 apw-new-salary       PIC 9(8)v99.
               10 apw-raise-id         PIC x(6).
               10 apw-raise-eff-date   PIC x(8).
           05 apw-xfer-data REDEFINES apw-raise-data.
               10 apw-xfer-record.
                   15 apw-xfer-employee-id PIC x(6).
                   15 apw-xfer-department  PIC x(4).
                   15 apw-xfer-grade       PIC x(2).
                   15 apw-xfer-salary      PIC 9(8)v99.
                   15 apw-xfer-eff-date    PIC x(8).
               10 FILLER               PIC x(14).
           05 apw-employee-id     PIC x(6).
           05 apw-last-name       PIC x(10).
           05 apw-first-name      PIC x(10).
           05 apw-grade           PIC x(2).
           05 apw-old-salary      PIC 9(8)v99.
           05 apw-percent         PIC 9(4)v99.
           05 apw-reason          PIC x(1).
               88 APW-OVER-PERCENT  VALUE 'P'.
               88 APW-OVER-MIDPOINT VALUE 'M'.
               88 APW-OVER-BOTH     VALUE 'B'.
           05 apw-submitted-date  PIC 9(8).
           05 apw-submitted-by    PIC x(8).
           05 apw-kind            PIC x(1).
               88 APW-RAISE    VALUE 'R'.
               88 APW-TRANSFER VALUE 'X'.

      * The APPROVE run reads every held raise into this table,
      * marks each one decided as its decision lands, and writes
      * back the rest. A file bigger than the table abandons the
      * run with the file untouched - a held raise must never be
      * lost.
       01 approval-table.
           05 approval-count PIC 9(3) VALUE 0.
           05 approval-entry OCCURS 200 TIMES.
               10 at-status PIC x(1).
                   88 AT-DECIDED VALUE 'D'.
               10 at-data   PIC x(112).
       01 approval-sub            PIC 9(3).
       01 approval-found-sub      PIC 9(3).
       01 approval-found-switch   PIC x VALUE 'N'.
           88 APPROVAL-FOUND VALUE 'Y'.
       01 approval-overflow-switch PIC x VALUE 'N'.
           88 APPROVAL-OVERFLOW VALUE 'Y'.

       01 approval-line.
           05 FILLER              PIC x(8)  VALUE SPACES.
           05 al-request-number   PIC 9(6).
           05 FILLER              PIC x(2)  VALUE SPACES.
           05 al-employee-id      PIC x(6).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 al-last-name        PIC x(10).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 al-old-salary       PIC zzzzzzz9.99.
           05 FILLER              PIC x(4)  VALUE " -> ".
           05 al-new-salary       PIC zzzzzzz9.99.
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 al-percent          PIC zzz9.99.
           05 FILLER              PIC x(2)  VALUE "% ".
           05 al-reason           PIC x(7).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 al-submitted-by     PIC x(8).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 al-age-days         PIC zzz9.
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 al-overdue          PIC x(7).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 al-kind             PIC x(8).

      * One-time payments. PARM of PAYMENTS reads payment-in.dat -
      * bonuses, spot awards and retention payments HR used to send
      * the bureau by hand - proves its batch header and trailer,
      * edits each payment against the active master and the limit
      * for its type, and files the good ones on payment-hist.dat
      * under a payment number off the number-control record to
      * wait for PAYEXTR. Rejects and audit entries go where every
      * other mode's do.
       01 payment-switch          PIC x VALUE 'N'.
           88 PAYMENTS-REQUESTED VALUE 'Y'.
       01 payin-status            PIC xx.
       01 payhist-status          PIC xx.
       01 payee-found-switch      PIC x VALUE 'N'.
           88 PAYEE-FOUND VALUE 'Y'.
       01 payment-duplicate-switch PIC x VALUE 'N'.
           88 PAYMENT-DUPLICATE VALUE 'Y'.

      * The most a single payment of each type may be - anything
      * larger is a keying error until HR says otherwise.
       01 payment-limit-bonus     PIC 9(8)v99 VALUE 50000.00.
       01 payment-limit-spot      PIC 9(8)v99 VALUE 1000.00.
       01 payment-limit-retention PIC 9(8)v99 VALUE 25000.00.
       01 payment-limit           PIC 9(8)v99.

       01 payment-read-count      PIC 9(6) VALUE 0.
       01 payment-accepted-count  PIC 9(6) VALUE 0.
       01 payment-future-count    PIC 9(6) VALUE 0.
       01 payment-accepted-total  PIC 9(11)v99 VALUE 0.
       01 payment-total-edit      PIC zz,zzz,zzz,zz9.99.

      * One payment as HR keys it - the batch header and trailer
      * share the file and are told apart by BC-HEADER/BC-TRAILER.
       01 payment-record.
           05 pmt-employee-id     PIC x(6).
           05 pmt-type            PIC x(1).
               88 PMT-BONUS      VALUE 'B'.
               88 PMT-SPOT-AWARD VALUE 'S'.
               88 PMT-RETENTION  VALUE 'R'.
           05 pmt-amount          PIC 9(8)v99.
           05 pmt-pay-date        PIC x(8).
           05 pmt-pay-date-digits REDEFINES pmt-pay-date PIC 9(8).
           05 pmt-reference       PIC x(20).
           05 FILLER              PIC x(5).

       01 payment-line.
           05 FILLER              PIC x(8)  VALUE SPACES.
           05 pml-payment-number  PIC 9(6).
           05 FILLER              PIC x(2)  VALUE SPACES.
           05 pml-employee-id     PIC x(6).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 pml-last-name       PIC x(10).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 pml-department      PIC x(4).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 pml-type            PIC x(10).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 pml-amount          PIC zzzzzzz9.99.
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 pml-pay-date        PIC x(8).
           05 FILLER              PIC x(1)  VALUE SPACE.
           05 pml-reference       PIC x(20).
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
               PERFORM MaintainDepartments
           ELSE IF GRADES-REQUESTED
               PERFORM MaintainGrades
           ELSE IF BUDGETS-REQUESTED
               PERFORM MaintainBudgets
           ELSE IF REHIRE-REQUESTED
               PERFORM ProcessRehires
           ELSE IF NAMES-REQUESTED
               PERFORM ProcessNameChanges
           ELSE IF INCREASE-REQUESTED
               PERFORM ProcessMassIncrease
           ELSE IF APPROVE-REQUESTED
               PERFORM ProcessApprovals
           ELSE IF PAYMENTS-REQUESTED
               PERFORM ProcessPayments
           ELSE
               PERFORM WritePersonFile
               PERFORM ReadPersonFile
               MOVE 'N' TO rehire-switch.
               MOVE 'N' TO name-switch.
               MOVE 'N' TO increase-switch.
               MOVE 'N' TO budget-switch.
               MOVE 'N' TO approve-switch.
               MOVE 'N' TO payment-switch.
      *        Compare the full token (through its trailing
      *        delimiter) rather than a left-anchored prefix, so a
      *        PARM like RAISEDEPT=ENG or RESTARTXYZ isn't misread
                   SET TRANS-REQUESTED TO TRUE
               ELSE IF parm(1:7) = "GRADES "
                   SET GRADES-REQUESTED TO TRUE
               ELSE IF parm(1:8) = "BUDGETS "
                   SET BUDGETS-REQUESTED TO TRUE
               ELSE IF parm(1:8) = "APPROVE "
                   SET APPROVE-REQUESTED TO TRUE
               ELSE IF parm(1:9) = "PAYMENTS "
                   SET PAYMENTS-REQUESTED TO TRUE
               ELSE IF parm(1:7) = "REHIRE "
                   SET REHIRE-REQUESTED TO TRUE
               ELSE IF parm(1:6) = "NAMES "
      *        check then forces them to be cut again.
               ADD total-loaded TO rcd-load-count.
               ADD term-count   TO rcd-term-count.
      *        Each HR file has its own batch slot, so a load, a
      *        merged run and a payments run in the same cycle all
      *        stay on record for the morning handoff.
               IF BATCH-ACCEPTED
                   IF batch-file = 'I'
                       MOVE batch-number       TO rcd-load-batch-number
                       MOVE batch-detail-count TO rcd-load-batch-count
                       MOVE batch-detail-hash  TO rcd-load-batch-hash
                   ELSE IF batch-file = 'T'
                       MOVE batch-number       TO rcd-tran-batch-number
                       MOVE batch-detail-count TO rcd-tran-batch-count
                       MOVE batch-detail-hash  TO rcd-tran-batch-hash
                   ELSE
                       MOVE batch-number       TO rcd-pay-batch-number
                       MOVE batch-detail-count TO rcd-pay-batch-count
                       MOVE batch-detail-hash  TO rcd-pay-batch-hash
                   END-IF
               END-IF.
               MOVE 20       TO rcd-step-number.
               MOVE "UPDATE" TO rcd-step-name.

           WritePersonFile.
               DISPLAY '    WritePersonFile paragraph performed.'.

      *        HR's header and trailer are proved before the first
      *        hire is applied - a short or re-sent file loads
      *        nothing at all rather than whatever made it across.
               PERFORM ValidateLoadBatch.
               IF BATCH-REFUSED
                   DISPLAY '    Nothing loaded.'
                   DISPLAY ' '
               ELSE
                   PERFORM LoadPersonBatch
               END-IF.

           LoadPersonBatch.
               PERFORM DetermineRestartPoint.

               OPEN INPUT person-in.
               IF hist-status NOT = "00"
                   OPEN OUTPUT person-hist
               END-IF.
      *        The sweep can release a parked transfer, and every
      *        transfer leaves a movement record.
               OPEN EXTEND person-move.
               IF move-status NOT = "00"
                   OPEN OUTPUT person-move
               END-IF.

               ACCEPT job-user FROM USER NAME.
               MOVE restart-count TO records-processed.
               MOVE 0 TO pending-due-count.
               MOVE 0 TO pending-held-count.
               MOVE 0 TO eff-invalid-count.
               MOVE 0 TO transfer-count.
               MOVE 0 TO transfer-notfound-count.
               MOVE 0 TO id-assigned-count.

      *        The department and salary-band edits need their
      *        reference files and the future-date check needs
               PERFORM OpenDeptForEdit.
               PERFORM OpenGradeForEdit.
               PERFORM OpenInactiveMaster.
               PERFORM LoadBudgetTable.
               PERFORM LoadNumberControl.
               OPEN EXTEND person-newid.
               IF newid-status NOT = "00"
                   OPEN OUTPUT person-newid
               END-IF.
               PERFORM OpenApprovalForHold.

               PERFORM LoadTransactions UNTIL END-OF-PERSON-IN.

               CLOSE person-rejects.
               CLOSE person-audit.
               CLOSE person-hist.
               CLOSE person-move.
               CLOSE person-newid.
               CLOSE raise-approval.
               IF DEPT-FILE-AVAILABLE
                   CLOSE dept
               END-IF.
               IF GRADE-FILE-AVAILABLE
                   CLOSE grade
               END-IF.
               PERFORM SaveNumberControl.

               DISPLAY '    Records loaded:       ' total-loaded.
               DISPLAY '        Ids assigned:         '
                   id-assigned-count.
               DISPLAY '    Records rejected:     ' reject-count.
               DISPLAY '    Pending swept due:    ' pending-due-count.
               DISPLAY '        Raises applied:       ' raise-count.
               DISPLAY '        Terminations applied: ' term-count.
               DISPLAY '        Transfers applied:    '
                   transfer-count.
               DISPLAY '        Not found:            '
                   raise-notfound-count ' / ' term-notfound-count
                   ' / ' transfer-notfound-count.
               DISPLAY '    Pending still held:   '
                   pending-held-count.
               DISPLAY '    Held for approval:    '
                   approval-held-count.
               DISPLAY ' '.
               IF term-count > 0
                   PERFORM ListOrphanedReports
               END-IF.

               PERFORM RecordAcceptedBatch.
               SET UPDATE-DONE TO TRUE.

           LoadTransactions.
      *        The header and trailer count as records read, so a
      *        RESTART skips exactly what was read before - they
      *        just aren't hires.
               READ person-in INTO ti-record
                   AT END
                       MOVE 'Y' TO person-in-eof
                   NOT AT END
                       ADD 1 TO records-processed
                       MOVE ti-record TO batch-control-record
                       IF BC-HEADER OR BC-TRAILER
                           CONTINUE
                       ELSE
                           PERFORM EditTransaction
                           IF EDIT-PASSED
                               PERFORM WritePersonRecord
                           ELSE
                               PERFORM WriteRejectRecord
                           END-IF
                       END-IF
                       IF FUNCTION MOD(records-processed,
                               checkpoint-interval) = 0
               MOVE ti-department  TO department.
               MOVE ti-hire-date   TO hire-date.
               MOVE ti-grade       TO pay-grade.
               MOVE ti-manager-id  TO manager-id.
      *        Write working storage record to file system record.
               WRITE fs-record FROM ws-record.
               IF person-status = "00"
                   MOVE 0 TO prior-salary
                   MOVE write-hist-source TO hist-source-code
                   PERFORM WriteSalaryHistory
                   MOVE ti-department TO budget-lookup-dept
                   PERFORM AddToBudgetHeadcount
                   IF EMPLOYEE-ID-ASSIGNED
                       PERFORM WriteNewIdRecord
                   END-IF
                   ADD 1 TO total-loaded
               ELSE
      *            e.g. duplicate key on a RESTART re-read of a
      *        unknown or closed departments, and bad hire dates
      *        instead of letting them land in person.dat.
               SET EDIT-PASSED TO TRUE.
               MOVE 'N' TO id-assigned-switch.
               MOVE SPACES TO reject-reason-code.
               MOVE SPACES TO reject-reason-text.

                   PERFORM EditSalaryBand
               END-IF.
               IF EDIT-PASSED
                   MOVE ti-department TO edit-department
                   PERFORM EditDepartmentCode
               END-IF.
               IF EDIT-PASSED
               IF EDIT-PASSED
                   PERFORM EditDuplicateEmployeeId
               END-IF.
               IF EDIT-PASSED
                   PERFORM EditManagerId
               END-IF.
               IF EDIT-PASSED
                   PERFORM EditHeadcountBudget
               END-IF.
      *        Last of all, so a hire that bounces for anything else
      *        doesn't use up a number.
               IF EDIT-PASSED AND ti-employee-id = SPACES
                   PERFORM AssignEmployeeId
               END-IF.

           EditSalaryBand.
      *        The salary in band-salary has to land inside the band
      *        bounces to the reject file instead. The READ leaves
      *        the found record in fs-record, which is fine - a
      *        successful WRITE rebuilds fs-record from ws-record.
      *        A blank employee-id is a hire waiting for one to be
      *        assigned - there is nothing yet to be a duplicate of.
               IF NOT PERSON-FILE-FRESH
                   AND ti-employee-id NOT = SPACES
                   MOVE ti-employee-id TO fs-employee-id
                   READ person KEY IS fs-employee-id
                       INVALID KEY
                   END-READ
               END-IF.

           EditManagerId.
      *        A hire reports to somebody on the active master, or to
      *        nobody (the top of the organisation) - never to
      *        themselves. Nobody reports to a new hire yet, so that
      *        is the only loop a hire can make. A brand-new master
      *        takes no keyed READs; the org chart is what checks
      *        its first load. The READ leaves the manager's record
      *        in fs-record - the WRITE rebuilds it from ws-record.
               IF ti-manager-id = SPACES
                   CONTINUE
               ELSE IF ti-manager-id = ti-employee-id
                   SET EDIT-FAILED TO TRUE
                   MOVE "24" TO reject-reason-code
                   MOVE "Reporting line would loop" TO
                       reject-reason-text
               ELSE IF NOT PERSON-FILE-FRESH
                   MOVE ti-manager-id TO fs-employee-id
                   READ person KEY IS fs-employee-id
                       INVALID KEY
                           SET EDIT-FAILED TO TRUE
                           MOVE "23" TO reject-reason-code
                           MOVE "Manager not an active employee" TO
                               reject-reason-text
                   END-READ
               END-IF.

           EditDepartmentCode.
      *        edit-department has to be on the reference file and
      *        still open for hiring - a closed code stays on file
      *        for the sake of the records already carrying it, but
      *        takes no new hires or transfers in.
               IF DEPT-FILE-AVAILABLE
                   MOVE edit-department TO dept-code
                   READ dept
                       INVALID KEY
                           SET EDIT-FAILED TO TRUE
                   END-READ
               END-IF.

           EditHeadcountBudget.
      *        A department under position control may not take on
      *        more people than Finance approved for it - the one
      *        arriving in edit-department (a hire, a rehire, or a
      *        transfer in) needs a seat still open. A department
      *        with no budget record isn't under control at all.
               MOVE edit-department TO budget-lookup-dept.
               PERFORM FindBudgetDept.
               IF BUDGET-DEPT-FOUND
                   IF bd-actual-headcount(budget-found-sub)
                       >= bd-approved-headcount(budget-found-sub)
                       SET EDIT-FAILED TO TRUE
                       MOVE "20" TO reject-reason-code
                       MOVE "Over approved headcount" TO
                           reject-reason-text
                   END-IF
               END-IF.

           EditHireDate.
      *        A real calendar date - numeric, a month that exists,
      *        a day that exists in that month (February 29 only in
                   END-IF
               END-IF.

           AssignEmployeeId.
      *        Give the hire in ti-record the next free number off
      *        the number-control record. A number already on either
      *        master - keyed in by hand, or a leaver's - is passed
      *        over, never reused. Only a full E99999 stops it.
               MOVE 'N' TO candidate-free-switch.
               PERFORM TryNextEmployeeId
                   UNTIL CANDIDATE-ID-FREE
                       OR EMPLOYEE-IDS-EXHAUSTED.

               IF CANDIDATE-ID-FREE
                   MOVE candidate-employee-id TO ti-employee-id
                   SET EMPLOYEE-ID-ASSIGNED TO TRUE
                   ADD 1 TO id-assigned-count
               ELSE
                   SET EDIT-FAILED TO TRUE
                   MOVE "21" TO reject-reason-code
                   MOVE "No employee-id left to assign" TO
                       reject-reason-text
               END-IF.

           TryNextEmployeeId.
      *        The READs leave whatever they find in fs-record and
      *        in-record - harmless, the WRITE rebuilds fs-record from
      *        ws-record and nothing here writes the inactive master.
               IF nc-last-employee-number >= 99999
                   SET EMPLOYEE-IDS-EXHAUSTED TO TRUE
               ELSE
                   ADD 1 TO nc-last-employee-number
                   MOVE nc-last-employee-number TO candidate-number
                   SET CANDIDATE-ID-FREE TO TRUE
                   IF NOT PERSON-FILE-FRESH
                       MOVE candidate-employee-id TO fs-employee-id
                       READ person KEY IS fs-employee-id
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO candidate-free-switch
                       END-READ
                   END-IF
                   IF CANDIDATE-ID-FREE AND NOT INACT-FILE-FRESH
                       MOVE candidate-employee-id TO in-employee-id
                       READ person-inact
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO candidate-free-switch
                       END-READ
                   END-IF
               END-IF.

           LoadNumberControl.
      *        No record yet (the first run, or a new site) starts
      *        from zero - the masters are checked for every number
      *        handed out, so the ids already keyed by hand are
      *        stepped over rather than duplicated.
               MOVE SPACES TO number-control-image.
               MOVE 0 TO nc-last-employee-number.
               MOVE 0 TO nc-last-recycle-batch.
               MOVE 0 TO nc-last-approval-number.
               MOVE 0 TO nc-last-payment-number.
               MOVE 'N' TO ids-exhausted-switch.
               OPEN INPUT number-control.
               IF numctl-status = "00"
                   READ number-control INTO number-control-image
                       AT END
                           MOVE 0 TO nc-last-employee-number
                   END-READ
                   CLOSE number-control
               END-IF.
               IF nc-last-employee-number IS NOT NUMERIC
                   DISPLAY
                       '    WARNING: number-control record unreadable'
                       ' - employee numbers restart from 00001.'
                   MOVE 0 TO nc-last-employee-number
               END-IF.
               IF nc-last-approval-number IS NOT NUMERIC
                   MOVE 0 TO nc-last-approval-number
               END-IF.
               IF nc-last-payment-number IS NOT NUMERIC
                   MOVE 0 TO nc-last-payment-number
               END-IF.

           SaveNumberControl.
      *        Only when this run actually handed a number out - a
      *        night with no blank-id hires, held raises, or accepted
      *        payments leaves the file alone.
               IF id-assigned-count > 0 OR approval-held-count > 0
                   OR payment-accepted-count > 0
                   OPEN OUTPUT number-control
                   WRITE number-control-record
                       FROM number-control-image
                   CLOSE number-control
               END-IF.

           WriteNewIdRecord.
      *        Reuses the timestamp WriteAuditRecord just stamped, so
      *        the listing line matches the hire's audit entry.
               MOVE ti-employee-id TO newid-employee-id.
               MOVE ti-last-name   TO newid-last-name.
               MOVE ti-first-name  TO newid-first-name.
               MOVE ti-department  TO newid-department.
               MOVE ti-hire-date   TO newid-hire-date.
               MOVE timestamp      TO newid-timestamp.
               MOVE job-user       TO newid-job-user.
               WRITE newid-record.

           OpenDeptForEdit.
               MOVE 'N' TO dept-file-switch.
               OPEN INPUT dept.
                       '    Department edit skipped for this run.'
               END-IF.

           LoadBudgetTable.
      *        Read the departments under position control into the
      *        table, then count tonight's starting headcount off the
      *        master as it was opened. A brand-new master was opened
      *        OUTPUT, which can't be read - and has nobody to count.
      *        Only PERFORMed straight after the OPEN of person.dat,
      *        while the file is still positioned at its first
      *        record.
               MOVE 0 TO budget-dept-count.
               OPEN INPUT budget.
               IF budget-status NOT = "00"
                   DISPLAY
                       '    WARNING: budget.dat not available,'
                       ' status: ' budget-status
                   DISPLAY
                       '    Headcount edit skipped for this run.'
               ELSE
                   MOVE 'N' TO budget-eof
                   PERFORM LoadOneBudgetEntry UNTIL END-OF-BUDGET
                   CLOSE budget
                   IF NOT PERSON-FILE-FRESH
                       MOVE 'N' TO person-eof
                       PERFORM CountOneActiveEmployee
                           UNTIL END-OF-PERSON
                   END-IF
               END-IF.

           LoadOneBudgetEntry.
               READ budget NEXT RECORD
                   AT END
                       MOVE 'Y' TO budget-eof
                   NOT AT END
                       IF budget-dept-count < 100
                           ADD 1 TO budget-dept-count
                           MOVE budget-department
                               TO bd-department(budget-dept-count)
                           MOVE budget-headcount TO
                               bd-approved-headcount(budget-dept-count)
                           MOVE 0 TO
                               bd-actual-headcount(budget-dept-count)
                       ELSE
                           DISPLAY
                               '    WARNING: budget table full,'
                               ' not under control: '
                               budget-department
                       END-IF
               END-READ.

           CountOneActiveEmployee.
               READ person NEXT RECORD
                   AT END
                       MOVE 'Y' TO person-eof
                   NOT AT END
                       IF person-status = "00"
                           MOVE fs-department TO budget-lookup-dept
                           PERFORM AddToBudgetHeadcount
                       ELSE
                           DISPLAY
                               '    READ error, status: '
                               person-status
                           MOVE 'Y' TO person-eof
                       END-IF
               END-READ.

           FindBudgetDept.
               MOVE 'N' TO budget-found-switch.
               PERFORM CheckOneBudgetDept
                   VARYING budget-sub FROM 1 BY 1
                   UNTIL budget-sub > budget-dept-count
                       OR BUDGET-DEPT-FOUND.

           CheckOneBudgetDept.
               IF bd-department(budget-sub) = budget-lookup-dept
                   SET BUDGET-DEPT-FOUND TO TRUE
                   MOVE budget-sub TO budget-found-sub
               END-IF.

           AddToBudgetHeadcount.
      *        Someone has arrived in budget-lookup-dept.
               PERFORM FindBudgetDept.
               IF BUDGET-DEPT-FOUND
                   ADD 1 TO bd-actual-headcount(budget-found-sub)
               END-IF.

           TakeFromBudgetHeadcount.
      *        Someone has left budget-lookup-dept - the seat is
      *        open again for the rest of the run.
               PERFORM FindBudgetDept.
               IF BUDGET-DEPT-FOUND
                   IF bd-actual-headcount(budget-found-sub) > 0
                       SUBTRACT 1
                           FROM bd-actual-headcount(budget-found-sub)
                   END-IF
               END-IF.

           OpenGradeForEdit.
               MOVE 'N' TO grade-file-switch.
               OPEN INPUT grade.
               MOVE ti-department     TO rej-department
               MOVE ti-hire-date       TO rej-hire-date
               MOVE ti-grade           TO rej-grade
               MOVE ti-manager-id      TO rej-manager-id
               MOVE reject-reason-code TO rej-reason-code
               MOVE reject-reason-text TO rej-reason-text
               WRITE rej-record
               ACCEPT job-user FROM USER NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO current-run-date
               PERFORM OpenGradeForEdit
               PERFORM LoadNumberControl
               PERFORM OpenApprovalForHold
               MOVE 'N' TO person-raise-eof
               MOVE 0   TO raise-count
               MOVE 0   TO raise-notfound-count
                   pending-held-count
               DISPLAY '        Invalid eff. dates:   '
                   eff-invalid-count
               DISPLAY '        Held for approval:    '
                   approval-held-count
               DISPLAY ' '

               CLOSE person-raise
               CLOSE person
               CLOSE person-audit
               CLOSE person-hist
               CLOSE raise-approval.
               PERFORM SaveNumberControl.
               IF GRADE-FILE-AVAILABLE
                   CLOSE grade
               END-IF.

           ApplyRaiseToRecord.
               PERFORM EditRaiseSalary.
               MOVE 'N' TO approval-needed-switch.
               IF EDIT-PASSED AND NOT APPROVAL-BYPASSED
                   MOVE raise-new-salary TO approval-new-salary
                   PERFORM CheckRaiseApproval
               END-IF.
               IF EDIT-FAILED
      *            Name the employee from the record just read - an
      *            id-keyed transaction carries no name of its own.
                   IF REJECTS-FILE-OPEN
                       PERFORM WriteRaiseRejectRecord
                   END-IF
               ELSE IF RAISE-NEEDS-APPROVAL
                   PERFORM HoldRaiseForApproval
               ELSE
      *            Only the salary changes - REWRITE leaves the rest
      *            of the record (name, employee-id, department,
                   PERFORM EditSalaryBand
               END-IF.

           CheckRaiseApproval.
      *        Expects fs-record to hold the master record,
      *        approval-new-salary the salary it would carry and,
      *        when the grade file is available, grade-record the
      *        band EditSalaryBand just checked that salary against.
      *        Only an increase can need approval - a cut or a
      *        correction downwards is applied as it always was.
               IF approval-new-salary > fs-salary
                   IF fs-salary = ZERO
                       MOVE 9999999.99 TO raise-percent
                   ELSE
                       COMPUTE raise-percent ROUNDED =
                           (approval-new-salary - fs-salary) * 100
                               / fs-salary
                           ON SIZE ERROR
                               MOVE 9999999.99 TO raise-percent
                       END-COMPUTE
                   END-IF
                   IF raise-percent > approval-percent-limit
                       SET RAISE-NEEDS-APPROVAL TO TRUE
                       MOVE 'P' TO approval-reason
                   END-IF
                   IF GRADE-FILE-AVAILABLE
                       COMPUTE band-midpoint ROUNDED =
                           (grade-min-salary + grade-max-salary) / 2
                       IF approval-new-salary > band-midpoint
                           IF RAISE-NEEDS-APPROVAL
                               MOVE 'B' TO approval-reason
                           ELSE
                               SET RAISE-NEEDS-APPROVAL TO TRUE
                               MOVE 'M' TO approval-reason
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           HoldRaiseForApproval.
      *        Park the raise, untouched, for a second person - the
      *        master keeps the old salary until it is approved.
               MOVE raise-record     TO apw-raise-data.
               MOVE fs-grade         TO apw-grade.
               SET APW-RAISE         TO TRUE.
               PERFORM WriteApprovalHold.

           HoldTransferForApproval.
      *        A transfer or promotion whose raise needs a second
      *        signature is parked whole - department, grade and
      *        salary all wait, since the move and the money were
      *        keyed as one change.
               MOVE SPACES           TO apw-xfer-data.
               MOVE xfer-record      TO apw-xfer-record.
               MOVE xt-grade         TO apw-grade.
               SET APW-TRANSFER      TO TRUE.
               PERFORM WriteApprovalHold.

           WriteApprovalHold.
      *        Expects apw-raise-data, apw-grade and apw-kind set by
      *        the caller and fs-record to hold the master record.
               ADD 1 TO nc-last-approval-number.
               MOVE nc-last-approval-number TO apw-request-number.
               MOVE fs-employee-id   TO apw-employee-id.
               MOVE fs-last-name     TO apw-last-name.
               MOVE fs-first-name    TO apw-first-name.
               MOVE fs-salary        TO apw-old-salary.
               IF raise-percent > 9999.99
                   MOVE 9999.99 TO apw-percent
               ELSE
                   MOVE raise-percent TO apw-percent
               END-IF.
               MOVE approval-reason  TO apw-reason.
               MOVE current-run-date TO apw-submitted-date.
               MOVE job-user         TO apw-submitted-by.
               WRITE approval-file-record FROM approval-work.
               ADD 1 TO approval-held-count.

               IF approval-held-count = 1
                   DISPLAY ' '
                   DISPLAY '        RAISES HELD FOR APPROVAL'
               END-IF.
               MOVE 0 TO approval-age-days.
               PERFORM PrintApprovalLine.

           OpenApprovalForHold.
               OPEN EXTEND raise-approval.
               IF approval-status NOT = "00"
                   OPEN OUTPUT raise-approval
               END-IF.
               SET APPROVAL-FILE-OPEN TO TRUE.
               MOVE 0 TO approval-held-count.
               PERFORM LoadApprovalControl.

           LoadApprovalControl.
      *        No settings file, or a field left blank, keeps the
      *        default for that setting.
               OPEN INPUT approval-control.
               IF apctl-status = "00"
                   READ approval-control INTO approval-control-image
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ac-percent-limit IS NUMERIC
                               AND ac-percent-limit > ZERO
                               MOVE ac-percent-limit
                                   TO approval-percent-limit
                           END-IF
                           IF ac-overdue-days IS NUMERIC
                               AND ac-overdue-days > ZERO
                               MOVE ac-overdue-days
                                   TO approval-overdue-days
                           END-IF
                   END-READ
                   CLOSE approval-control
               END-IF.

           PrintApprovalLine.
      *        Expects approval-work to hold the item and
      *        approval-age-days its age.
               MOVE apw-request-number TO al-request-number.
               MOVE apw-employee-id    TO al-employee-id.
               MOVE apw-last-name      TO al-last-name.
               MOVE apw-old-salary     TO al-old-salary.
               IF APW-TRANSFER
                   MOVE apw-xfer-salary TO al-new-salary
                   MOVE "TRANSFER"      TO al-kind
               ELSE
                   MOVE apw-new-salary  TO al-new-salary
                   MOVE SPACES          TO al-kind
               END-IF.
               MOVE apw-percent        TO al-percent.
               IF APW-OVER-BOTH
                   MOVE "PCT+MID" TO al-reason
               ELSE IF APW-OVER-MIDPOINT
                   MOVE "MIDPNT"  TO al-reason
               ELSE
                   MOVE "PERCENT" TO al-reason
               END-IF.
               MOVE apw-submitted-by   TO al-submitted-by.
               MOVE approval-age-days  TO al-age-days.
               IF approval-age-days > approval-overdue-days
                   MOVE "OVERDUE" TO al-overdue
               ELSE
                   MOVE SPACES    TO al-overdue
               END-IF.
               DISPLAY approval-line.

           ProcessApprovals.
      *        Only PERFORMed from the main line when APPROVE was the
      *        requested mode (see DetermineRunMode). Applies or
      *        declines the held raises named on raise-decision.dat
      *        and lists everything still waiting. No decisions file
      *        just prints the listing for the approving manager.
               DISPLAY '    ProcessApprovals paragraph performed.'.

               PERFORM LoadApprovalTable.

               IF APPROVAL-OVERFLOW
                   DISPLAY
                       '    More than 200 raises held for approval -'
                       ' nothing applied, file left as it was.'
                   DISPLAY ' '
               ELSE
                   OPEN I-O person
                   IF person-status NOT = "00"
                       DISPLAY
                           '    OPEN I-O person failed, status: '
                           person-status
                       DISPLAY '    Approval run abandoned.'
                   ELSE
                       PERFORM ApplyApprovalDecisions
                       CLOSE person
                       SET UPDATE-DONE TO TRUE
                   END-IF
               END-IF.

           LoadApprovalTable.
               MOVE 0 TO approval-count.
               MOVE 'N' TO approval-overflow-switch.
               MOVE 'N' TO approval-eof.
               OPEN INPUT raise-approval.
               IF approval-status = "00"
                   PERFORM LoadOneApprovalEntry
                       UNTIL END-OF-APPROVAL OR APPROVAL-OVERFLOW
                   CLOSE raise-approval
               END-IF.

           LoadOneApprovalEntry.
               READ raise-approval INTO approval-work
                   AT END
                       MOVE 'Y' TO approval-eof
                   NOT AT END
                       IF approval-count < 200
                           ADD 1 TO approval-count
                           MOVE SPACE TO at-status(approval-count)
                           MOVE approval-work TO at-data(approval-count)
                       ELSE
                           SET APPROVAL-OVERFLOW TO TRUE
                       END-IF
               END-READ.

           ApplyApprovalDecisions.
      *        Approved raises go through ApplySalaryRaise exactly as
      *        a keyed raise would, so the band edit runs again
      *        against tonight's master and audit and history are
      *        written as usual; only the approval hold is skipped.
      *        Approved transfers go through ApplyTransfer the same
      *        way, so they need the department, position control
      *        and movement files a TRANS run has. The headcount
      *        table is counted first, while person.dat is still at
      *        its first record.
               PERFORM LoadBudgetTable.
               OPEN EXTEND person-rejects.
               IF rejects-status NOT = "00"
                   OPEN OUTPUT person-rejects
               END-IF.
               SET REJECTS-FILE-OPEN TO TRUE.
               OPEN EXTEND person-audit.
               IF audit-status NOT = "00"
                   OPEN OUTPUT person-audit
               END-IF.
               OPEN EXTEND person-hist.
               IF hist-status NOT = "00"
                   OPEN OUTPUT person-hist
               END-IF.
               OPEN EXTEND person-move.
               IF move-status NOT = "00"
                   OPEN OUTPUT person-move
               END-IF.

               ACCEPT job-user FROM USER NAME.
               MOVE FUNCTION CURRENT-DATE(1:8) TO current-run-date.
               PERFORM OpenDeptForEdit.
               PERFORM OpenGradeForEdit.
               PERFORM LoadApprovalControl.
               SET APPROVAL-BYPASSED TO TRUE.

               MOVE 0 TO raise-count.
               MOVE 0 TO raise-notfound-count.
               MOVE 0 TO transfer-count.
               MOVE 0 TO transfer-notfound-count.
               MOVE 0 TO reject-count.
               MOVE 0 TO decision-read-count.
               MOVE 0 TO approval-applied-count.
               MOVE 0 TO approval-declined-count.
               MOVE 0 TO approval-kept-count.
               MOVE 0 TO approval-overdue-count.

               MOVE 'N' TO decision-eof.
               OPEN INPUT raise-decision.
               IF decision-status = "00"
                   PERFORM ApplyOneApprovalDecision
                       UNTIL END-OF-DECISION
                   CLOSE raise-decision
               ELSE
                   DISPLAY
                       '        No approval decisions on file -'
                       ' listing only.'
               END-IF.

      *        Write back only what is still waiting for a decision.
               OPEN OUTPUT raise-approval.
               DISPLAY ' '.
               DISPLAY '        RAISES AWAITING APPROVAL'
                   ' (overdue after ' approval-overdue-days ' days)'.
               PERFORM KeepOneApprovalEntry
                   VARYING approval-sub FROM 1 BY 1
                   UNTIL approval-sub > approval-count.
               CLOSE raise-approval.

               DISPLAY ' '.
               DISPLAY '        Decisions read:       '
                   decision-read-count.
               DISPLAY '        Raises approved:      '
                   approval-applied-count.
               DISPLAY '        Raises applied:       ' raise-count.
               DISPLAY '        Transfers applied:    '
                   transfer-count.
               DISPLAY '        Raises declined:      '
                   approval-declined-count.
               DISPLAY '        Decisions refused:    '
                   approval-kept-count.
               DISPLAY '        Records rejected:     ' reject-count.
               DISPLAY '        Overdue for approval: '
                   approval-overdue-count.
               DISPLAY ' '.

               CLOSE person-rejects.
               CLOSE person-audit.
               CLOSE person-hist.
               CLOSE person-move.
               IF DEPT-FILE-AVAILABLE
                   CLOSE dept
               END-IF.
               IF GRADE-FILE-AVAILABLE
                   CLOSE grade
               END-IF.

               IF approval-overdue-count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           ApplyOneApprovalDecision.
               READ raise-decision
                   AT END
                       MOVE 'Y' TO decision-eof
                   NOT AT END
                       ADD 1 TO decision-read-count
                       PERFORM ApplyApprovalDecision
               END-READ.

           ApplyApprovalDecision.
      *        A decision naming no open request, naming no approver,
      *        or approved by the very user who keyed the raise is
      *        refused - the raise stays waiting for a proper one.
      *        The name keyed on the decision is only what the
      *        approver says; the user id the APPROVE run itself is
      *        running under is checked as well, so the submitter
      *        can't sign their own raise off under another name.
               PERFORM FindApprovalEntry.
               IF NOT APPROVAL-FOUND
                   ADD 1 TO approval-kept-count
                   DISPLAY
                       '        No raise waiting under request '
                       ad-request-number ' - decision ignored.'
               ELSE
                   MOVE at-data(approval-found-sub) TO approval-work
                   IF ad-approver = SPACES
                       ADD 1 TO approval-kept-count
                       DISPLAY
                           '        No approver named on request '
                           ad-request-number ' - left waiting.'
                   ELSE IF ad-approver = apw-submitted-by
                       ADD 1 TO approval-kept-count
                       DISPLAY
                           '        Request ' ad-request-number
                           ' approved by its own submitter '
                           ad-approver ' - left waiting.'
                   ELSE IF job-user = apw-submitted-by
                       ADD 1 TO approval-kept-count
                       DISPLAY
                           '        Request ' ad-request-number
                           ' decided in a run by its own submitter '
                           job-user ' - left waiting.'
                   ELSE IF AD-APPROVED
                       MOVE 'D' TO at-status(approval-found-sub)
                       ADD 1 TO approval-applied-count
                       IF APW-TRANSFER
                           MOVE apw-xfer-record TO xfer-record
                           PERFORM ApplyTransfer
                       ELSE
                           MOVE apw-raise-data TO raise-record
                           PERFORM ApplySalaryRaise
                       END-IF
                   ELSE IF AD-DECLINED
                       MOVE 'D' TO at-status(approval-found-sub)
                       ADD 1 TO approval-declined-count
                       MOVE "22" TO reject-reason-code
                       MOVE "Raise declined by approver" TO
                           reject-reason-text
                       IF APW-TRANSFER
                           MOVE apw-xfer-record TO xfer-record
                           MOVE apw-first-name
                               TO xfer-reject-first-name
                           MOVE apw-last-name
                               TO xfer-reject-last-name
                           PERFORM WriteTransferRejectRecord
                       ELSE
                           MOVE apw-raise-data TO raise-record
                           PERFORM WriteRaiseRejectRecord
                       END-IF
                   ELSE
                       ADD 1 TO approval-kept-count
                       DISPLAY
                           '        Decision ' ad-decision
                           ' on request ' ad-request-number
                           ' is neither A nor D - left waiting.'
                   END-IF
               END-IF.

           FindApprovalEntry.
               MOVE 'N' TO approval-found-switch.
               PERFORM CheckOneApprovalEntry
                   VARYING approval-sub FROM 1 BY 1
                   UNTIL approval-sub > approval-count
                       OR APPROVAL-FOUND.

           CheckOneApprovalEntry.
               IF NOT AT-DECIDED(approval-sub)
                   AND at-data(approval-sub)(1:6) = ad-request-number
                   SET APPROVAL-FOUND TO TRUE
                   MOVE approval-sub TO approval-found-sub
               END-IF.

           KeepOneApprovalEntry.
               IF NOT AT-DECIDED(approval-sub)
                   MOVE at-data(approval-sub) TO approval-work
                   WRITE approval-file-record FROM approval-work
                   IF apw-submitted-date IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (apw-submitted-date) = 0
                       COMPUTE approval-age-days =
                           FUNCTION INTEGER-OF-DATE(current-run-date)
                           - FUNCTION INTEGER-OF-DATE
                               (apw-submitted-date)
                   ELSE
                       MOVE 0 TO approval-age-days
                   END-IF
                   IF approval-age-days > approval-overdue-days
                       ADD 1 TO approval-overdue-count
                   END-IF
                   PERFORM PrintApprovalLine
               END-IF.

           ProcessPayments.
      *        Only PERFORMed from the main line when PAYMENTS was the
      *        requested mode (see DetermineRunMode). The batch is
      *        proved first, then read again from the top to apply.
               DISPLAY '    ProcessPayments paragraph performed.'.

               OPEN INPUT payment-in.
               IF payin-status NOT = "00"
                   DISPLAY
                       '    OPEN INPUT payment-in failed, status: '
                       payin-status
                   DISPLAY '    Nothing applied.'
               ELSE
                   PERFORM ValidatePaymentBatch
                   IF BATCH-REFUSED
                       DISPLAY '    Nothing applied.'
                       DISPLAY ' '
                   ELSE
                       OPEN INPUT payment-in
                       PERFORM ApplyPaymentFile
                       CLOSE payment-in
                   END-IF
               END-IF.

           ValidatePaymentBatch.
      *        Expects payment-in open - reads it to the end and
      *        closes it, so the caller opens it again to apply it.
               PERFORM ResetBatchControl.
               MOVE 'P' TO batch-file.
               MOVE "payment-in.dat" TO batch-file-name.

               PERFORM ScanOnePaymentRecord UNTIL END-OF-PAYMENT-IN.
               CLOSE payment-in.
               MOVE 'N' TO payment-in-eof.
               PERFORM JudgeBatchControl.

               PERFORM PrintBatchControlReport.

           ScanOnePaymentRecord.
               READ payment-in INTO payment-record
                   AT END
                       MOVE 'Y' TO payment-in-eof
                   NOT AT END
                       MOVE payment-record TO batch-control-record
                       MOVE 0 TO batch-detail-salary
                       IF pmt-amount IS NUMERIC
                           MOVE pmt-amount TO batch-detail-salary
                       END-IF
                       PERFORM TallyBatchRecord
               END-READ.

           ApplyPaymentFile.
      *        The master is only read here - a payment never changes
      *        the employee, it just has to be paid to one still on
      *        the payroll.
               OPEN INPUT person.
               IF person-status NOT = "00"
                   DISPLAY
                       '    OPEN INPUT person failed, status: '
                       person-status
                   DISPLAY '    Payment run abandoned.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OpenPaymentHistory
               END-IF.

               IF person-status = "00"
                   AND payhist-status NOT = "00"
                   DISPLAY
                       '    OPEN payment-hist failed, status: '
                       payhist-status
                   DISPLAY '    Payment run abandoned.'
                   MOVE 8 TO RETURN-CODE
                   CLOSE person
               END-IF.

               IF person-status = "00"
                   AND payhist-status = "00"
                   PERFORM ApplyPaymentTransactions
               END-IF.

           OpenPaymentHistory.
      *        No history file yet is the first payment ever taken -
      *        anything else wrong with it stops the run, or the
      *        duplicate check would be blind. A new file is created
      *        empty and opened again I-O, so the duplicate check can
      *        read back the payments written earlier in this same
      *        batch.
               OPEN I-O payment-hist.
               IF payhist-status = "35"
                   OPEN OUTPUT payment-hist
                   IF payhist-status = "00"
                       CLOSE payment-hist
                       OPEN I-O payment-hist
                   END-IF
               END-IF.

           ApplyPaymentTransactions.
               OPEN EXTEND person-rejects.
               IF rejects-status NOT = "00"
                   OPEN OUTPUT person-rejects
               END-IF.
               SET REJECTS-FILE-OPEN TO TRUE.
               OPEN EXTEND person-audit.
               IF audit-status NOT = "00"
                   OPEN OUTPUT person-audit
               END-IF.

               ACCEPT job-user FROM USER NAME.
               MOVE FUNCTION CURRENT-DATE(1:8) TO current-run-date.
               PERFORM LoadNumberControl.

               MOVE 0 TO payment-read-count.
               MOVE 0 TO payment-accepted-count.
               MOVE 0 TO payment-future-count.
               MOVE 0 TO payment-accepted-total.
               MOVE 0 TO reject-count.

               PERFORM ApplyOnePaymentRecord UNTIL END-OF-PAYMENT-IN.

               MOVE payment-accepted-total TO payment-total-edit.
               DISPLAY ' '.
               DISPLAY '        Payments read:          '
                   payment-read-count.
               DISPLAY '        Payments accepted:      '
                   payment-accepted-count.
               DISPLAY '        Dated after today:      '
                   payment-future-count.
               DISPLAY '        Records rejected:       '
                   reject-count.
               DISPLAY '        Total accepted:  ' payment-total-edit.
               DISPLAY ' '.

               CLOSE person.
               CLOSE payment-hist.
               CLOSE person-rejects.
               CLOSE person-audit.
               PERFORM SaveNumberControl.

               PERFORM RecordAcceptedBatch.
               SET UPDATE-DONE TO TRUE.

           ApplyOnePaymentRecord.
               READ payment-in INTO payment-record
                   AT END
                       MOVE 'Y' TO payment-in-eof
                   NOT AT END
                       MOVE payment-record TO batch-control-record
                       IF NOT BC-HEADER AND NOT BC-TRAILER
                           ADD 1 TO payment-read-count
                           PERFORM ApplyPayment
                       END-IF
               END-READ.

           ApplyPayment.
               PERFORM EditPayment.
               IF EDIT-PASSED
                   PERFORM AcceptPayment
               ELSE
                   PERFORM WritePaymentRejectRecord
               END-IF.

           EditPayment.
      *        The payee has to be on the active master - a leaver's
      *        final pay is not a one-time payment. Then the type,
      *        the amount against that type's limit, the pay date,
      *        and that the same payment is not already on file.
               SET EDIT-PASSED TO TRUE.
               MOVE 'N' TO payee-found-switch.
               MOVE pmt-employee-id TO fs-employee-id.
               READ person KEY IS fs-employee-id
                   INVALID KEY
                       SET EDIT-FAILED TO TRUE
                       MOVE "11" TO reject-reason-code
                       MOVE "Employee not on file" TO
                           reject-reason-text
                   NOT INVALID KEY
                       SET PAYEE-FOUND TO TRUE
               END-READ.

               IF EDIT-PASSED
                   PERFORM EditPaymentType
               END-IF.
               IF EDIT-PASSED
                   PERFORM EditPaymentAmount
               END-IF.
               IF EDIT-PASSED
                   PERFORM EditPayDate
               END-IF.
               IF EDIT-PASSED
                   PERFORM EditDuplicatePayment
               END-IF.

           EditPaymentType.
               IF PMT-BONUS
                   MOVE payment-limit-bonus TO payment-limit
               ELSE IF PMT-SPOT-AWARD
                   MOVE payment-limit-spot TO payment-limit
               ELSE IF PMT-RETENTION
                   MOVE payment-limit-retention TO payment-limit
               ELSE
                   SET EDIT-FAILED TO TRUE
                   MOVE "25" TO reject-reason-code
                   MOVE "Payment type not recognised" TO
                       reject-reason-text
               END-IF.

           EditPaymentAmount.
               IF pmt-amount IS NOT NUMERIC
                   SET EDIT-FAILED TO TRUE
                   MOVE "26" TO reject-reason-code
                   MOVE "Payment amount zero or invalid" TO
                       reject-reason-text
               ELSE IF pmt-amount = ZERO
                   SET EDIT-FAILED TO TRUE
                   MOVE "26" TO reject-reason-code
                   MOVE "Payment amount zero or invalid" TO
                       reject-reason-text
               ELSE IF pmt-amount > payment-limit
                   SET EDIT-FAILED TO TRUE
                   MOVE "27" TO reject-reason-code
                   MOVE "Payment over limit for its type" TO
                       reject-reason-text
               END-IF.

           EditPayDate.
      *        A real calendar date, the same test a hire date gets.
      *        A date still to come is fine - the payment waits on
      *        payment-hist.dat until the extract that falls on or
      *        after it.
               MOVE pmt-pay-date TO hire-date-edit.

               IF hire-date-digits IS NOT NUMERIC
                   SET EDIT-FAILED TO TRUE
               ELSE IF hde-year < 1900
                   SET EDIT-FAILED TO TRUE
               ELSE IF hde-month < 1 OR hde-month > 12
                   SET EDIT-FAILED TO TRUE
               ELSE
                   MOVE month-days (hde-month) TO month-day-limit
                   IF hde-month = 2
                       IF FUNCTION MOD(hde-year, 400) = 0
                           OR (FUNCTION MOD(hde-year, 4) = 0
                               AND FUNCTION MOD(hde-year, 100)
                                   NOT = 0)
                           MOVE 29 TO month-day-limit
                       END-IF
                   END-IF
                   IF hde-day < 1 OR hde-day > month-day-limit
                       SET EDIT-FAILED TO TRUE
                   END-IF
               END-IF.

               IF EDIT-FAILED
                   MOVE "28" TO reject-reason-code
                   MOVE "Invalid pay date" TO reject-reason-text
               END-IF.

           EditDuplicatePayment.
      *        The same employee, type, amount and pay date already
      *        on file is the same payment keyed twice - HR re-sending
      *        a corrected batch is the usual cause. One the bureau
      *        bounced was never paid, so HR may key it again.
               MOVE 'N' TO payment-duplicate-switch.
               MOVE 'N' TO payment-hist-eof.
               MOVE pmt-employee-id TO ph-employee-id.
               START payment-hist KEY IS = ph-employee-id
                   INVALID KEY
                       MOVE 'Y' TO payment-hist-eof
               END-START.
               PERFORM CheckOnePaymentForDuplicate
                   UNTIL END-OF-PAYMENT-HIST
                       OR PAYMENT-DUPLICATE.

               IF PAYMENT-DUPLICATE
                   SET EDIT-FAILED TO TRUE
                   MOVE "29" TO reject-reason-code
                   MOVE "Payment already on file" TO
                       reject-reason-text
               END-IF.

           CheckOnePaymentForDuplicate.
               READ payment-hist NEXT RECORD
                   AT END
                       MOVE 'Y' TO payment-hist-eof
                   NOT AT END
                       IF ph-employee-id NOT = pmt-employee-id
                           MOVE 'Y' TO payment-hist-eof
                       ELSE IF ph-payment-type = pmt-type
                           AND ph-amount = pmt-amount
                           AND ph-pay-date = pmt-pay-date
                           AND NOT PH-BUREAU-REJECTED
                           SET PAYMENT-DUPLICATE TO TRUE
                       END-IF
               END-READ.

           AcceptPayment.
      *        fs-record still holds the payee from EditPayment - the
      *        name and department go on the history entry as they
      *        stand today, and the audit entry is the payee's master
      *        image at the moment the payment was taken.
               MOVE FUNCTION CURRENT-DATE TO timestamp.
               ADD 1 TO nc-last-payment-number.
               MOVE SPACES                 TO ph-record.
               MOVE nc-last-payment-number TO ph-payment-number.
               MOVE fs-employee-id         TO ph-employee-id.
               MOVE fs-last-name           TO ph-last-name.
               MOVE fs-first-name          TO ph-first-name.
               MOVE fs-department          TO ph-department.
               MOVE pmt-type               TO ph-payment-type.
               MOVE pmt-amount             TO ph-amount.
               MOVE pmt-pay-date           TO ph-pay-date.
               MOVE pmt-reference          TO ph-reference.
               SET PH-AWAITING-EXTRACT     TO TRUE.
               MOVE 0                      TO ph-cycle-number.
               MOVE batch-number           TO ph-batch-number.
               MOVE timestamp              TO ph-timestamp.
               MOVE job-user               TO ph-job-user.

               WRITE ph-record
                   INVALID KEY
                       MOVE "30" TO reject-reason-code
                       MOVE "Payment history write failed" TO
                           reject-reason-text
                       PERFORM WritePaymentRejectRecord
                   NOT INVALID KEY
                       PERFORM RecordAcceptedPayment
               END-WRITE.

           RecordAcceptedPayment.
               PERFORM WriteAuditRecord.
               ADD 1 TO payment-accepted-count.
               ADD pmt-amount TO payment-accepted-total.
               IF pmt-pay-date-digits > current-run-date
                   ADD 1 TO payment-future-count
               END-IF.
               IF payment-accepted-count = 1
                   DISPLAY ' '
                   DISPLAY '        PAYMENTS ACCEPTED'
               END-IF.
               PERFORM PrintPaymentLine.

           PrintPaymentLine.
               MOVE ph-payment-number TO pml-payment-number.
               MOVE ph-employee-id    TO pml-employee-id.
               MOVE ph-last-name      TO pml-last-name.
               MOVE ph-department     TO pml-department.
               IF PH-BONUS
                   MOVE "BONUS"       TO pml-type
               ELSE IF PH-SPOT-AWARD
                   MOVE "SPOT AWARD"  TO pml-type
               ELSE
                   MOVE "RETENTION"   TO pml-type
               END-IF.
               MOVE ph-amount         TO pml-amount.
               MOVE ph-pay-date       TO pml-pay-date.
               MOVE ph-reference      TO pml-reference.
               DISPLAY payment-line.

           WritePaymentRejectRecord.
      *        A payment that can't be taken goes to
      *        person-rejects.dat with its amount in the salary
      *        column - the name comes off the master when the payee
      *        was found, since the payment carries only the id.
               MOVE SPACES             TO rej-first-name
               MOVE SPACES             TO rej-last-name
               IF PAYEE-FOUND
                   MOVE fs-first-name  TO rej-first-name
                   MOVE fs-last-name   TO rej-last-name
               END-IF
               MOVE 0                  TO rej-salary
               IF pmt-amount IS NUMERIC
                   MOVE pmt-amount     TO rej-salary
               END-IF
               MOVE pmt-employee-id    TO rej-employee-id
               MOVE SPACES             TO rej-department
               MOVE SPACES             TO rej-hire-date
               MOVE SPACES             TO rej-grade
               MOVE SPACES             TO rej-manager-id
               MOVE reject-reason-code TO rej-reason-code
               MOVE reject-reason-text TO rej-reason-text
               WRITE rej-record
               ADD 1 TO reject-count.
               DISPLAY '        Rejected ' pmt-employee-id ' '
                   reject-reason-code ' ' reject-reason-text.

           ProcessTerminations.
      *        Only PERFORMed from the main line when TERM was the
      *        requested mode (see DetermineRunMode) - deletes each
      *        leaver queued up in person-term.dat from person.dat
      *        so they stop inflating the salary reports. Not-found
      *        terminations are reported, never silently dropped.
               DISPLAY '    ProcessTerminations paragraph performed.'.

               OPEN INPUT person-term
               OPEN I-O person
               OPEN EXTEND person-audit
               IF audit-status NOT = "00"
                   OPEN OUTPUT person-audit
               END-IF

               ACCEPT job-user FROM USER NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO current-run-date
               PERFORM OpenInactiveMaster
               MOVE 'N' TO person-term-eof
               MOVE 0   TO term-count
               MOVE 0   TO term-notfound-count
               MOVE 0   TO archive-fail-count
               MOVE 0   TO pending-held-count
               MOVE 0   TO eff-invalid-count

               PERFORM ApplyOneTermination
                   UNTIL END-OF-PERSON-TERM

               DISPLAY '        Terminations applied:   ' term-count
               DISPLAY '        Terminations not found: '
                   term-notfound-count
               DISPLAY '        Archive failures:       '
                   archive-fail-count
               DISPLAY '        Held for future date:   '
                   pending-held-count
               DISPLAY '        Invalid eff. dates:     '
                   eff-invalid-count
               DISPLAY ' '

               CLOSE person-term
               CLOSE person
               CLOSE person-inact
               CLOSE person-audit.
               IF term-count > 0
                   PERFORM ListOrphanedReports
               END-IF.
               SET UPDATE-DONE TO TRUE.

           ApplyOneTermination.
               READ person-term INTO term-record
                   AT END
                       MOVE 'Y' TO person-term-eof
                   NOT AT END
                       PERFORM ApplyOrHoldTermination
               END-READ.

           ApplyOrHoldTermination.
      *        Same decision a raise goes through - apply tonight,
      *        park until due, or bounce a bad date.
               MOVE term-effective-date TO eff-date-work.
               PERFORM EvaluateEffectiveDate.
               IF EFFECTIVE-FUTURE
                   MOVE 'T'    TO pw-type
                   MOVE SPACES TO pw-data
                   MOVE term-record TO pw-data(1:72)
                   PERFORM HoldTransactionPending
               ELSE IF EFFECTIVE-INVALID
                   ADD 1 TO eff-invalid-count
                   DISPLAY
                       '        Invalid effective date, no'
                       ' termination applied: '
                       term-last-name ' ' term-first-name ' '
                       term-employee-id
                   IF REJECTS-FILE-OPEN
                       MOVE "13" TO reject-reason-code
                       MOVE "Invalid effective date" TO
                           reject-reason-text
                       PERFORM WriteTermRejectRecord
                   END-IF
               ELSE
                   PERFORM ApplyTermination
               END-IF.

           EvaluateEffectiveDate.
      *        A blank or zero effective date is the old behaviour -
      *        apply the moment the run executes - so transaction
      *        files cut before the field existed still work. The
      *        NUMERIC test comes before any numeric compare, same
      *        as EditHireDate - comparing invalid digits is a data
      *        exception waiting to happen.
               IF eff-date-work = SPACES
                   SET EFFECTIVE-NOW TO TRUE
               ELSE IF eff-date-digits IS NOT NUMERIC
                   SET EFFECTIVE-INVALID TO TRUE
               ELSE IF eff-date-digits = ZERO
                   SET EFFECTIVE-NOW TO TRUE
               ELSE IF eff-date-digits > current-run-date
                   SET EFFECTIVE-FUTURE TO TRUE
               ELSE
                   SET EFFECTIVE-NOW TO TRUE
               END-IF.

           HoldTransactionPending.
      *        Park the transaction in pending-work on the pending
      *        file. Opened and closed per entry, the way
      *        WriteCheckpoint treats the checkpoint file - volumes
      *        here are small and the file is never left open across
      *        the sweep's rewrite.
               OPEN EXTEND person-pend.
               IF pend-status NOT = "00"
                   OPEN OUTPUT person-pend
               END-IF.
               MOVE pw-type TO pd-type.
               MOVE pw-data TO pd-data.
               WRITE pend-record.
               IF PW-RAISE
                   MOVE pw-data(1:44) TO raise-record
                   MOVE raise-effective-date TO eff-date-work
               ELSE IF PW-TRANSFER
                   MOVE pw-data(1:30) TO xfer-record
                   MOVE xfer-effective-date TO eff-date-work
               ELSE
                   MOVE pw-data(1:72) TO term-record
                   MOVE term-effective-date TO eff-date-work
                   IF PW-RAISE
                       PERFORM ApplySalaryRaise
                   ELSE
                       IF PW-TRANSFER
                           PERFORM ApplyTransfer
                       ELSE
                           PERFORM ApplyTermination
                       END-IF
                   END-IF
               END-IF.

               DELETE person RECORD.
               IF person-status = "00"
                   PERFORM WriteAuditRecord
                   MOVE fs-department TO budget-lookup-dept
                   PERFORM TakeFromBudgetHeadcount
                   ADD 1 TO term-count
                   DISPLAY
                       '        Terminated '
                   END-IF
               END-IF.

           ArchiveTerminatedRecord.
      *        The archived record is the master record as it stands
      *        plus when and why the person left. A key already on
      *        the inactive file is somebody terminated, rehired, and
      *        terminated again - the latest termination wins, so
      *        that WRITE falls through to a REWRITE (never on a
      *        fresh file, which is OUTPUT-only and can't collide).
               MOVE 'N' TO archive-ok-switch.
               MOVE fs-first-name  TO in-first-name.
               MOVE fs-last-name   TO in-last-name.
               MOVE fs-salary      TO in-salary.
               MOVE fs-employee-id TO in-employee-id.
               MOVE fs-department  TO in-department.
               MOVE fs-hire-date   TO in-hire-date.
               MOVE fs-grade       TO in-grade.
               MOVE fs-manager-id  TO in-manager-id.
               MOVE term-date      TO in-term-date.
               MOVE term-reason    TO in-term-reason.

               WRITE in-record.
               IF inact-status = "22" AND NOT INACT-FILE-FRESH
                   REWRITE in-record
               END-IF.
               IF inact-status = "00"
                   SET ARCHIVE-WRITTEN TO TRUE
               END-IF.

           ListOrphanedReports.
      *        Anybody still reporting to somebody who is now on the
      *        inactive master has nobody to report to - listed here
      *        for HR to reassign with a TRANS 'M' rather than left
      *        pointing at a leaver. One pass of the master, after
      *        it and the inactive file are closed, so it also picks
      *        up anyone a previous night's leaver left behind who
      *        hasn't been reassigned yet.
               MOVE 0   TO orphan-count.
               MOVE 'N' TO person-eof.
               OPEN INPUT person.
               IF person-status = "00"
                   OPEN INPUT person-inact
                   IF inact-status = "00"
                       PERFORM CheckOneForOrphan
                           UNTIL END-OF-PERSON
                       CLOSE person-inact
                   END-IF
                   CLOSE person
               END-IF.
               DISPLAY '        Orphaned reports:       '
                   orphan-count.
               DISPLAY ' '.

           CheckOneForOrphan.
               READ person NEXT RECORD
                   AT END
                       MOVE 'Y' TO person-eof
                   NOT AT END
                       IF person-status NOT = "00"
                           DISPLAY
                               '        READ error, status: '
                               person-status
                           MOVE 'Y' TO person-eof
                       ELSE IF fs-manager-id NOT = SPACES
                           MOVE fs-manager-id TO in-employee-id
                           READ person-inact
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   PERFORM PrintOrphanLine
                           END-READ
                       END-IF
               END-READ.

           PrintOrphanLine.
               ADD 1 TO orphan-count.
               IF orphan-count = 1
                   DISPLAY ' '
                   DISPLAY
                       '        ORPHANED REPORTS - MANAGER NO LONGER'
                       ' ACTIVE, TO BE REASSIGNED'
               END-IF.
               MOVE fs-employee-id TO ol-employee-id.
               MOVE fs-last-name   TO ol-last-name.
               MOVE fs-first-name  TO ol-first-name.
               MOVE fs-department  TO ol-department.
               MOVE in-employee-id TO ol-manager-id.
               MOVE in-last-name   TO ol-manager-name.
               MOVE in-term-date   TO ol-term-date.
               DISPLAY orphan-line.

           OpenInactiveMaster.
               MOVE 'N' TO inact-fresh-switch.
               OPEN I-O person-inact.
               IF inact-status NOT = "00"
                   OPEN OUTPUT person-inact
                   SET INACT-FILE-FRESH TO TRUE
               END-IF.

           ValidateLoadBatch.
               PERFORM ResetBatchControl.
               MOVE 'I' TO batch-file.
               MOVE "person-in.dat" TO batch-file-name.

               OPEN INPUT person-in.
               IF person-in-status NOT = "00"
                   SET BATCH-REFUSED TO TRUE
                   MOVE "person-in.dat could not be opened" TO
                       batch-refuse-reason
               ELSE
                   PERFORM ScanOneLoadRecord UNTIL END-OF-PERSON-IN
                   CLOSE person-in
                   MOVE 'N' TO person-in-eof
                   PERFORM JudgeBatchControl
               END-IF.

               PERFORM PrintBatchControlReport.

           ScanOneLoadRecord.
               READ person-in INTO ti-record
                   AT END
                       MOVE 'Y' TO person-in-eof
                   NOT AT END
                       MOVE ti-record TO batch-control-record
                       MOVE 0 TO batch-detail-salary
                       IF ti-salary IS NUMERIC
                           MOVE ti-salary TO batch-detail-salary
                       END-IF
                       PERFORM TallyBatchRecord
               END-READ.

           ValidateTranBatch.
      *        Expects person-tran open - reads it to the end and
      *        closes it, so the caller opens it again to apply it.
               PERFORM ResetBatchControl.
               MOVE 'T' TO batch-file.
               MOVE "person-tran.dat" TO batch-file-name.

               PERFORM ScanOneTranRecord UNTIL END-OF-PERSON-TRAN.
               CLOSE person-tran.
               MOVE 'N' TO person-tran-eof.
               PERFORM JudgeBatchControl.

               PERFORM PrintBatchControlReport.

           ScanOneTranRecord.
      *        The salary each type carries sits in a different
      *        place - the same layouts the apply paragraphs use,
      *        none of which hold anything yet.
               READ person-tran INTO tran-record
                   AT END
                       MOVE 'Y' TO person-tran-eof
                   NOT AT END
                       MOVE tran-record(1:50) TO batch-control-record
                       MOVE 0 TO batch-detail-salary
                       IF TR-HIRE
                           MOVE tr-data(1:56) TO ti-record
                           IF ti-salary IS NUMERIC
                               MOVE ti-salary TO batch-detail-salary
                           END-IF
                       ELSE IF TR-RAISE
                           MOVE tr-data(1:44) TO raise-record
                           IF raise-new-salary IS NUMERIC
                               MOVE raise-new-salary
                                   TO batch-detail-salary
                           END-IF
                       ELSE IF TR-TRANSFER
                           MOVE tr-data(1:30) TO xfer-record
                           IF xfer-new-salary IS NUMERIC
                               MOVE xfer-new-salary
                                   TO batch-detail-salary
                           END-IF
                       END-IF
                       PERFORM TallyBatchRecord
               END-READ.

           ResetBatchControl.
               MOVE 'N' TO batch-header-switch.
               MOVE 'N' TO batch-trailer-switch.
               MOVE 'N' TO batch-misplaced-switch.
               MOVE 'N' TO batch-seen-switch.
               MOVE 'N' TO batch-refused-switch.
               MOVE 'N' TO batch-accepted-switch.
               MOVE 0 TO batch-number.
               MOVE SPACES TO batch-creation-date.
               MOVE 0 TO batch-read-count.
               MOVE 0 TO batch-detail-count.
               MOVE 0 TO batch-detail-hash.
               MOVE 0 TO batch-trailer-count.
               MOVE 0 TO batch-trailer-hash.
               MOVE SPACES TO batch-refuse-reason.

           TallyBatchRecord.
      *        The header has to be the very first record and the
      *        trailer the very last - a second header, or anything
      *        at all after the trailer, means two files run
      *        together or a trailer keyed by hand in the middle.
               ADD 1 TO batch-read-count.
               IF BATCH-TRAILER-FOUND
                   SET BATCH-RECORD-MISPLACED TO TRUE
               END-IF.

               IF BC-HEADER
                   IF batch-read-count = 1
                       SET BATCH-HEADER-FOUND TO TRUE
                       IF bh-batch-number IS NUMERIC
                           MOVE bh-batch-number TO batch-number
                       END-IF
                       MOVE bh-creation-date TO batch-creation-date
                   ELSE
                       SET BATCH-RECORD-MISPLACED TO TRUE
                   END-IF
               ELSE IF BC-TRAILER
                   SET BATCH-TRAILER-FOUND TO TRUE
                   IF bt-record-count IS NUMERIC
                       MOVE bt-record-count TO batch-trailer-count
                   END-IF
                   IF bt-salary-hash IS NUMERIC
                       MOVE bt-salary-hash TO batch-trailer-hash
                   END-IF
               ELSE
                   ADD 1 TO batch-detail-count
                   ADD batch-detail-salary TO batch-detail-hash
               END-IF.

           JudgeBatchControl.
      *        The first thing wrong is the reason given - the
      *        control report shows both sets of totals regardless.
               IF NOT BATCH-HEADER-FOUND
                   SET BATCH-REFUSED TO TRUE
                   MOVE "No batch header record" TO
                       batch-refuse-reason
               ELSE IF NOT BATCH-TRAILER-FOUND
                   SET BATCH-REFUSED TO TRUE
                   MOVE "No batch trailer - file incomplete" TO
                       batch-refuse-reason
               ELSE IF BATCH-RECORD-MISPLACED
                   SET BATCH-REFUSED TO TRUE
                   MOVE "Header or trailer out of place" TO
                       batch-refuse-reason
               ELSE IF batch-number = ZERO
                   SET BATCH-REFUSED TO TRUE
                   MOVE "Batch number missing or not numeric" TO
                       batch-refuse-reason
               ELSE IF batch-trailer-count NOT = batch-detail-count
                   SET BATCH-REFUSED TO TRUE
                   MOVE "Record count does not match trailer" TO
                       batch-refuse-reason
               ELSE IF batch-trailer-hash NOT = batch-detail-hash
                   SET BATCH-REFUSED TO TRUE
                   MOVE "Salary hash does not match trailer" TO
                       batch-refuse-reason
               ELSE
                   PERFORM CheckBatchHistory
                   IF BATCH-ALREADY-PROCESSED
                       SET BATCH-REFUSED TO TRUE
                       MOVE "Batch number already processed" TO
                           batch-refuse-reason
                   ELSE
                       SET BATCH-ACCEPTED TO TRUE
                   END-IF
               END-IF.

           CheckBatchHistory.
      *        No history file yet is the first batch ever - nothing
      *        to have been processed before.
               MOVE 'N' TO batch-hist-eof.
               OPEN INPUT batch-history.
               IF batch-hist-status = "00"
                   PERFORM CheckOneBatchHistory
                       UNTIL END-OF-BATCH-HISTORY
                           OR BATCH-ALREADY-PROCESSED
                   CLOSE batch-history
               END-IF.

           CheckOneBatchHistory.
               READ batch-history
                   AT END
                       MOVE 'Y' TO batch-hist-eof
                   NOT AT END
                       IF bhr-batch-file = batch-file
                           AND bhr-batch-number = batch-number
                           SET BATCH-ALREADY-PROCESSED TO TRUE
                       END-IF
               END-READ.

           PrintBatchControlReport.
               DISPLAY ' '.
               DISPLAY '    BATCH CONTROL - ' batch-file-name.
               DISPLAY '    ----------------------------------------'.
               DISPLAY '        BATCH NUMBER:     ' batch-number
                   '    CREATED: ' batch-creation-date.
               MOVE "DETAIL RECORDS:"   TO bcl-caption.
               MOVE batch-trailer-count TO bcl-declared.
               MOVE batch-detail-count  TO bcl-counted.
               DISPLAY batch-count-line.
               MOVE batch-trailer-hash  TO bhl-declared.
               MOVE batch-detail-hash   TO bhl-counted.
               DISPLAY batch-hash-line.
               IF BATCH-REFUSED
                   DISPLAY '        BATCH REFUSED: ' batch-refuse-reason
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY '        BATCH ACCEPTED.'
               END-IF.
               DISPLAY ' '.

           RecordAcceptedBatch.
      *        Only once the file has actually been applied - a run
      *        that abends part way can be RESTARTed against the same
      *        batch without it counting as a re-send.
               OPEN EXTEND batch-history.
               IF batch-hist-status NOT = "00"
                   OPEN OUTPUT batch-history
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO timestamp.
               MOVE batch-file          TO bhr-batch-file.
               MOVE batch-number        TO bhr-batch-number.
               MOVE batch-creation-date TO bhr-creation-date.
               MOVE batch-detail-count  TO bhr-record-count.
               MOVE batch-detail-hash   TO bhr-salary-hash.
               MOVE rcd-cycle-number    TO bhr-cycle-number.
               MOVE timestamp           TO bhr-timestamp.
               MOVE job-user            TO bhr-job-user.
               WRITE batch-history-record.
               CLOSE batch-history.

           ProcessMergedTransactions.
      *        Only PERFORMed from the main line when TRANS was the
                       tran-status
                   DISPLAY '    Nothing applied.'
               ELSE
      *            HR's header and trailer are proved before anything
      *            on the file is applied - then it is read again
      *            from the top for real.
                   PERFORM ValidateTranBatch
                   IF BATCH-REFUSED
                       DISPLAY '    Nothing applied.'
                       DISPLAY ' '
                   ELSE
                       OPEN INPUT person-tran
                       PERFORM ApplyMergedTransactionFile
                       CLOSE person-tran
                   END-IF
               END-IF.

           ApplyMergedTransactionFile.
                   IF hist-status NOT = "00"
                       OPEN OUTPUT person-hist
                   END-IF
                   OPEN EXTEND person-move
                   IF move-status NOT = "00"
                       OPEN OUTPUT person-move
                   END-IF

                   ACCEPT job-user FROM USER NAME
                   MOVE FUNCTION CURRENT-DATE(1:8)
                   PERFORM OpenDeptForEdit
                   PERFORM OpenGradeForEdit
                   PERFORM OpenInactiveMaster
                   PERFORM LoadBudgetTable
                   PERFORM LoadNumberControl
                   OPEN EXTEND person-newid
                   IF newid-status NOT = "00"
                       OPEN OUTPUT person-newid
                   END-IF
                   PERFORM OpenApprovalForHold

                   MOVE 0 TO tran-read-count
                   MOVE 0 TO tran-unknown-count
                   MOVE 0 TO pending-due-count
                   MOVE 0 TO pending-held-count
                   MOVE 0 TO eff-invalid-count
                   MOVE 0 TO transfer-count
                   MOVE 0 TO transfer-notfound-count
                   MOVE 0 TO id-assigned-count
                   MOVE 0 TO manager-change-count
                   MOVE 0 TO manager-notfound-count

      *            Sweep first - the parked transactions are older
      *            than anything on tonight's file.
                       tran-read-count
                   DISPLAY '        Hires loaded:           '
                       total-loaded
                   DISPLAY '        Ids assigned:           '
                       id-assigned-count
                   DISPLAY '        Raises applied:         '
                       raise-count
                   DISPLAY '        Raises not found:       '
                       term-count
                   DISPLAY '        Terminations not found: '
                       term-notfound-count
                   DISPLAY '        Transfers applied:      '
                       transfer-count
                   DISPLAY '        Transfers not found:    '
                       transfer-notfound-count
                   DISPLAY '        Manager changes:        '
                       manager-change-count
                   DISPLAY '        Manager chg not found:  '
                       manager-notfound-count
                   DISPLAY '        Archive failures:       '
                       archive-fail-count
                   DISPLAY '        Unknown types:          '
                       pending-due-count
                   DISPLAY '        Held for future date:   '
                       pending-held-count
                   DISPLAY '        Held for approval:      '
                       approval-held-count
                   DISPLAY '        Invalid eff. dates:     '
                       eff-invalid-count
                   DISPLAY '        Records rejected:       '
                   CLOSE person-rejects
                   CLOSE person-audit
                   CLOSE person-hist
                   CLOSE person-move
                   CLOSE person-newid
                   CLOSE raise-approval
                   IF DEPT-FILE-AVAILABLE
                       CLOSE dept
                   END-IF
                   IF GRADE-FILE-AVAILABLE
                       CLOSE grade
                   END-IF
                   PERFORM SaveNumberControl
                   IF term-count > 0
                       PERFORM ListOrphanedReports
                   END-IF

                   PERFORM RecordAcceptedBatch
                   SET UPDATE-DONE TO TRUE
               END-IF.

                   AT END
                       MOVE 'Y' TO person-tran-eof
                   NOT AT END
                       IF NOT TR-BATCH-CONTROL
                           ADD 1 TO tran-read-count
                           PERFORM ApplyMergedTransaction
                       END-IF
               END-READ.

           ApplyMergedTransaction.
      *        so the edit and apply paragraphs run unchanged no
      *        matter which file the transaction arrived on.
               IF TR-HIRE
                   MOVE tr-data(1:56) TO ti-record
                   PERFORM EditTransaction
                   IF EDIT-PASSED
                       PERFORM WritePersonRecord
               ELSE IF TR-TERM
                   MOVE tr-data(1:72) TO term-record
                   PERFORM ApplyOrHoldTermination
               ELSE IF TR-TRANSFER
                   MOVE tr-data(1:30) TO xfer-record
                   PERFORM ApplyOrHoldTransfer
               ELSE IF TR-MANAGER
                   MOVE tr-data(1:12) TO mgr-record
                   PERFORM ApplyManagerChange
               ELSE
                   ADD 1 TO tran-unknown-count
                   MOVE tr-data(1:56) TO rej-record(1:56)
                   MOVE "09" TO rej-reason-code
                   MOVE "Unknown transaction type" TO rej-reason-text
                   WRITE rej-record
               MOVE SPACES             TO rej-department
               MOVE SPACES             TO rej-hire-date
               MOVE SPACES             TO rej-grade
               MOVE SPACES             TO rej-manager-id
               MOVE reject-reason-code TO rej-reason-code
               MOVE reject-reason-text TO rej-reason-text
               WRITE rej-record
               MOVE SPACES             TO rej-department
               MOVE SPACES             TO rej-hire-date
               MOVE SPACES             TO rej-grade
               MOVE SPACES             TO rej-manager-id
               MOVE reject-reason-code TO rej-reason-code
               MOVE reject-reason-text TO rej-reason-text
               WRITE rej-record
               ADD 1 TO reject-count.

           ApplyOrHoldTransfer.
      *        Same decision a raise goes through - apply tonight,
      *        park until due, or bounce a bad date.
               MOVE xfer-effective-date TO eff-date-work.
               PERFORM EvaluateEffectiveDate.
               IF EFFECTIVE-FUTURE
                   MOVE 'X'    TO pw-type
                   MOVE SPACES TO pw-data
                   MOVE xfer-record TO pw-data(1:30)
                   PERFORM HoldTransactionPending
               ELSE IF EFFECTIVE-INVALID
                   ADD 1 TO eff-invalid-count
                   DISPLAY
                       '        Invalid effective date, no'
                       ' transfer applied: ' xfer-employee-id
                   MOVE SPACES TO xfer-reject-first-name
                   MOVE SPACES TO xfer-reject-last-name
                   MOVE "13" TO reject-reason-code
                   MOVE "Invalid effective date" TO
                       reject-reason-text
                   PERFORM WriteTransferRejectRecord
               ELSE
                   PERFORM ApplyTransfer
               END-IF.

           ApplyTransfer.
      *        A transfer names its employee by id alone - a move
      *        between departments is exactly when two people of the
      *        same name are most likely to be confused.
               MOVE SPACES TO xfer-reject-first-name.
               MOVE SPACES TO xfer-reject-last-name.
               IF xfer-employee-id = SPACES
                   DISPLAY
                       '        No employee-id, no transfer'
                       ' applied.'
                   PERFORM RejectTransferNotFound
               ELSE
                   MOVE xfer-employee-id TO fs-employee-id
                   READ person KEY IS fs-employee-id
                       INVALID KEY
                           DISPLAY
                               '        Not found, no transfer'
                               ' applied: ' xfer-employee-id
                           PERFORM RejectTransferNotFound
                       NOT INVALID KEY
                           PERFORM ApplyTransferToRecord
                   END-READ
               END-IF.

           RejectTransferNotFound.
               ADD 1 TO transfer-notfound-count.
               MOVE "11" TO reject-reason-code.
               MOVE "Employee not on file" TO reject-reason-text.
               PERFORM WriteTransferRejectRecord.

           ApplyTransferToRecord.
               MOVE fs-record     TO xfer-old-image.
               MOVE fs-first-name TO xfer-reject-first-name.
               MOVE fs-last-name  TO xfer-reject-last-name.

               PERFORM EditTransfer.

      *        A transfer that lifts the salary is a raise as far as
      *        the second signature goes - same percent and midpoint
      *        test, against the band of the grade it moves to.
               MOVE 'N' TO approval-needed-switch.
               IF EDIT-PASSED AND NOT APPROVAL-BYPASSED
                   MOVE xt-salary TO approval-new-salary
                   PERFORM CheckRaiseApproval
               END-IF.

               IF EDIT-FAILED
                   DISPLAY
                       '        Transfer failed edit '
                       reject-reason-code ', not applied: '
                       fs-last-name ' ' fs-first-name
                   PERFORM WriteTransferRejectRecord
               ELSE IF RAISE-NEEDS-APPROVAL
                   PERFORM HoldTransferForApproval
               ELSE
                   PERFORM RewriteTransferredRecord
               END-IF.

           EditTransfer.
      *        The move lands the record in a department and a grade
      *        it has to be allowed into - the same reference and
      *        band edits a new hire faces, applied to the record as
      *        the transfer would leave it. The dept and grade READs
      *        leave fs-record alone.
               SET EDIT-PASSED TO TRUE.
               MOVE fs-department TO xt-department.
               MOVE fs-grade      TO xt-grade.
               MOVE fs-salary     TO xt-salary.
               IF xfer-new-department NOT = SPACES
                   MOVE xfer-new-department TO xt-department
               END-IF.
               IF xfer-new-grade NOT = SPACES
                   MOVE xfer-new-grade TO xt-grade
               END-IF.
               IF xfer-new-salary NOT = ZERO
                   MOVE xfer-new-salary TO xt-salary
               END-IF.

               IF xt-department = fs-department
                   AND xt-grade = fs-grade
                   SET EDIT-FAILED TO TRUE
                   MOVE "19" TO reject-reason-code
                   MOVE "No department or grade change" TO
                       reject-reason-text
               END-IF.

               IF EDIT-PASSED
                   AND xt-department NOT = fs-department
                   MOVE xt-department TO edit-department
                   PERFORM EditDepartmentCode
                   IF EDIT-PASSED
                       PERFORM EditHeadcountBudget
                   END-IF
               END-IF.
               IF EDIT-PASSED
                   MOVE xt-grade  TO band-grade
                   MOVE xt-salary TO band-salary
                   PERFORM EditSalaryBand
               END-IF.

           RewriteTransferredRecord.
      *        The images go to the audit trail only once the
      *        REWRITE has landed - before first, then after - so a
      *        failed update never leaves a before image claiming a
      *        change that didn't happen.
               MOVE fs-salary TO prior-salary.
               MOVE xt-department TO fs-department.
               MOVE xt-grade      TO fs-grade.
               MOVE xt-salary     TO fs-salary.
               REWRITE fs-record.
               IF person-status = "00"
                   MOVE fs-record TO xfer-new-image
                   MOVE xfer-old-image TO fs-record
                   PERFORM WriteAuditRecord
                   MOVE xfer-new-image TO fs-record
                   PERFORM WriteAuditRecord
                   IF fs-salary NOT = prior-salary
                       MOVE 'X' TO hist-source-code
                       PERFORM WriteSalaryHistory
                   END-IF
                   PERFORM WriteMoveRecord
                   IF mv-new-department NOT = mv-old-department
                       MOVE mv-old-department TO budget-lookup-dept
                       PERFORM TakeFromBudgetHeadcount
                       MOVE mv-new-department TO budget-lookup-dept
                       PERFORM AddToBudgetHeadcount
                   END-IF
                   ADD 1 TO transfer-count
                   DISPLAY
                       '        Transferred ' fs-employee-id ' '
                       mv-old-department '/' mv-old-grade ' -> '
                       mv-new-department '/' mv-new-grade ': '
                       fs-last-name ' ' fs-first-name
               ELSE
                   DISPLAY
                       '        Rewrite failed, no transfer'
                       ' applied: '
                       fs-last-name ' ' fs-first-name
                   MOVE "12" TO reject-reason-code
                   MOVE "Update of person.dat failed" TO
                       reject-reason-text
                   PERFORM WriteTransferRejectRecord
               END-IF.

           WriteMoveRecord.
      *        The date the move counts from is the one HR put on
      *        the paperwork - a parked transfer released days late
      *        still moved on its effective date. Blank or zero
      *        means it took effect tonight. Reuses the timestamp
      *        the after-image audit entry was just stamped with.
               MOVE fs-employee-id TO mv-employee-id.
               IF xfer-effective-date = SPACES
                   OR xfer-effective-date = ZERO
                   MOVE current-run-date TO mv-effective-date
               ELSE
                   MOVE xfer-effective-date TO mv-effective-date
               END-IF.
               MOVE xfer-old-image(37:4) TO mv-old-department.
               MOVE fs-department        TO mv-new-department.
               MOVE xfer-old-image(49:2) TO mv-old-grade.
               MOVE fs-grade             TO mv-new-grade.
               MOVE prior-salary         TO mv-old-salary.
               MOVE fs-salary            TO mv-new-salary.
               MOVE timestamp            TO mv-timestamp.
               MOVE job-user             TO mv-job-user.
               WRITE move-record.

           WriteTransferRejectRecord.
      *        The transfer's own fields go on the reject - the new
      *        department, grade, and salary that didn't make it -
      *        named from the master when the employee was found.
               MOVE xfer-reject-first-name TO rej-first-name
               MOVE xfer-reject-last-name  TO rej-last-name
               MOVE xfer-new-salary    TO rej-salary
               MOVE xfer-employee-id   TO rej-employee-id
               MOVE xfer-new-department TO rej-department
               MOVE SPACES             TO rej-hire-date
               MOVE xfer-new-grade     TO rej-grade
               MOVE SPACES             TO rej-manager-id
               MOVE reject-reason-code TO rej-reason-code
               MOVE reject-reason-text TO rej-reason-text
               WRITE rej-record
               ADD 1 TO reject-count.

           ApplyManagerChange.
      *        Like a transfer, a change of manager names its
      *        employee by id alone. It applies tonight - a reporting
      *        line carries no pay, so there is nothing to park.
               MOVE SPACES TO mgr-reject-first-name.
               MOVE SPACES TO mgr-reject-last-name.
               IF mgr-employee-id = SPACES
                   DISPLAY
                       '        No employee-id, no manager change'
                       ' applied.'
                   PERFORM RejectManagerNotFound
               ELSE
                   MOVE mgr-employee-id TO fs-employee-id
                   READ person KEY IS fs-employee-id
                       INVALID KEY
                           DISPLAY
                               '        Not found, no manager change'
                               ' applied: ' mgr-employee-id
                           PERFORM RejectManagerNotFound
                       NOT INVALID KEY
                           PERFORM ApplyManagerToRecord
                   END-READ
               END-IF.

           RejectManagerNotFound.
               ADD 1 TO manager-notfound-count.
               MOVE "11" TO reject-reason-code.
               MOVE "Employee not on file" TO reject-reason-text.
               PERFORM WriteManagerRejectRecord.

           ApplyManagerToRecord.
               MOVE fs-record     TO mgr-old-image.
               MOVE fs-first-name TO mgr-reject-first-name.
               MOVE fs-last-name  TO mgr-reject-last-name.

               PERFORM EditManagerChange.

               IF EDIT-FAILED
                   DISPLAY
                       '        Manager change failed edit '
                       reject-reason-code ', not applied: '
                       mgr-reject-last-name ' '
                       mgr-reject-first-name
                   PERFORM WriteManagerRejectRecord
               ELSE
                   PERFORM RewriteManagerChange
               END-IF.

           EditManagerChange.
      *        The new manager has to be on the active master, and
      *        walking up the line above them must never arrive back
      *        at the person being moved. The walk READs over
      *        fs-record; RewriteManagerChange reads the record
      *        back before it updates it.
               SET EDIT-PASSED TO TRUE.
               IF mgr-new-manager-id = SPACES
                   CONTINUE
               ELSE IF mgr-new-manager-id = mgr-employee-id
                   SET EDIT-FAILED TO TRUE
                   MOVE "24" TO reject-reason-code
                   MOVE "Reporting line would loop" TO
                       reject-reason-text
               ELSE
                   MOVE mgr-new-manager-id TO chain-manager-id
                   MOVE 0   TO chain-depth
                   MOVE 'N' TO chain-end-switch
                   PERFORM WalkOneLevelUp
                       UNTIL CHAIN-ENDED OR EDIT-FAILED
               END-IF.

           WalkOneLevelUp.
      *        Only the new manager themselves has to be active - a
      *        line further up that runs off the active master ends
      *        the walk, and is the org chart's to report.
               ADD 1 TO chain-depth.
               MOVE chain-manager-id TO fs-employee-id.
               READ person KEY IS fs-employee-id
                   INVALID KEY
                       IF chain-depth = 1
                           SET EDIT-FAILED TO TRUE
                           MOVE "23" TO reject-reason-code
                           MOVE "Manager not an active employee" TO
                               reject-reason-text
                       ELSE
                           SET CHAIN-ENDED TO TRUE
                       END-IF
                   NOT INVALID KEY
                       IF fs-manager-id = SPACES
                           SET CHAIN-ENDED TO TRUE
                       ELSE IF fs-manager-id = mgr-employee-id
                           OR chain-depth >= chain-depth-limit
                           SET EDIT-FAILED TO TRUE
                           MOVE "24" TO reject-reason-code
                           MOVE "Reporting line would loop" TO
                               reject-reason-text
                       ELSE
                           MOVE fs-manager-id TO chain-manager-id
                       END-IF
               END-READ.

           RewriteManagerChange.
      *        Before and after images go to the audit trail once
      *        the REWRITE has landed, the same as a transfer.
               MOVE mgr-employee-id TO fs-employee-id.
               READ person KEY IS fs-employee-id
                   INVALID KEY
                       CONTINUE
               END-READ.
               IF person-status = "00"
                   MOVE mgr-new-manager-id TO fs-manager-id
                   REWRITE fs-record
               END-IF.
               IF person-status = "00"
                   MOVE fs-record TO mgr-new-image
                   MOVE mgr-old-image TO fs-record
                   PERFORM WriteAuditRecord
                   MOVE mgr-new-image TO fs-record
                   PERFORM WriteAuditRecord
                   ADD 1 TO manager-change-count
                   DISPLAY
                       '        Manager changed ' fs-employee-id ' '
                       mgr-old-image(51:6) ' -> ' fs-manager-id ': '
                       fs-last-name ' ' fs-first-name
               ELSE
                   DISPLAY
                       '        Rewrite failed, no manager change'
                       ' applied: '
                       mgr-reject-last-name ' '
                       mgr-reject-first-name
                   MOVE "12" TO reject-reason-code
                   MOVE "Update of person.dat failed" TO
                       reject-reason-text
                   PERFORM WriteManagerRejectRecord
               END-IF.

           WriteManagerRejectRecord.
      *        The manager the change asked for goes on the reject,
      *        named from the master when the employee was found.
               MOVE mgr-reject-first-name TO rej-first-name
               MOVE mgr-reject-last-name  TO rej-last-name
               MOVE 0                  TO rej-salary
               MOVE mgr-employee-id    TO rej-employee-id
               MOVE SPACES             TO rej-department
               MOVE SPACES             TO rej-hire-date
               MOVE SPACES             TO rej-grade
               MOVE mgr-new-manager-id TO rej-manager-id
               MOVE reject-reason-code TO rej-reason-code
               MOVE reject-reason-text TO rej-reason-text
               WRITE rej-record
               MOVE FUNCTION CURRENT-DATE(1:8) TO current-run-date.
               PERFORM OpenDeptForEdit.
               PERFORM OpenGradeForEdit.
               PERFORM LoadBudgetTable.

      *        The salary history of a rehire is stamped 'H', not
      *        'L' - the progression didn't start tonight, it
               MOVE in-department  TO ti-department.
               MOVE rh-rehire-date TO ti-hire-date.
               MOVE in-grade       TO ti-grade.
               MOVE in-manager-id  TO ti-manager-id.

               IF rh-department NOT = SPACES
                   MOVE rh-department TO ti-department
               IF rh-grade NOT = SPACES
                   MOVE rh-grade TO ti-grade
               END-IF.
               IF ti-manager-id NOT = SPACES
                   PERFORM CheckRehireManager
               END-IF.

               PERFORM EditTransaction.
               IF EDIT-PASSED
                   PERFORM WriteRejectRecord
               END-IF.

           CheckRehireManager.
      *        The manager somebody left under may have left since.
      *        A rehire isn't bounced for that - it comes back
      *        reporting to nobody, named in the run output, and HR
      *        sets the line with a TRANS 'M'.
               MOVE ti-manager-id TO fs-employee-id.
               READ person KEY IS fs-employee-id
                   INVALID KEY
                       DISPLAY
                           '        Former manager ' ti-manager-id
                           ' no longer active, reporting line'
                           ' cleared: ' ti-employee-id
                       MOVE SPACES TO ti-manager-id
               END-READ.

           ProcessMassIncrease.
      *        Only PERFORMed from the main line when INCREASE was
      *        the requested mode (see DetermineRunMode). Walks
                       END-IF
                       ACCEPT job-user FROM USER NAME
                       PERFORM OpenGradeForEdit
      *                The signed-off proposal is this run's second
      *                pair of eyes - its raises are not held again.
                       SET APPROVAL-BYPASSED TO TRUE
                   END-IF

                   PERFORM PrintIncreaseHeading
               MOVE SPACES             TO rej-department
               MOVE SPACES             TO rej-hire-date
               MOVE SPACES             TO rej-grade
               MOVE SPACES             TO rej-manager-id
               MOVE reject-reason-code TO rej-reason-code
               MOVE reject-reason-text TO rej-reason-text
               WRITE rej-record
                       END-IF
               END-READ.

           MaintainBudgets.
      *        Only PERFORMed from the main line when BUDGETS was the
      *        requested mode (see DetermineRunMode) - applies the
      *        add/replace and delete actions queued up in
      *        budget-in.dat to the position-control file the
      *        headcount edit checks against. Same shape as
      *        MaintainGrades.
               DISPLAY '    MaintainBudgets paragraph performed.'.

               OPEN INPUT budget-in
               MOVE 'N' TO budget-fresh-switch
               OPEN I-O budget
               IF budget-status NOT = "00"
                   OPEN OUTPUT budget
                   SET BUDGET-FILE-FRESH TO TRUE
               END-IF

               MOVE 'N' TO budget-in-eof
               MOVE 0   TO budget-added-count
               MOVE 0   TO budget-deleted-count
               MOVE 0   TO budget-error-count

               PERFORM ApplyOneBudgetAction
                   UNTIL END-OF-BUDGET-IN

               DISPLAY '        Budgets added/replaced: '
                   budget-added-count
               DISPLAY '        Budgets deleted:        '
                   budget-deleted-count
               DISPLAY '        Actions in error:       '
                   budget-error-count
               DISPLAY ' '

               CLOSE budget-in
               CLOSE budget.
               SET UPDATE-DONE TO TRUE.

           ApplyOneBudgetAction.
               READ budget-in INTO budget-action-record
                   AT END
                       MOVE 'Y' TO budget-in-eof
                   NOT AT END
                       IF BA-ADD
                           PERFORM AddBudget
                       ELSE
                           IF BA-DELETE
                               PERFORM DeleteBudget
                           ELSE
                               DISPLAY
                                   '        Unknown action, skipped: '
                                   ba-action ' ' ba-department
                               ADD 1 TO budget-error-count
                           END-IF
                       END-IF
               END-READ.

           AddBudget.
      *        A budget with no department to hang it on, or one
      *        that approves nobody, is a keying error - a zero
      *        headcount would bounce every hire into the
      *        department. Taking a department off position control
      *        is what D is for. Adding a department already on file
      *        replaces its figures - that is how the new fiscal
      *        year's budget goes in.
               IF ba-department = SPACES
                   DISPLAY
                       '        No department, skipped.'
                   ADD 1 TO budget-error-count
               ELSE IF ba-headcount = ZERO
                   DISPLAY
                       '        Zero headcount, skipped: '
                       ba-department
                   ADD 1 TO budget-error-count
               ELSE
                   MOVE ba-department TO budget-department
                   IF BUDGET-FILE-FRESH
                       PERFORM WriteNewBudget
                   ELSE
                       PERFORM AddOrReplaceBudget
                   END-IF
               END-IF.

           WriteNewBudget.
               MOVE ba-department  TO budget-department.
               MOVE ba-fiscal-year TO budget-fiscal-year.
               MOVE ba-headcount   TO budget-headcount.
               MOVE ba-cost        TO budget-cost.
               WRITE budget-record.
               IF budget-status = "00"
                   ADD 1 TO budget-added-count
               ELSE
                   DISPLAY
                       '        Add failed, status '
                       budget-status ': ' ba-department
                   ADD 1 TO budget-error-count
               END-IF.

           AddOrReplaceBudget.
               READ budget
                   INVALID KEY
                       PERFORM WriteNewBudget
                   NOT INVALID KEY
                       MOVE ba-fiscal-year TO budget-fiscal-year
                       MOVE ba-headcount   TO budget-headcount
                       MOVE ba-cost        TO budget-cost
                       REWRITE budget-record
                       IF budget-status = "00"
                           ADD 1 TO budget-added-count
                       ELSE
                           DISPLAY
                               '        Replace failed, status '
                               budget-status ': ' ba-department
                           ADD 1 TO budget-error-count
                       END-IF
               END-READ.

           DeleteBudget.
      *        The department stays on dept.dat and keeps its
      *        people - it simply stops being under position
      *        control. On a fresh file there is nothing to delete.
               MOVE ba-department TO budget-department.

               IF BUDGET-FILE-FRESH
                   DISPLAY
                       '        Not on file, not deleted: '
                       ba-department
                   ADD 1 TO budget-error-count
               ELSE
                   PERFORM DeleteExistingBudget
               END-IF.

           DeleteExistingBudget.
               READ budget
                   INVALID KEY
                       DISPLAY
                           '        Not on file, not deleted: '
                           ba-department
                       ADD 1 TO budget-error-count
                   NOT INVALID KEY
                       DELETE budget RECORD
                       IF budget-status = "00"
                           ADD 1 TO budget-deleted-count
                       ELSE
                           DISPLAY
                               '        Delete failed, status '
                               budget-status ': ' ba-department
                           ADD 1 TO budget-error-count
                       END-IF
               END-READ.

       ProgrammerDude SECTION.
           DISPLAY 'ProgrammerDude section performed.'.

