       FILE SECTION.

       FD person
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS fs-record.

       01 fs-record.
           05 fs-department  PIC x(4).
           05 fs-hire-date   PIC x(8).
           05 fs-grade       PIC x(2).
           05 fs-manager-id  PIC x(6).

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

           05 dl-hire-date   PIC x(8).
           05 FILLER         PIC x(2)  VALUE SPACES.
           05 dl-salary      PIC z,zzz,zz9.99.
           05 FILLER         PIC x(6)  VALUE "  MGR ".
           05 dl-manager-id  PIC x(6).

       01 count-line.
           05 FILLER         PIC x(4)  VALUE SPACES.
           MOVE fs-grade       TO dl-grade.
           MOVE fs-hire-date   TO dl-hire-date.
           MOVE fs-salary      TO dl-salary.
           MOVE fs-manager-id  TO dl-manager-id.
           DISPLAY detail-line.

           ADD 1 TO match-count.
           MOVE in-grade       TO dl-grade.
           MOVE in-hire-date   TO dl-hire-date.
           MOVE in-salary      TO dl-salary.
           MOVE in-manager-id  TO dl-manager-id.
           DISPLAY detail-line.

           MOVE in-term-date   TO tl-term-date.
