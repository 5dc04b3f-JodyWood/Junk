       FILE SECTION.

       FD person
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS fs-record.

       01 fs-record.
           05 fs-department  PIC x(4).
           05 fs-hire-date   PIC x(8).
           05 fs-grade       PIC x(2).
           05 fs-manager-id  PIC x(6).

       FD person-audit
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS audit-record.

       01 audit-record.
           05 audit-person-data PIC x(56).
           05 audit-timestamp   PIC x(21).
           05 audit-job-user    PIC x(8).

       01 audit-image.
           05 ai-first-name  PIC x(10).
           05 ai-last-name   PIC x(10).
           05 ai-rest        PIC x(36).

      * One row per employee key seen on the audit trail - the image
      * of the latest entry wins, since that is what the master
           05 audit-key-entry OCCURS 500 TIMES.
               10 ak-last-name   PIC x(10).
               10 ak-first-name  PIC x(10).
               10 ak-final-image PIC x(56).

       01 audit-key-sub   PIC 9(3).
       01 audit-key-found-switch PIC x VALUE 'N'.
