       FILE SECTION.

       FD person
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS fs-record.

       01 fs-record.
           05 fs-department  PIC x(4).
           05 fs-hire-date   PIC x(8).
           05 fs-grade       PIC x(2).
           05 fs-manager-id  PIC x(6).

       FD person-backup
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS bk-record.

      *    A detail record is an fs-record image; the trailer is
      *    recognized by its marker and balanced against below.
       01 bk-record.
           05 bk-marker-part PIC x(8).
           05 FILLER         PIC x(48).

       01 bk-trailer REDEFINES bk-record.
           05 bt-marker       PIC x(8).
           05 bt-record-count PIC 9(9).
           05 bt-salary-total PIC 9(13)v99.
           05 FILLER          PIC x(24).

       01 bk-detail REDEFINES bk-record.
           05 bk-first-name  PIC x(10).
           05 bk-last-name   PIC x(10).
           05 bk-salary      PIC 9(8)v99.
           05 bk-rest        PIC x(26).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
