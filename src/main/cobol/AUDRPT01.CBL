       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(71).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-TERM-ID      PIC X(04).
           05  SORT-OPER-ID      PIC X(08).
           05  SORT-ACTION       PIC X(01).
           05  SORT-APPROVER-ID  PIC X(08).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).
