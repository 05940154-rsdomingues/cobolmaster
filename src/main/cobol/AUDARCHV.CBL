       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(71).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD        PIC X(71).

       FD  NEWLOG-FILE.
       01  NEWLOG-RECORD         PIC X(71).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).
