      *            ARCHIVE BOUNDARY, AND A KEYED BROWSE STAYS FAST AS
      *            THE JOURNAL GROWS. RUN NIGHTLY AFTER AUDARCHV,
      *            AGAINST AN EMPTY HISTFILE CLUSTER.
      *
      *            CARRYING THE DELETE APPROVER WIDENED THE HISTFILE
      *            RECORD FROM 66 TO 74 BYTES: BEFORE THE FIRST RUN OF
      *            THE WIDENED PROGRAMS, REDEFINE THE HISTFILE CLUSTER
      *            WITH KEYS(22 0) RECORDSIZE(74 74). NOTHING NEEDS
      *            RELOADING - EVERY RUN REBUILDS THE WHOLE FILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSTBUILD.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD        PIC X(71).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(71).

       FD  HISTORY-FILE.
           COPY CICDHREC REPLACING ==:PREFIX:== BY ==HF-==.
           MOVE JRNL-AFTER-FIELD-2 TO HF-HREC-AFTER-FIELD-2.
           MOVE JRNL-AFTER-FIELD-3 TO HF-HREC-AFTER-FIELD-3.
           MOVE JRNL-AFTER-FIELD-4 TO HF-HREC-AFTER-FIELD-4.
           MOVE JRNL-APPROVER-ID TO HF-HREC-APPROVER-ID.

           PERFORM 3100-WRITE-HISTORY-RECORD.
           PERFORM UNTIL HF-FILE-STATUS NOT EQUAL '22'
