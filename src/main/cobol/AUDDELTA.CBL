      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   DAILY OUTBOUND CHANGE-DELTA EXTRACT OF YOURFILE FOR
      *            THE DOWNSTREAM SYSTEMS. READS THE AUDITLG JOURNAL
      *            AND WRITES ONE YFDELTA DETAIL PER ADD, CHANGE OR
      *            DELETE JOURNALED SINCE THE LAST SUCCESSFUL EXTRACT,
      *            BETWEEN A HEADER AND A TRAILER CARRYING THE COUNT
      *            AND CONTROL TOTALS, IN THE STYLE OF THE YFUNLD
      *            UNLOAD FILE.
      *
      *            THE HIGH-WATER MARK OF THE LAST ENTRY DELIVERED -
      *            ITS JOURNAL DATE/TIME, ITS POSITION ON AUDITLG, AND
      *            ITS FULL JOURNAL IMAGE - IS KEPT ON THE DLTCTL
      *            CONTROL RECORD. THE RUN FINDS THAT ENTRY AGAIN AND
      *            EXTRACTS EVERYTHING AFTER IT. AUDARCHV ONLY EVER
      *            REMOVES ENTRIES FROM THE FRONT OF AUDITLG, SO THE
      *            ENTRY IS AT OR BEFORE ITS RECORDED POSITION; IF IT
      *            IS NOT THERE, AUDARCHV HAS ARCHIVED PAST THE MARK
      *            AND THE RUN IS REFUSED WITH RC 16 RATHER THAN
      *            SILENTLY SKIP CHANGES. THE NEW CONTROL RECORD GOES
      *            TO NEWCTL, WHICH THE JOB ONLY COPIES OVER DLTCTL
      *            ONCE THE DELTA FILE IS SAFELY CATALOGED, SO A FAILED
      *            RUN IS RERUN FROM THE SAME MARK - NO GAPS, NO
      *            DUPLICATES. AN EMPTY DLTCTL EXTRACTS ALL OF AUDITLG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDDELTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO AUDITLG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.
           SELECT DELTA-CONTROL ASSIGN TO DLTCTL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS DC-FILE-STATUS.
           SELECT NEW-CONTROL ASSIGN TO NEWCTL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS NC-FILE-STATUS.
           SELECT DELTA-FILE ASSIGN TO DLTOUT
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS DL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(71).

       FD  DELTA-CONTROL.
       01  DELTA-CONTROL-RECORD  PIC X(108).

       FD  NEW-CONTROL.
       01  NEW-CONTROL-RECORD    PIC X(108).

       FD  DELTA-FILE.
           COPY YFDELTA REPLACING ==:PREFIX:== BY ==DL-==.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       WORKING-STORAGE SECTION.
       01  AL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  DC-FILE-STATUS        PIC X(2) VALUE '00'.
       01  NC-FILE-STATUS        PIC X(2) VALUE '00'.
       01  DL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

       01  RUN-STAMP.
           05  RUN-DATE          PIC 9(8).
           05  RUN-TIME          PIC 9(6).

      ******************************************************************
      * THE DLTCTL CONTROL RECORD - THE LAST ENTRY DELIVERED. READ AT
      * THE START OF THE RUN, MOVED ON AS EACH ENTRY IS EXTRACTED, AND
      * WRITTEN TO NEWCTL AT THE END OF A CLEAN RUN.
      ******************************************************************
       01  HIGH-WATER-MARK.
           05  HW-STAMP.
               10  HW-DATE       PIC 9(8).
               10  HW-TIME       PIC 9(6).
           05  HW-POSITION       PIC 9(9).
           05  HW-ENTRY          PIC X(71).
           05  HW-RUN-DATE       PIC 9(8).
           05  HW-RUN-TIME       PIC 9(6).

       01  FROM-STAMP.
           05  FROM-DATE         PIC 9(8).
           05  FROM-TIME         PIC 9(6).
       01  FROM-POSITION         PIC 9(9).

       01  JOURNAL-POSITION      PIC 9(9) VALUE 0.

       01  SWITCHES.
           05  EOF-SW            PIC X VALUE 'N'.
               88  NO-MORE-JOURNAL   VALUE 'Y'.
           05  MARK-SW           PIC X VALUE 'N'.
               88  MARK-FOUND        VALUE 'Y'.
           05  REFUSED-SW        PIC X VALUE 'N'.
               88  EXTRACT-REFUSED   VALUE 'Y'.

       01  COUNTERS.
           05  RECORDS-READ      PIC 9(9)  VALUE 0.
           05  ALREADY-DELIVERED PIC 9(9)  VALUE 0.
           05  DELTAS-WRITTEN    PIC 9(9)  VALUE 0.
           05  DELTA-ADDS        PIC 9(7)  VALUE 0.
           05  DELTA-CHANGES     PIC 9(7)  VALUE 0.
           05  DELTA-DELETES     PIC 9(7)  VALUE 0.
           05  FIELD2-TOTAL      PIC 9(15) VALUE 0.

       01  FIELD2-NUMERIC        PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(30)
               VALUE 'YOURFILE CHANGE-DELTA EXTRACT'.
           05  FILLER            PIC X(8)  VALUE 'RUN AT'.
           05  HDG-RUN-DATE      PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-RUN-TIME      PIC 9(6).
           05  FILLER            PIC X(26) VALUE SPACES.

       01  MARK-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  MKL-LABEL         PIC X(30).
           05  MKL-DATE          PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  MKL-TIME          PIC 9(6).
           05  FILLER            PIC X(14) VALUE '  AT POSITION'.
           05  MKL-POSITION      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(9)  VALUE SPACES.

       01  REFUSAL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RFL-MESSAGE       PIC X(79).

       01  TOTAL-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'JOURNAL READ:'.
           05  TOT-RECORDS-READ  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(21)
               VALUE '  ALREADY DELIVERED:'.
           05  TOT-DELIVERED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(22) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'DELTAS:'.
           05  TOT-DELTAS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(8)  VALUE '  ADDS:'.
           05  TOT-ADDS          PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(11) VALUE '  CHANGES:'.
           05  TOT-CHANGES       PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(11) VALUE '  DELETES:'.
           05  TOT-DELETES       PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(21) VALUE 'NEW FIELD-2 TOTAL:'.
           05  TOT-FLD2          PIC Z(14)9.
           05  FILLER            PIC X(43) VALUE SPACES.

           COPY CICDJRNL.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE.

           PERFORM 2000-READ-AUDIT-LOG.
           PERFORM UNTIL NO-MORE-JOURNAL OR EXTRACT-REFUSED
               PERFORM 3000-EXTRACT-JOURNAL-RECORD
               PERFORM 2000-READ-AUDIT-LOG
           END-PERFORM.

           IF NOT EXTRACT-REFUSED
              AND NOT MARK-FOUND
               PERFORM 3500-REFUSE-EXTRACT
           END-IF.

           IF NOT EXTRACT-REFUSED
               PERFORM 4000-WRITE-TRAILER
               PERFORM 4500-WRITE-NEW-CONTROL
           END-IF.

           PERFORM 8000-PRINT-TOTALS.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 9000-TERMINATE.
           GOBACK.

       0500-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           MOVE TOD-HHMMSS TO RUN-TIME.

           PERFORM 1000-READ-CONTROL.

           OPEN INPUT AUDIT-LOG.
           IF AL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'AUDDELTA: ERROR OPENING AUDITLG, FILE STATUS '
                       '= ' AL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DELTA-FILE.
           IF DL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'AUDDELTA: ERROR OPENING DLTOUT, FILE STATUS '
                       '= ' DL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO HDG-RUN-DATE.
           MOVE RUN-TIME TO HDG-RUN-TIME.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE 'DELIVERED THROUGH LAST RUN:' TO MKL-LABEL.
           MOVE FROM-DATE TO MKL-DATE.
           MOVE FROM-TIME TO MKL-TIME.
           MOVE FROM-POSITION TO MKL-POSITION.
           WRITE REPORT-LINE FROM MARK-LINE.

           MOVE SPACES TO DL-DELTA-RECORD.
           MOVE 'H' TO DL-DLT-TYPE.
           MOVE 'AUDDELTA' TO DL-DLT-HDR-PROGRAM.
           MOVE RUN-DATE TO DL-DLT-HDR-DATE.
           MOVE RUN-TIME TO DL-DLT-HDR-TIME.
           MOVE FROM-DATE TO DL-DLT-HDR-FROM-DATE.
           MOVE FROM-TIME TO DL-DLT-HDR-FROM-TIME.
           PERFORM 5000-WRITE-DELTA-RECORD.

      ******************************************************************
      * DLTCTL HOLDS ONE RECORD. AN EMPTY DLTCTL - THE FIRST RUN -
      * LEAVES THE MARK AT ZERO, WHICH IS FOUND BEFORE THE FIRST
      * JOURNAL ENTRY, SO ALL OF AUDITLG IS EXTRACTED.
      ******************************************************************
       1000-READ-CONTROL.
           OPEN INPUT DELTA-CONTROL.
           IF DC-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'AUDDELTA: ERROR OPENING DLTCTL, FILE STATUS '
                       '= ' DC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ DELTA-CONTROL INTO HIGH-WATER-MARK
               AT END
                   MOVE ZERO TO HW-DATE HW-TIME HW-POSITION
                                HW-RUN-DATE HW-RUN-TIME
                   MOVE SPACES TO HW-ENTRY
           END-READ.
           IF DC-FILE-STATUS NOT EQUAL '00'
              AND DC-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'AUDDELTA: ERROR READING DLTCTL, FILE STATUS '
                       '= ' DC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE DELTA-CONTROL.

           MOVE HW-DATE TO FROM-DATE.
           MOVE HW-TIME TO FROM-TIME.
           MOVE HW-POSITION TO FROM-POSITION.
           IF HW-POSITION EQUAL ZERO
               SET MARK-FOUND TO TRUE
           END-IF.

       2000-READ-AUDIT-LOG.
           READ AUDIT-LOG INTO WS-JRNL-RECORD
               AT END
                   SET NO-MORE-JOURNAL TO TRUE
           END-READ.
           IF AL-FILE-STATUS NOT EQUAL '00'
              AND AL-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'AUDDELTA: ERROR READING AUDITLG, FILE STATUS '
                       '= ' AL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-JOURNAL
               ADD 1 TO RECORDS-READ
               ADD 1 TO JOURNAL-POSITION
           END-IF.

      ******************************************************************
      * UNTIL THE MARK IS FOUND EVERY ENTRY WAS DELIVERED BEFORE. THE
      * MARK ENTRY IS MATCHED ON ITS WHOLE JOURNAL IMAGE - KEY,
      * BEFORE/AFTER VALUES, DATE/TIME, TERMINAL AND OPERATOR - AT OR
      * BEFORE ITS RECORDED POSITION. READING PAST THAT POSITION
      * WITHOUT FINDING IT MEANS AUDITLG NO LONGER HOLDS IT.
      ******************************************************************
       3000-EXTRACT-JOURNAL-RECORD.
           IF MARK-FOUND
               PERFORM 3100-WRITE-DELTA
           ELSE
               IF JOURNAL-POSITION > HW-POSITION
                   PERFORM 3500-REFUSE-EXTRACT
               ELSE
                   ADD 1 TO ALREADY-DELIVERED
                   IF WS-JRNL-RECORD EQUAL HW-ENTRY
                       SET MARK-FOUND TO TRUE
                       MOVE JOURNAL-POSITION TO HW-POSITION
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ONE DETAIL PER JOURNAL ENTRY. AN UPDATE WITH NO BEFORE-IMAGE
      * WAS A FIRST INSERT AND GOES DOWNSTREAM AS AN ADD. ONLY A
      * NUMERIC NEW FIELD-2 JOINS THE CONTROL TOTAL, THE SAME RULE AS
      * THE UNLOAD TRAILER. THE MARK MOVES ON WITH EVERY DETAIL.
      ******************************************************************
       3100-WRITE-DELTA.
           MOVE SPACES TO DL-DELTA-RECORD.
           MOVE 'D' TO DL-DLT-TYPE.
           EVALUATE TRUE
               WHEN JRNL-ACTION-DELETE
                   MOVE 'D' TO DL-DLT-ACTION
                   ADD 1 TO DELTA-DELETES
               WHEN JRNL-BEFORE-FOUND EQUAL 'Y'
                   MOVE 'C' TO DL-DLT-ACTION
                   ADD 1 TO DELTA-CHANGES
               WHEN OTHER
                   MOVE 'A' TO DL-DLT-ACTION
                   ADD 1 TO DELTA-ADDS
           END-EVALUATE.
           MOVE JRNL-KEY TO DL-DLT-KEY.
           MOVE JRNL-AFTER-FIELD-2 TO DL-DLT-FIELD-2.
           MOVE JRNL-AFTER-FIELD-3 TO DL-DLT-FIELD-3.
           MOVE JRNL-AFTER-FIELD-4 TO DL-DLT-FIELD-4.
           MOVE JRNL-OPER-ID TO DL-DLT-OPER-ID.
           MOVE JRNL-APPROVER-ID TO DL-DLT-APPROVER-ID.
           MOVE JRNL-DATE TO DL-DLT-DATE.
           MOVE JRNL-TIME TO DL-DLT-TIME.
           PERFORM 5000-WRITE-DELTA-RECORD.

           ADD 1 TO DELTAS-WRITTEN.
           IF JRNL-AFTER-FIELD-2 NUMERIC
               MOVE JRNL-AFTER-FIELD-2 TO FIELD2-NUMERIC
               ADD FIELD2-NUMERIC TO FIELD2-TOTAL
           END-IF.

           MOVE JRNL-DATE TO HW-DATE.
           MOVE JRNL-TIME TO HW-TIME.
           MOVE JOURNAL-POSITION TO HW-POSITION.
           MOVE WS-JRNL-RECORD TO HW-ENTRY.

       3500-REFUSE-EXTRACT.
           SET EXTRACT-REFUSED TO TRUE.
           MOVE 16 TO RETURN-CODE.
           MOVE 'EXTRACT REFUSED - LAST DELIVERED ENTRY IS NO LONGER ON'
               TO RFL-MESSAGE.
           DISPLAY 'AUDDELTA: ' RFL-MESSAGE.
           WRITE REPORT-LINE FROM REFUSAL-LINE.
           MOVE 'AUDITLG - ARCHIVED PAST THE HIGH-WATER MARK' TO
               RFL-MESSAGE.
           DISPLAY 'AUDDELTA: ' RFL-MESSAGE.
           WRITE REPORT-LINE FROM REFUSAL-LINE.

       4000-WRITE-TRAILER.
           MOVE SPACES TO DL-DELTA-RECORD.
           MOVE 'T' TO DL-DLT-TYPE.
           MOVE DELTAS-WRITTEN TO DL-DLT-TRL-COUNT.
           MOVE FIELD2-TOTAL TO DL-DLT-TRL-FLD2-TOT.
           MOVE DELTA-ADDS TO DL-DLT-TRL-ADDS.
           MOVE DELTA-CHANGES TO DL-DLT-TRL-CHANGES.
           MOVE DELTA-DELETES TO DL-DLT-TRL-DELETES.
           MOVE HW-DATE TO DL-DLT-TRL-THRU-DATE.
           MOVE HW-TIME TO DL-DLT-TRL-THRU-TIME.
           PERFORM 5000-WRITE-DELTA-RECORD.

      ******************************************************************
      * THE NEW MARK GOES TO NEWCTL, NOT BACK OVER DLTCTL - THE JOB
      * REPLACES DLTCTL FROM IT ONLY AFTER THE DELTA FILE IS
      * CATALOGED. WITH NOTHING NEW TO DELIVER THE MARK IS UNCHANGED
      * EXCEPT FOR ITS POSITION, WHICH FOLLOWS ANY ARCHIVING.
      ******************************************************************
       4500-WRITE-NEW-CONTROL.
           MOVE RUN-DATE TO HW-RUN-DATE.
           MOVE RUN-TIME TO HW-RUN-TIME.
           OPEN OUTPUT NEW-CONTROL.
           IF NC-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'AUDDELTA: ERROR OPENING NEWCTL, FILE STATUS '
                       '= ' NC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE NEW-CONTROL-RECORD FROM HIGH-WATER-MARK.
           IF NC-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'AUDDELTA: ERROR WRITING NEWCTL, FILE STATUS '
                       '= ' NC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE NEW-CONTROL.

       5000-WRITE-DELTA-RECORD.
           WRITE DL-DELTA-RECORD.
           IF DL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'AUDDELTA: ERROR WRITING DLTOUT, FILE STATUS '
                       '= ' DL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-PRINT-TOTALS.
           IF NOT EXTRACT-REFUSED
               MOVE 'DELIVERED THROUGH THIS RUN:' TO MKL-LABEL
               MOVE HW-DATE TO MKL-DATE
               MOVE HW-TIME TO MKL-TIME
               MOVE HW-POSITION TO MKL-POSITION
               WRITE REPORT-LINE FROM MARK-LINE
           END-IF.
           MOVE RECORDS-READ TO TOT-RECORDS-READ.
           MOVE ALREADY-DELIVERED TO TOT-DELIVERED.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE DELTAS-WRITTEN TO TOT-DELTAS.
           MOVE DELTA-ADDS TO TOT-ADDS.
           MOVE DELTA-CHANGES TO TOT-CHANGES.
           MOVE DELTA-DELETES TO TOT-DELETES.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE FIELD2-TOTAL TO TOT-FLD2.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
      * RUNLOG DATASET. A RUNLOG PROBLEM IS REPORTED BUT NEVER FAILS
      * THE JOB - THE EXTRACT ITSELF IS ALREADY COMPLETE.
      ******************************************************************
       8500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'AUDDELTA: ERROR OPENING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
           ELSE
               MOVE 'AUDDELTA' TO RL-RUN-PROGRAM
               MOVE RUN-DATE TO RL-RUN-DATE
               MOVE RUN-TIME TO RL-RUN-TIME
               MOVE RECORDS-READ TO RL-RUN-RECORDS-READ
               MOVE DELTAS-WRITTEN TO RL-RUN-RECORDS-WRITTEN
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               MOVE 'ADDS' TO RL-RUN-COUNT-NAME(1)
               MOVE DELTA-ADDS TO RL-RUN-COUNT-VALUE(1)
               MOVE 'CHANGES' TO RL-RUN-COUNT-NAME(2)
               MOVE DELTA-CHANGES TO RL-RUN-COUNT-VALUE(2)
               MOVE 'DELETES' TO RL-RUN-COUNT-NAME(3)
               MOVE DELTA-DELETES TO RL-RUN-COUNT-VALUE(3)
               MOVE 'DELIVERED' TO RL-RUN-COUNT-NAME(4)
               MOVE ALREADY-DELIVERED TO RL-RUN-COUNT-VALUE(4)
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'AUDDELTA: ERROR WRITING RUNLOG, FILE '
                           'STATUS = ' RL-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE AUDIT-LOG.
           CLOSE DELTA-FILE.
           CLOSE REPORT-FILE.

       9999-END.
           .
