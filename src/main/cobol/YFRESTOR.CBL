      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   PUT SELECTED YOURFILE RECORDS BACK FROM A YFPURGE
      *            ARCHIVE GENERATION WHEN SOMEONE NEEDS AN OLD RECORD
      *            AGAIN. THE ARCHIVE IS VERIFIED IN FULL FIRST, BY
      *            THE SAME RULES AS YFRELOAD - THE HEADER MUST LEAD
      *            AND NAME YFPURGE, THE TRAILER MUST CLOSE THE FILE,
      *            AND ITS COUNT AND FIELD-2 CONTROL TOTAL MUST
      *            BALANCE - SO NOTHING IS RESTORED FROM A TRUNCATED
      *            OR DOCTORED GENERATION, OR FROM A BACKUP MISTAKEN
      *            FOR AN ARCHIVE. EACH REQUESTED KEY FOUND ON THE
      *            ARCHIVE IS WRITTEN BACK TO YOURFILE WITH THE VALUES
      *            IT WAS PURGED WITH, STAMPED AS RESTORED TODAY (SO
      *            THE NEXT PURGE DOES NOT TAKE IT STRAIGHT BACK OUT)
      *            AND JOURNALED TO AUDITLG AS AN ADD. A KEY THAT IS
      *            ALREADY BACK ON YOURFILE IS NEVER OVERWRITTEN.
      *
      * INPUT:     RSTCARD - 80-BYTE CONTROL CARDS NAMING THE KEYS TO
      *            RESTORE, 'KEY' IN COLUMNS 1-8 AND THE KEYS FROM
      *            COLUMN 12 AS 5-BYTE VALUES ONE BLANK APART, UP TO 8
      *            PER CARD AND 200 IN ALL:
      *              KEY        KKKKK KKKKK ...
      *            NO KEY CARD, OR A BAD ONE, REFUSES THE RUN WITH
      *            RC 16 BEFORE YOURFILE IS OPENED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFRESTOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO RSTCARD
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CC-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS UN-FILE-STATUS.
           SELECT YOURFILE ASSIGN TO YOURFILE
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS YF-KEY
               FILE STATUS IS YF-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO AUDITLG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05  CARD-TYPE         PIC X(08).
               88  CARD-TYPE-KEY      VALUE 'KEY'.
           05  FILLER            PIC X(03).
           05  CARD-OPERANDS     PIC X(48).
           05  CARD-VALUE-LIST REDEFINES CARD-OPERANDS.
               10  CARD-VALUE-ENTRY  OCCURS 8 TIMES.
                   15  CARD-VALUE        PIC X(05).
                   15  FILLER            PIC X(01).
           05  FILLER            PIC X(21).

       FD  ARCHIVE-FILE.
           COPY YFUNLD REPLACING ==:PREFIX:== BY ==UN-==.

       FD  YOURFILE.
           COPY MYFREC REPLACING ==:PREFIX:== BY ==YF-==.

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(71).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       WORKING-STORAGE SECTION.
       01  CC-FILE-STATUS        PIC X(2) VALUE '00'.
       01  UN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  YF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  AL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

           COPY MYFREC REPLACING ==:PREFIX:== BY ==ARC-==.

       01  HEADER-STAMP.
           05  HEADER-PROGRAM    PIC X(8) VALUE SPACES.
           05  HEADER-DATE       PIC 9(8) VALUE 0.
           05  HEADER-TIME       PIC 9(6) VALUE 0.

       01  TRAILER-CONTROLS.
           05  TRAILER-COUNT     PIC 9(9).
           05  TRAILER-FLD2-TOT  PIC 9(15).

       01  SWITCHES.
           05  CC-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-CARDS     VALUE 'Y'.
           05  EOF-SW            PIC X VALUE 'N'.
               88  NO-MORE-ARCHIVE   VALUE 'Y', FALSE 'N'.
           05  HEADER-SW         PIC X VALUE 'N'.
               88  HEADER-SEEN       VALUE 'Y'.
           05  TRAILER-SW        PIC X VALUE 'N'.
               88  TRAILER-SEEN      VALUE 'Y'.
           05  RESTORE-SW        PIC X VALUE 'Y'.
               88  RESTORE-ALLOWED   VALUE 'Y', FALSE 'N'.

      ******************************************************************
      * THE KEYS TO RESTORE, TAKEN FROM THE KEY CARDS, EACH MARKED
      * ONCE IT HAS BEEN FOUND ON THE ARCHIVE GENERATION.
      ******************************************************************
       01  RESTORE-KEY-TABLE.
           05  RESTORE-KEY-ENTRY OCCURS 200 TIMES.
               10  RK-KEY        PIC X(05).
               10  RK-FOUND-SW   PIC X(01).
                   88  RK-FOUND      VALUE 'Y'.

       01  RESTORE-KEY-COUNT     PIC 9(3) VALUE 0.
       01  KEY-IX                PIC 9(3).
       01  FOUND-IX              PIC 9(3).
       01  VALUE-IX              PIC 9(2).

       01  COUNTERS.
           05  CARDS-READ        PIC 9(6) VALUE 0.
           05  DETAILS-READ      PIC 9(9)  VALUE 0.
           05  FIELD2-TOTAL      PIC 9(15) VALUE 0.
           05  RESTORED-COUNT    PIC 9(6) VALUE 0.
           05  ON-FILE-COUNT     PIC 9(6) VALUE 0.
           05  NOT-ARCHIVED-COUNT PIC 9(6) VALUE 0.

       01  FIELD2-NUMERIC        PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(22)
               VALUE 'YOURFILE RESTORE FROM'.
           05  FILLER            PIC X(20)
               VALUE 'ARCHIVE GENERATION'.
           05  FILLER            PIC X(37) VALUE SPACES.

       01  ARCHIVE-TAKEN-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(34)
               VALUE 'ARCHIVE WRITTEN BY YFPURGE RUN AT'.
           05  ATL-HEADER-DATE   PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  ATL-HEADER-TIME   PIC 9(6).
           05  FILLER            PIC X(30) VALUE SPACES.

       01  CARD-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'CONTROL CARD: '.
           05  CDL-CARD          PIC X(65).

       01  REFUSAL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RFL-MESSAGE       PIC X(79).

       01  COLUMN-HEADING-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(8)  VALUE 'KEY'.
           05  FILLER            PIC X(18) VALUE 'VALUES (2/3/4)'.
           05  FILLER            PIC X(10) VALUE 'LAST MAINT'.
           05  FILLER            PIC X(43) VALUE 'MESSAGE'.

       01  DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-KEY           PIC X(8).
           05  DTL-FIELD-2       PIC X(6).
           05  DTL-FIELD-3       PIC X(6).
           05  DTL-FIELD-4       PIC X(6).
           05  DTL-MAINT         PIC X(10).
           05  DTL-MESSAGE       PIC X(43).

       01  TOTAL-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(16) VALUE 'KEYS REQUESTED:'.
           05  TOT-REQUESTED     PIC ZZ9.
           05  FILLER            PIC X(12) VALUE '  RESTORED:'.
           05  TOT-RESTORED      PIC ZZ9.
           05  FILLER            PIC X(19) VALUE '  ALREADY ON FILE:'.
           05  TOT-ON-FILE       PIC ZZ9.
           05  FILLER            PIC X(20) VALUE '  NOT ON ARCHIVE:'.
           05  TOT-NOT-ARCHIVED  PIC ZZ9.

           COPY CICDJRNL.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE.

           PERFORM 0600-READ-CONTROL-CARDS.
           IF RESTORE-ALLOWED
               PERFORM 1000-VERIFY-ARCHIVE-FILE
           END-IF.
           IF RESTORE-ALLOWED
               PERFORM 4000-RESTORE-KEYS
               PERFORM 6000-LIST-KEYS-NOT-FOUND
               IF ON-FILE-COUNT > ZERO
                  OR NOT-ARCHIVED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 8000-PRINT-TOTALS.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 9000-TERMINATE.
           GOBACK.

       0500-INITIALIZE.
           OPEN INPUT CARD-FILE.
           IF CC-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFRESTOR: ERROR OPENING RSTCARD, FILE STATUS '
                       '= ' CC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF UN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFRESTOR: ERROR OPENING ARCHIN, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.

      ******************************************************************
      * READ AND EDIT EVERY KEY CARD, ECHOING EACH ON THE REPORT. A
      * KEY LISTED TWICE IS ONLY RESTORED ONCE.
      ******************************************************************
       0600-READ-CONTROL-CARDS.
           PERFORM 0610-READ-CARD.
           PERFORM UNTIL NO-MORE-CARDS OR NOT RESTORE-ALLOWED
               MOVE CARD-RECORD TO CDL-CARD
               WRITE REPORT-LINE FROM CARD-LINE
               PERFORM 0650-EDIT-ONE-CARD
               PERFORM 0610-READ-CARD
           END-PERFORM.
           CLOSE CARD-FILE.

           IF RESTORE-ALLOWED
              AND RESTORE-KEY-COUNT EQUAL ZERO
               MOVE 'RESTORE REFUSED - NO KEY CARD' TO RFL-MESSAGE
               PERFORM 0700-REFUSE-RESTORE
           END-IF.

       0610-READ-CARD.
           READ CARD-FILE
               AT END
                   SET NO-MORE-CARDS TO TRUE
           END-READ.
           IF CC-FILE-STATUS NOT EQUAL '00'
              AND CC-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFRESTOR: ERROR READING RSTCARD, FILE STATUS '
                       '= ' CC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-CARDS
               ADD 1 TO CARDS-READ
           END-IF.

       0650-EDIT-ONE-CARD.
           IF NOT CARD-TYPE-KEY
               MOVE 'RESTORE REFUSED - UNKNOWN CARD TYPE'
                   TO RFL-MESSAGE
               PERFORM 0700-REFUSE-RESTORE
           ELSE
           IF CARD-VALUE(1) EQUAL SPACES
               MOVE 'RESTORE REFUSED - KEY CARD LISTS NO KEYS'
                   TO RFL-MESSAGE
               PERFORM 0700-REFUSE-RESTORE
           ELSE
               PERFORM VARYING VALUE-IX FROM 1 BY 1
                       UNTIL VALUE-IX > 8
                          OR CARD-VALUE(VALUE-IX) EQUAL SPACES
                          OR NOT RESTORE-ALLOWED
                   PERFORM 0660-ADD-ONE-KEY
               END-PERFORM
           END-IF
           END-IF.

       0660-ADD-ONE-KEY.
           MOVE ZERO TO FOUND-IX.
           PERFORM VARYING KEY-IX FROM 1 BY 1
                   UNTIL KEY-IX > RESTORE-KEY-COUNT
               IF CARD-VALUE(VALUE-IX) EQUAL RK-KEY(KEY-IX)
                   MOVE KEY-IX TO FOUND-IX
               END-IF
           END-PERFORM.
           IF FOUND-IX EQUAL ZERO
               IF RESTORE-KEY-COUNT EQUAL 200
                   MOVE 'RESTORE REFUSED - MORE THAN 200 KEYS'
                       TO RFL-MESSAGE
                   PERFORM 0700-REFUSE-RESTORE
               ELSE
                   ADD 1 TO RESTORE-KEY-COUNT
                   MOVE CARD-VALUE(VALUE-IX)
                       TO RK-KEY(RESTORE-KEY-COUNT)
                   MOVE 'N' TO RK-FOUND-SW(RESTORE-KEY-COUNT)
               END-IF
           END-IF.

       0700-REFUSE-RESTORE.
           IF RESTORE-ALLOWED
               SET RESTORE-ALLOWED TO FALSE
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY 'YFRESTOR: ' RFL-MESSAGE.
           WRITE REPORT-LINE FROM REFUSAL-LINE.

      ******************************************************************
      * PASS 1 - READ THE WHOLE ARCHIVE GENERATION WITHOUT RESTORING
      * ANYTHING, PROVING IT THE WAY YFRELOAD PROVES AN UNLOAD, AND
      * THAT ITS HEADER NAMES YFPURGE. ANY FAILURE REFUSES THE RESTORE
      * OUTRIGHT - YOURFILE IS NEVER OPENED.
      ******************************************************************
       1000-VERIFY-ARCHIVE-FILE.
           PERFORM 2000-READ-ARCHIVE-FILE.
           PERFORM UNTIL NO-MORE-ARCHIVE OR NOT RESTORE-ALLOWED
               PERFORM 3000-VERIFY-ONE-RECORD
               PERFORM 2000-READ-ARCHIVE-FILE
           END-PERFORM.

           IF RESTORE-ALLOWED
              AND NOT HEADER-SEEN
               MOVE 'RESTORE REFUSED - NO HEADER RECORD ON ARCHIVE'
                   TO RFL-MESSAGE
               PERFORM 0700-REFUSE-RESTORE
           END-IF.
           IF RESTORE-ALLOWED
              AND NOT TRAILER-SEEN
               MOVE 'RESTORE REFUSED - NO TRAILER RECORD ON ARCHIVE'
                   TO RFL-MESSAGE
               PERFORM 0700-REFUSE-RESTORE
           END-IF.
           IF RESTORE-ALLOWED
              AND TRAILER-COUNT NOT EQUAL DETAILS-READ
               MOVE 'RESTORE REFUSED - TRAILER COUNT MISMATCH'
                   TO RFL-MESSAGE
               PERFORM 0700-REFUSE-RESTORE
           END-IF.
           IF RESTORE-ALLOWED
              AND TRAILER-FLD2-TOT NOT EQUAL FIELD2-TOTAL
               MOVE 'RESTORE REFUSED - FIELD-2 CONTROL TOTAL UNBALANCED'
                   TO RFL-MESSAGE
               PERFORM 0700-REFUSE-RESTORE
           END-IF.
           IF RESTORE-ALLOWED
              AND HEADER-PROGRAM NOT EQUAL 'YFPURGE'
               MOVE 'RESTORE REFUSED - NOT A YFPURGE ARCHIVE GENERATION'
                   TO RFL-MESSAGE
               PERFORM 0700-REFUSE-RESTORE
           END-IF.

       2000-READ-ARCHIVE-FILE.
           READ ARCHIVE-FILE
               AT END
                   SET NO-MORE-ARCHIVE TO TRUE
           END-READ.
           IF UN-FILE-STATUS NOT EQUAL '00'
              AND UN-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFRESTOR: ERROR READING ARCHIN, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       3000-VERIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN UN-UNL-HEADER
                   IF HEADER-SEEN
                       MOVE 'RESTORE REFUSED - MORE THAN ONE HEADER'
                           TO RFL-MESSAGE
                       PERFORM 0700-REFUSE-RESTORE
                   ELSE
                       SET HEADER-SEEN TO TRUE
                       MOVE UN-UNL-HDR-PROGRAM TO HEADER-PROGRAM
                       MOVE UN-UNL-HDR-DATE TO HEADER-DATE
                       MOVE UN-UNL-HDR-TIME TO HEADER-TIME
                   END-IF
               WHEN UN-UNL-TRAILER
                   IF TRAILER-SEEN
                       MOVE 'RESTORE REFUSED - MORE THAN ONE TRAILER'
                           TO RFL-MESSAGE
                       PERFORM 0700-REFUSE-RESTORE
                   ELSE
                       SET TRAILER-SEEN TO TRUE
                       MOVE UN-UNL-TRL-COUNT TO TRAILER-COUNT
                       MOVE UN-UNL-TRL-FLD2-TOT TO TRAILER-FLD2-TOT
                   END-IF
               WHEN UN-UNL-DETAIL AND NOT HEADER-SEEN
                   MOVE 'RESTORE REFUSED - RECORDS BEFORE HEADER'
                       TO RFL-MESSAGE
                   PERFORM 0700-REFUSE-RESTORE
               WHEN UN-UNL-DETAIL AND TRAILER-SEEN
                   MOVE 'RESTORE REFUSED - RECORDS AFTER TRAILER'
                       TO RFL-MESSAGE
                   PERFORM 0700-REFUSE-RESTORE
               WHEN UN-UNL-DETAIL
                   ADD 1 TO DETAILS-READ
                   MOVE UN-UNL-RECORD-IMAGE TO ARC-RECORD
                   IF ARC-FIELD-2 NUMERIC
                       MOVE ARC-FIELD-2 TO FIELD2-NUMERIC
                       ADD FIELD2-NUMERIC TO FIELD2-TOTAL
                   END-IF
               WHEN OTHER
                   MOVE 'RESTORE REFUSED - UNRECOGNIZED ARCHIVE RECORD'
                       TO RFL-MESSAGE
                   PERFORM 0700-REFUSE-RESTORE
           END-EVALUATE.

      ******************************************************************
      * PASS 2 - THE GENERATION PROVED COMPLETE, SO READ IT AGAIN AND
      * PUT BACK EVERY REQUESTED KEY FOUND ON IT. AUDITLG IS OPENED
      * BEFORE THE FIRST WRITE, SO NO RESTORE CAN HAPPEN THAT CANNOT
      * BE JOURNALED.
      ******************************************************************
       4000-RESTORE-KEYS.
           MOVE HEADER-DATE TO ATL-HEADER-DATE.
           MOVE HEADER-TIME TO ATL-HEADER-TIME.
           WRITE REPORT-LINE FROM ARCHIVE-TAKEN-LINE.

           CLOSE ARCHIVE-FILE.
           OPEN INPUT ARCHIVE-FILE.
           IF UN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFRESTOR: ERROR REOPENING ARCHIN, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O YOURFILE.
           IF YF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFRESTOR: ERROR OPENING YOURFILE, FILE STATUS '
                       '= ' YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFRESTOR: ERROR OPENING AUDITLG, FILE STATUS '
                       '= ' AL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
           SET NO-MORE-ARCHIVE TO FALSE.
           PERFORM 2000-READ-ARCHIVE-FILE.
           PERFORM UNTIL NO-MORE-ARCHIVE
               IF UN-UNL-DETAIL
                   PERFORM 5000-RESTORE-ONE-RECORD
               END-IF
               PERFORM 2000-READ-ARCHIVE-FILE
           END-PERFORM.

           CLOSE YOURFILE.
           CLOSE AUDIT-LOG.

      ******************************************************************
      * A DETAIL WHOSE KEY WAS NOT ASKED FOR IS PASSED OVER. A KEY
      * ALREADY ON YOURFILE (STATUS 22) - RE-ADDED ONLINE SINCE THE
      * PURGE, OR RESTORED BY AN EARLIER RUN - IS LISTED AND LEFT
      * ALONE, SO A RERUN OF THE SAME CARDS RESTORES NOTHING TWICE.
      ******************************************************************
       5000-RESTORE-ONE-RECORD.
           MOVE UN-UNL-RECORD-IMAGE TO ARC-RECORD.
           MOVE ZERO TO FOUND-IX.
           PERFORM VARYING KEY-IX FROM 1 BY 1
                   UNTIL KEY-IX > RESTORE-KEY-COUNT
               IF ARC-KEY EQUAL RK-KEY(KEY-IX)
                  AND NOT RK-FOUND(KEY-IX)
                   MOVE KEY-IX TO FOUND-IX
               END-IF
           END-PERFORM.
           IF FOUND-IX NOT EQUAL ZERO
               MOVE 'Y' TO RK-FOUND-SW(FOUND-IX)
               MOVE ARC-KEY TO DTL-KEY
               MOVE ARC-FIELD-2 TO DTL-FIELD-2
               MOVE ARC-FIELD-3 TO DTL-FIELD-3
               MOVE ARC-FIELD-4 TO DTL-FIELD-4
               MOVE ARC-LAST-MAINT-DATE TO DTL-MAINT
               MOVE ARC-RECORD TO YF-RECORD
               PERFORM 5900-STAMP-RECORD
               WRITE YF-RECORD
               EVALUATE YF-FILE-STATUS
                   WHEN '00'
                       ADD 1 TO RESTORED-COUNT
                       PERFORM 7000-WRITE-AUDIT-LOG
                       MOVE 'RESTORED' TO DTL-MESSAGE
                   WHEN '22'
                       ADD 1 TO ON-FILE-COUNT
                       MOVE 'NOT RESTORED - KEY ALREADY ON YOURFILE'
                           TO DTL-MESSAGE
                   WHEN OTHER
                       DISPLAY 'YFRESTOR: ERROR WRITING YOURFILE KEY '
                               ARC-KEY ', FILE STATUS = '
                               YF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
               WRITE REPORT-LINE FROM DETAIL-LINE
           END-IF.

      ******************************************************************
      * SET THE LAST-MAINTAINED STAMP ON THE RECORD ABOUT TO BE
      * WRITTEN BACK, SO A RESTORED RECORD SAYS THIS PROGRAM TOUCHED
      * IT LAST. THE DATE IT WAS LAST MAINTAINED BEFORE THE PURGE
      * STAYS ON THE ARCHIVE AND THE REPORT.
      ******************************************************************
       5900-STAMP-RECORD.
           ACCEPT YF-LAST-MAINT-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           MOVE TOD-HHMMSS TO YF-LAST-MAINT-TIME.
           MOVE 'YFRESTOR' TO YF-LAST-MAINT-SOURCE.

       6000-LIST-KEYS-NOT-FOUND.
           PERFORM VARYING KEY-IX FROM 1 BY 1
                   UNTIL KEY-IX > RESTORE-KEY-COUNT
               IF NOT RK-FOUND(KEY-IX)
                   ADD 1 TO NOT-ARCHIVED-COUNT
                   MOVE SPACES TO DETAIL-LINE
                   MOVE RK-KEY(KEY-IX) TO DTL-KEY
                   MOVE 'NOT RESTORED - KEY NOT ON THIS ARCHIVE'
                       TO DTL-MESSAGE
                   WRITE REPORT-LINE FROM DETAIL-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      * APPEND THE CICDJRNL ENTRY FOR THE RECORD JUST RESTORED - AN
      * ADD (NO BEFORE-IMAGE) JOURNALED AT THE STAMP JUST WRITTEN, SO
      * THE JOURNAL AND THE LIVE STAMP AGREE EXACTLY. AS FOR ANY BATCH
      * WRITER THE TERMINAL ID IS 'BTCH' AND THE OPERATOR ID IS THE
      * PROGRAM NAME. A JOURNAL THAT CANNOT BE WRITTEN ENDS THE RUN
      * WITH RC 16.
      ******************************************************************
       7000-WRITE-AUDIT-LOG.
           MOVE YF-KEY TO JRNL-KEY.
           MOVE 'N' TO JRNL-BEFORE-FOUND.
           MOVE SPACES TO JRNL-BEFORE-FIELD-2 JRNL-BEFORE-FIELD-3
                          JRNL-BEFORE-FIELD-4.
           MOVE YF-FIELD-2 TO JRNL-AFTER-FIELD-2.
           MOVE YF-FIELD-3 TO JRNL-AFTER-FIELD-3.
           MOVE YF-FIELD-4 TO JRNL-AFTER-FIELD-4.
           MOVE YF-LAST-MAINT-DATE TO JRNL-DATE.
           MOVE YF-LAST-MAINT-TIME TO JRNL-TIME.
           MOVE 'BTCH' TO JRNL-TERM-ID.
           MOVE 'YFRESTOR' TO JRNL-OPER-ID.
           MOVE 'U' TO JRNL-ACTION.
           MOVE SPACES TO JRNL-APPROVER-ID.

           WRITE AUDIT-LOG-RECORD FROM WS-JRNL-RECORD.
           IF AL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFRESTOR: ERROR WRITING AUDITLG, FILE STATUS '
                       '= ' AL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-PRINT-TOTALS.
           MOVE RESTORE-KEY-COUNT TO TOT-REQUESTED.
           MOVE RESTORED-COUNT TO TOT-RESTORED.
           MOVE ON-FILE-COUNT TO TOT-ON-FILE.
           MOVE NOT-ARCHIVED-COUNT TO TOT-NOT-ARCHIVED.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
      * RUNLOG DATASET. A RUNLOG PROBLEM IS REPORTED BUT NEVER FAILS
      * THE JOB - THE RESTORE ITSELF IS ALREADY COMPLETE.
      ******************************************************************
       8500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFRESTOR: ERROR OPENING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
           ELSE
               MOVE 'YFRESTOR' TO RL-RUN-PROGRAM
               ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS TO RL-RUN-TIME
               MOVE DETAILS-READ TO RL-RUN-RECORDS-READ
               MOVE RESTORED-COUNT TO RL-RUN-RECORDS-WRITTEN
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               MOVE 'REQUESTED' TO RL-RUN-COUNT-NAME(1)
               MOVE RESTORE-KEY-COUNT TO RL-RUN-COUNT-VALUE(1)
               MOVE 'RESTORED' TO RL-RUN-COUNT-NAME(2)
               MOVE RESTORED-COUNT TO RL-RUN-COUNT-VALUE(2)
               MOVE 'ON FILE' TO RL-RUN-COUNT-NAME(3)
               MOVE ON-FILE-COUNT TO RL-RUN-COUNT-VALUE(3)
               MOVE 'NOT ARCHIVED' TO RL-RUN-COUNT-NAME(4)
               MOVE NOT-ARCHIVED-COUNT TO RL-RUN-COUNT-VALUE(4)
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'YFRESTOR: ERROR WRITING RUNLOG, FILE '
                           'STATUS = ' RL-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.

       9999-END.
           .
