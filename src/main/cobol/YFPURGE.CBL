      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RETENTION PURGE OF DORMANT YOURFILE RECORDS. A
      *            RECORD IS PURGED WHEN ITS LAST-MAINT-DATE IS OLDER
      *            THAN THE RETENTION AGE AND ITS FIELD-4 STATUS IS ONE
      *            THE BUSINESS ALLOWS TO BE PURGED. A RECORD STILL
      *            CARRYING A BLANK, PRE-STAMP STAMP HAS NO KNOWN AGE
      *            AND IS NEVER PURGED - YFAGERPT COUNTS THEM
      *            SEPARATELY.
      *
      *            PASS 1 READS YOURFILE AND WRITES EVERY RECORD TO BE
      *            PURGED TO A NEW ARCHIVE GENERATION IN THE YFUNLD
      *            LAYOUT - A HEADER NAMING YFPURGE AND THE RUN DATE/
      *            TIME, ONE DETAIL PER RECORD, AND A TRAILER CARRYING
      *            THE COUNT AND FIELD-2 CONTROL TOTAL - SO THE
      *            GENERATION IS COMPLETE AND BALANCED BEFORE ANYTHING
      *            IS DELETED. PASS 2 READS THE ARCHIVE BACK AND
      *            DELETES EACH RECORD FROM YOURFILE, JOURNALING EVERY
      *            DELETE TO AUDITLG IN THE CICDJRNL LAYOUT SO
      *            CICSHIST, YFRECOVR, YFVERIFY AND AUDDELTA SEE IT
      *            LIKE ANY OTHER DELETE. YFRESTOR PUTS SELECTED KEYS
      *            BACK FROM AN ARCHIVE GENERATION.
      *
      * INPUT:     PRGCARD - 80-BYTE CONTROL CARDS NAMING THE FIELD-4
      *            STATUSES THAT MAY BE PURGED, 'STATUS' IN COLUMNS
      *            1-8 AND THE VALUES FROM COLUMN 12 AS 5-BYTE VALUES
      *            ONE BLANK APART, UP TO 8 PER CARD AND 24 IN ALL:
      *              STATUS     VVVVV VVVVV ...
      *            NO STATUS CARD, OR A BAD ONE, REFUSES THE RUN WITH
      *            RC 16 BEFORE YOURFILE IS READ.
      *
      * USAGE:     YFPURGE RETENTION-DAYS   (5 DIGITS, E.G. 01825)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO PRGCARD
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CC-FILE-STATUS.
           SELECT YOURFILE ASSIGN TO YOURFILE
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS YF-KEY
               FILE STATUS IS YF-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHOUT
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS UN-FILE-STATUS.
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
               88  CARD-TYPE-STATUS   VALUE 'STATUS'.
           05  FILLER            PIC X(03).
           05  CARD-OPERANDS     PIC X(48).
           05  CARD-VALUE-LIST REDEFINES CARD-OPERANDS.
               10  CARD-VALUE-ENTRY  OCCURS 8 TIMES.
                   15  CARD-VALUE        PIC X(05).
                   15  FILLER            PIC X(01).
           05  FILLER            PIC X(21).

       FD  YOURFILE.
           COPY MYFREC REPLACING ==:PREFIX:== BY ==YF-==.

       FD  ARCHIVE-FILE.
           COPY YFUNLD REPLACING ==:PREFIX:== BY ==UN-==.

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(71).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       WORKING-STORAGE SECTION.
       01  CC-FILE-STATUS        PIC X(2) VALUE '00'.
       01  YF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  UN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  AL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

       01  ARGS                  PIC X(120).
       01  ARG-TOKENS.
           05  ARG-DAYS-TEXT     PIC X(5).

       01  RETENTION-DAYS        PIC 9(5).

       01  RUN-STAMP.
           05  RUN-DATE          PIC 9(8).
           05  RUN-TIME          PIC 9(6).

       01  RECORD-AGE            PIC 9(6).
       01  AGE-MAINT-DATE        PIC 9(8).

           COPY MYFREC REPLACING ==:PREFIX:== BY ==ARC-==.

       01  SWITCHES.
           05  ARGS-VALID-SW     PIC X VALUE 'Y'.
               88  ARGS-ARE-VALID    VALUE 'Y'.
               88  ARGS-ARE-INVALID  VALUE 'N'.
           05  RUN-REFUSED-SW    PIC X VALUE 'N'.
               88  RUN-REFUSED       VALUE 'Y'.
           05  CC-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-CARDS     VALUE 'Y'.
           05  YF-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-YOURFILE  VALUE 'Y'.
           05  UN-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-ARCHIVE   VALUE 'Y'.
           05  VALUE-MATCH-SW    PIC X VALUE 'N'.
               88  VALUE-MATCHED     VALUE 'Y', FALSE 'N'.

      ******************************************************************
      * THE PURGE-ALLOWED FIELD-4 STATUSES TAKEN FROM THE STATUS CARDS.
      ******************************************************************
       01  PURGE-STATUS-TABLE.
           05  PURGE-STATUS      OCCURS 24 TIMES
                                 PIC X(5).

       01  PURGE-STATUS-COUNT    PIC 9(2) VALUE 0.
       01  STATUS-IX             PIC 9(2).
       01  VALUE-IX              PIC 9(2).

       01  COUNTERS.
           05  CARDS-READ        PIC 9(6) VALUE 0.
           05  YF-RECORDS-READ   PIC 9(9) VALUE 0.
           05  NO-STAMP-COUNT    PIC 9(9) VALUE 0.
           05  WITHIN-RETENTION  PIC 9(9) VALUE 0.
           05  STATUS-KEPT-COUNT PIC 9(9) VALUE 0.
           05  ARCHIVED-COUNT    PIC 9(9) VALUE 0.
           05  PURGED-COUNT      PIC 9(9) VALUE 0.
           05  ALREADY-GONE-COUNT PIC 9(9) VALUE 0.
           05  CHANGED-COUNT     PIC 9(9) VALUE 0.
           05  FIELD2-TOTAL      PIC 9(15) VALUE 0.

       01  FIELD2-NUMERIC        PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(27)
               VALUE 'YOURFILE RETENTION PURGE -'.
           05  HDG-RUN-DATE      PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-RUN-TIME      PIC 9(6).
           05  FILLER            PIC X(16) VALUE ' (RETAIN UNDER'.
           05  HDG-RETENTION     PIC ZZZZ9.
           05  FILLER            PIC X(6)  VALUE ' DAYS)'.
           05  FILLER            PIC X(10) VALUE SPACES.

       01  CARD-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'CONTROL CARD: '.
           05  CDL-CARD          PIC X(65).

       01  COLUMN-HEADING-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(8)  VALUE 'KEY'.
           05  FILLER            PIC X(18) VALUE 'VALUES (2/3/4)'.
           05  FILLER            PIC X(10) VALUE 'LAST MAINT'.
           05  FILLER            PIC X(8)  VALUE '    AGE'.
           05  FILLER            PIC X(35) VALUE 'MESSAGE'.

       01  DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-KEY           PIC X(8).
           05  DTL-FIELD-2       PIC X(6).
           05  DTL-FIELD-3       PIC X(6).
           05  DTL-FIELD-4       PIC X(6).
           05  DTL-MAINT         PIC X(10).
           05  DTL-AGE           PIC ZZZ,ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-MESSAGE       PIC X(35).

       01  REFUSAL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RFL-MESSAGE       PIC X(79).

       01  TOTAL-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'RECORDS READ:'.
           05  TOT-READ          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE '  NO STAMP:'.
           05  TOT-NO-STAMP      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(19) VALUE '  UNDER RETENTION:'.
           05  TOT-WITHIN        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.

       01  TOTAL-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(26)
               VALUE 'STATUS NOT PURGE-ALLOWED:'.
           05  TOT-STATUS-KEPT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE '  ARCHIVED:'.
           05  TOT-ARCHIVED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(19) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(8)  VALUE 'PURGED:'.
           05  TOT-PURGED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE '  ALREADY GONE:'.
           05  TOT-ALREADY-GONE  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE '  NOT PURGED:'.
           05  TOT-CHANGED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(6)  VALUE SPACES.

       01  TOTAL-LINE-4.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(33)
               VALUE 'ARCHIVE GENERATION FIELD-2 TOTAL:'.
           05  TOT-FLD2          PIC Z(14)9.
           05  FILLER            PIC X(31) VALUE SPACES.

           COPY CICDJRNL.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           IF ARGS-ARE-INVALID
               GOBACK
           END-IF.

           PERFORM 0600-READ-CONTROL-CARDS THRU 0600-EXIT.
           IF NOT RUN-REFUSED
               PERFORM 1000-ARCHIVE-EXPIRED-RECORDS
               PERFORM 4000-PURGE-ARCHIVED-RECORDS
               IF CHANGED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 8000-PRINT-TOTALS.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 9000-TERMINATE.
           GOBACK.

       0500-INITIALIZE.
           ACCEPT ARGS FROM COMMAND-LINE.

           UNSTRING ARGS DELIMITED BY SPACE
               INTO ARG-DAYS-TEXT.

           SET ARGS-ARE-VALID TO TRUE.
           IF ARG-DAYS-TEXT NOT NUMERIC
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'YFPURGE: RETENTION DAYS MUST BE SUPPLIED AS '
                       'A 5-DIGIT NUMBER, E.G. "01825"'
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           MOVE ARG-DAYS-TEXT TO RETENTION-DAYS.
           IF RETENTION-DAYS EQUAL ZERO
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'YFPURGE: RETENTION DAYS MUST BE GREATER '
                       'THAN ZERO'
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           OPEN INPUT CARD-FILE.
           IF CC-FILE-STATUS NOT EQUAL '00'
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'YFPURGE: ERROR OPENING PRGCARD, FILE STATUS '
                       '= ' CC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           MOVE TOD-HHMMSS TO RUN-TIME.

           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO HDG-RUN-DATE.
           MOVE RUN-TIME TO HDG-RUN-TIME.
           MOVE RETENTION-DAYS TO HDG-RETENTION.
           WRITE REPORT-LINE FROM HEADING-LINE-1.

       0500-EXIT.
           EXIT.

      ******************************************************************
      * READ AND EDIT EVERY STATUS CARD BEFORE YOURFILE IS OPENED,
      * ECHOING EACH ON THE REPORT SO THE LISTING SHOWS WHICH STATUSES
      * THE PURGE RAN WITH. A PURGE IS NEVER RUN ON A GUESSED LIST -
      * ANY CARD IN ERROR, OR NO STATUS AT ALL, REFUSES THE RUN.
      ******************************************************************
       0600-READ-CONTROL-CARDS.
           PERFORM 0610-READ-CARD.
           PERFORM UNTIL NO-MORE-CARDS OR RUN-REFUSED
               MOVE CARD-RECORD TO CDL-CARD
               WRITE REPORT-LINE FROM CARD-LINE
               PERFORM 0650-EDIT-ONE-CARD
               PERFORM 0610-READ-CARD
           END-PERFORM.
           CLOSE CARD-FILE.
           IF RUN-REFUSED
               GO TO 0600-EXIT.

           IF PURGE-STATUS-COUNT EQUAL ZERO
               MOVE 'RUN REFUSED - NO PURGE-ALLOWED STATUS CARD'
                   TO RFL-MESSAGE
               PERFORM 0700-REFUSE-RUN
               GO TO 0600-EXIT.

       0600-EXIT.
           EXIT.

       0610-READ-CARD.
           READ CARD-FILE
               AT END
                   SET NO-MORE-CARDS TO TRUE
           END-READ.
           IF CC-FILE-STATUS NOT EQUAL '00'
              AND CC-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFPURGE: ERROR READING PRGCARD, FILE STATUS '
                       '= ' CC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-CARDS
               ADD 1 TO CARDS-READ
           END-IF.

      ******************************************************************
      * THE VALUE LIST RUNS FROM COLUMN 12 UP TO THE FIRST BLANK
      * ENTRY, AS ON A YFMASCHG FIELD CARD.
      ******************************************************************
       0650-EDIT-ONE-CARD.
           IF NOT CARD-TYPE-STATUS
               MOVE 'RUN REFUSED - UNKNOWN CARD TYPE' TO RFL-MESSAGE
               PERFORM 0700-REFUSE-RUN
           ELSE
           IF CARD-VALUE(1) EQUAL SPACES
               MOVE 'RUN REFUSED - STATUS CARD LISTS NO VALUES'
                   TO RFL-MESSAGE
               PERFORM 0700-REFUSE-RUN
           ELSE
               PERFORM VARYING VALUE-IX FROM 1 BY 1
                       UNTIL VALUE-IX > 8
                          OR CARD-VALUE(VALUE-IX) EQUAL SPACES
                          OR RUN-REFUSED
                   IF PURGE-STATUS-COUNT EQUAL 24
                       MOVE 'RUN REFUSED - MORE THAN 24 STATUSES'
                           TO RFL-MESSAGE
                       PERFORM 0700-REFUSE-RUN
                   ELSE
                       ADD 1 TO PURGE-STATUS-COUNT
                       MOVE CARD-VALUE(VALUE-IX)
                           TO PURGE-STATUS(PURGE-STATUS-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

       0700-REFUSE-RUN.
           SET RUN-REFUSED TO TRUE.
           WRITE REPORT-LINE FROM REFUSAL-LINE.
           DISPLAY 'YFPURGE: ' RFL-MESSAGE.
           MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * PASS 1 - SELECT THE RECORDS TO PURGE AND WRITE THEM, IN KEY
      * ORDER, TO THE NEW ARCHIVE GENERATION BETWEEN A HEADER AND A
      * BALANCED TRAILER. YOURFILE IS ONLY READ, SO A RUN THAT FAILS
      * HERE HAS DELETED NOTHING. THE HEADER CARRIES THE RUN DATE AND
      * TIME AS YFUNLOAD'S DOES, AND NAMES YFPURGE SO AN ARCHIVE
      * GENERATION IS NEVER MISTAKEN FOR A BACKUP.
      ******************************************************************
       1000-ARCHIVE-EXPIRED-RECORDS.
           OPEN INPUT YOURFILE.
           IF YF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFPURGE: ERROR OPENING YOURFILE, FILE STATUS '
                       '= ' YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ARCHIVE-FILE.
           IF UN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFPURGE: ERROR OPENING ARCHOUT, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO UN-UNLOAD-RECORD.
           MOVE 'H' TO UN-UNL-TYPE.
           MOVE 'YFPURGE' TO UN-UNL-HDR-PROGRAM.
           MOVE RUN-DATE TO UN-UNL-HDR-DATE.
           MOVE RUN-TIME TO UN-UNL-HDR-TIME.
           PERFORM 1900-WRITE-ARCHIVE-RECORD.

           PERFORM 1100-READ-YOURFILE.
           PERFORM UNTIL NO-MORE-YOURFILE
               PERFORM 2000-SELECT-ONE-RECORD THRU 2000-EXIT
               PERFORM 1100-READ-YOURFILE
           END-PERFORM.

           MOVE SPACES TO UN-UNLOAD-RECORD.
           MOVE 'T' TO UN-UNL-TYPE.
           MOVE ARCHIVED-COUNT TO UN-UNL-TRL-COUNT.
           MOVE FIELD2-TOTAL TO UN-UNL-TRL-FLD2-TOT.
           PERFORM 1900-WRITE-ARCHIVE-RECORD.

           CLOSE ARCHIVE-FILE.
           CLOSE YOURFILE.

       1100-READ-YOURFILE.
           READ YOURFILE NEXT RECORD
               AT END
                   SET NO-MORE-YOURFILE TO TRUE
           END-READ.
           IF YF-FILE-STATUS NOT EQUAL '00'
              AND YF-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFPURGE: ERROR READING YOURFILE, FILE STATUS '
                       '= ' YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-YOURFILE
               ADD 1 TO YF-RECORDS-READ
           END-IF.

       1900-WRITE-ARCHIVE-RECORD.
           WRITE UN-UNLOAD-RECORD.
           IF UN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFPURGE: ERROR WRITING ARCHOUT, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * A RECORD IS ARCHIVED FOR PURGE ONLY WHEN IT CARRIES A STAMP,
      * THE STAMP IS OLDER THAN THE RETENTION AGE, AND ITS FIELD-4
      * STATUS IS ON THE PURGE-ALLOWED LIST. ONLY A NUMERIC FIELD-2
      * JOINS THE CONTROL TOTAL, BY THE SAME RULE AS YFUNLOAD.
      ******************************************************************
       2000-SELECT-ONE-RECORD.
           IF YF-LAST-MAINT-DATE NOT NUMERIC
              OR YF-LAST-MAINT-DATE EQUAL ZERO
               ADD 1 TO NO-STAMP-COUNT
               GO TO 2000-EXIT.

           MOVE YF-LAST-MAINT-DATE TO AGE-MAINT-DATE.
           PERFORM 3000-AGE-RECORD.
           IF RECORD-AGE NOT > RETENTION-DAYS
               ADD 1 TO WITHIN-RETENTION
               GO TO 2000-EXIT.

           SET VALUE-MATCHED TO FALSE.
           PERFORM VARYING STATUS-IX FROM 1 BY 1
                   UNTIL STATUS-IX > PURGE-STATUS-COUNT
               IF YF-FIELD-4 EQUAL PURGE-STATUS(STATUS-IX)
                   SET VALUE-MATCHED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT VALUE-MATCHED
               ADD 1 TO STATUS-KEPT-COUNT
               GO TO 2000-EXIT.

           MOVE SPACES TO UN-UNLOAD-RECORD.
           MOVE 'D' TO UN-UNL-TYPE.
           MOVE YF-RECORD TO UN-UNL-RECORD-IMAGE.
           PERFORM 1900-WRITE-ARCHIVE-RECORD.
           ADD 1 TO ARCHIVED-COUNT.
           IF YF-FIELD-2 NUMERIC
               MOVE YF-FIELD-2 TO FIELD2-NUMERIC
               ADD FIELD2-NUMERIC TO FIELD2-TOTAL
           END-IF.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * AGE IN WHOLE DAYS FROM AGE-MAINT-DATE TO THE RUN DATE, AS
      * DELAGING AGES A DELETE REQUEST. A DATE AFTER THE RUN DATE
      * AGES AS ZERO DAYS.
      ******************************************************************
       3000-AGE-RECORD.
           MOVE ZERO TO RECORD-AGE.
           IF AGE-MAINT-DATE < RUN-DATE
               COMPUTE RECORD-AGE =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(AGE-MAINT-DATE)
           END-IF.

      ******************************************************************
      * PASS 2 - READ THE ARCHIVE GENERATION JUST WRITTEN AND DELETE
      * EACH RECORD ON IT FROM YOURFILE. AUDITLG IS OPENED BEFORE THE
      * FIRST DELETE, SO NO DELETE CAN HAPPEN THAT CANNOT BE JOURNALED.
      ******************************************************************
       4000-PURGE-ARCHIVED-RECORDS.
           OPEN INPUT ARCHIVE-FILE.
           IF UN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFPURGE: ERROR REOPENING ARCHOUT, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O YOURFILE.
           IF YF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFPURGE: ERROR OPENING YOURFILE, FILE STATUS '
                       '= ' YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFPURGE: ERROR OPENING AUDITLG, FILE STATUS '
                       '= ' AL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
           PERFORM 4100-READ-ARCHIVE.
           PERFORM UNTIL NO-MORE-ARCHIVE
               IF UN-UNL-DETAIL
                   PERFORM 5000-PURGE-ONE-RECORD
               END-IF
               PERFORM 4100-READ-ARCHIVE
           END-PERFORM.

           CLOSE ARCHIVE-FILE.
           CLOSE YOURFILE.
           CLOSE AUDIT-LOG.

       4100-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET NO-MORE-ARCHIVE TO TRUE
           END-READ.
           IF UN-FILE-STATUS NOT EQUAL '00'
              AND UN-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFPURGE: ERROR READING ARCHOUT, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * THE LIVE RECORD IS READ AGAIN AND MUST STILL MATCH THE IMAGE
      * ARCHIVED FOR IT - A RECORD MAINTAINED SINCE PASS 1 IS LEFT ON
      * YOURFILE AND LISTED (RC 8), SINCE THE ARCHIVE WOULD NOT HOLD
      * ITS LATEST VALUES. A KEY ALREADY ABSENT IS LISTED AS GONE AND
      * NOT JOURNALED, SINCE NOTHING ON YOURFILE CHANGED - THE SAME
      * RULE AS RECONFIX'S 6500-APPLY-DELETE.
      ******************************************************************
       5000-PURGE-ONE-RECORD.
           MOVE UN-UNL-RECORD-IMAGE TO ARC-RECORD.
           MOVE ARC-KEY TO DTL-KEY.
           MOVE ARC-FIELD-2 TO DTL-FIELD-2.
           MOVE ARC-FIELD-3 TO DTL-FIELD-3.
           MOVE ARC-FIELD-4 TO DTL-FIELD-4.
           MOVE ARC-LAST-MAINT-DATE TO DTL-MAINT.
           MOVE ARC-LAST-MAINT-DATE TO AGE-MAINT-DATE.
           PERFORM 3000-AGE-RECORD.
           MOVE RECORD-AGE TO DTL-AGE.

           MOVE ARC-KEY TO YF-KEY.
           READ YOURFILE.
           EVALUATE YF-FILE-STATUS
               WHEN '00'
                   IF YF-RECORD NOT EQUAL ARC-RECORD
                       ADD 1 TO CHANGED-COUNT
                       MOVE 'NOT PURGED - CHANGED SINCE ARCHIVED'
                           TO DTL-MESSAGE
                   ELSE
                       DELETE YOURFILE
                       IF YF-FILE-STATUS NOT EQUAL '00'
                           DISPLAY 'YFPURGE: ERROR DELETING YOURFILE '
                                   'KEY ' ARC-KEY ', FILE STATUS = '
                                   YF-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO PURGED-COUNT
                       PERFORM 7000-WRITE-AUDIT-LOG
                       MOVE 'PURGED' TO DTL-MESSAGE
                   END-IF
               WHEN '23'
                   ADD 1 TO ALREADY-GONE-COUNT
                   MOVE 'ALREADY GONE FROM YOURFILE' TO DTL-MESSAGE
               WHEN OTHER
                   DISPLAY 'YFPURGE: ERROR READING YOURFILE KEY '
                           ARC-KEY ', FILE STATUS = ' YF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           WRITE REPORT-LINE FROM DETAIL-LINE.

      ******************************************************************
      * APPEND THE CICDJRNL ENTRY FOR THE DELETE JUST MADE - THE
      * ARCHIVED VALUES AS THE BEFORE-IMAGE, AN ALL-SPACES AFTER-
      * IMAGE, AND THE CURRENT DATE/TIME, THE SAME AS RECONFIX
      * JOURNALS A DELETE. AS FOR ANY BATCH WRITER THE TERMINAL ID IS
      * 'BTCH' AND THE OPERATOR ID IS THE PROGRAM NAME. A JOURNAL THAT
      * CANNOT BE WRITTEN ENDS THE RUN WITH RC 16.
      ******************************************************************
       7000-WRITE-AUDIT-LOG.
           MOVE ARC-KEY TO JRNL-KEY.
           MOVE 'Y' TO JRNL-BEFORE-FOUND.
           MOVE ARC-FIELD-2 TO JRNL-BEFORE-FIELD-2.
           MOVE ARC-FIELD-3 TO JRNL-BEFORE-FIELD-3.
           MOVE ARC-FIELD-4 TO JRNL-BEFORE-FIELD-4.
           MOVE SPACES TO JRNL-AFTER-FIELD-2 JRNL-AFTER-FIELD-3
                          JRNL-AFTER-FIELD-4.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           MOVE TOD-HHMMSS TO JRNL-TIME.
           MOVE 'BTCH' TO JRNL-TERM-ID.
           MOVE 'YFPURGE' TO JRNL-OPER-ID.
           MOVE 'D' TO JRNL-ACTION.
           MOVE SPACES TO JRNL-APPROVER-ID.

           WRITE AUDIT-LOG-RECORD FROM WS-JRNL-RECORD.
           IF AL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFPURGE: ERROR WRITING AUDITLG, FILE STATUS '
                       '= ' AL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-PRINT-TOTALS.
           MOVE YF-RECORDS-READ TO TOT-READ.
           MOVE NO-STAMP-COUNT TO TOT-NO-STAMP.
           MOVE WITHIN-RETENTION TO TOT-WITHIN.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE STATUS-KEPT-COUNT TO TOT-STATUS-KEPT.
           MOVE ARCHIVED-COUNT TO TOT-ARCHIVED.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE PURGED-COUNT TO TOT-PURGED.
           MOVE ALREADY-GONE-COUNT TO TOT-ALREADY-GONE.
           MOVE CHANGED-COUNT TO TOT-CHANGED.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           MOVE FIELD2-TOTAL TO TOT-FLD2.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
      * RUNLOG DATASET. A RUNLOG PROBLEM IS REPORTED BUT NEVER FAILS
      * THE JOB - THE PURGE ITSELF IS ALREADY COMPLETE.
      ******************************************************************
       8500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFPURGE: ERROR OPENING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
           ELSE
               MOVE 'YFPURGE' TO RL-RUN-PROGRAM
               ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS TO RL-RUN-TIME
               MOVE YF-RECORDS-READ TO RL-RUN-RECORDS-READ
               MOVE PURGED-COUNT TO RL-RUN-RECORDS-WRITTEN
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               MOVE 'ARCHIVED' TO RL-RUN-COUNT-NAME(1)
               MOVE ARCHIVED-COUNT TO RL-RUN-COUNT-VALUE(1)
               MOVE 'PURGED' TO RL-RUN-COUNT-NAME(2)
               MOVE PURGED-COUNT TO RL-RUN-COUNT-VALUE(2)
               MOVE 'NO STAMP' TO RL-RUN-COUNT-NAME(3)
               MOVE NO-STAMP-COUNT TO RL-RUN-COUNT-VALUE(3)
               MOVE 'RETAIN DAYS' TO RL-RUN-COUNT-NAME(4)
               MOVE RETENTION-DAYS TO RL-RUN-COUNT-VALUE(4)
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'YFPURGE: ERROR WRITING RUNLOG, FILE '
                           'STATUS = ' RL-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE REPORT-FILE.

       9999-END.
           .
