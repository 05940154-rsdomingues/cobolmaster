      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   QUARTERLY OPERATOR ACCESS RECERTIFICATION. LISTS
      *            EVERY OPERATOR ON OPERPROF WITH THEIR AUTHORITY
      *            LEVEL, THE DATE THAT AUTHORITY LAST CHANGED (FROM
      *            THE CTLJRNL CONTROL-CHANGE JOURNAL OPRMAINT
      *            WRITES), AND THE DATES OF THEIR LAST UPDATE AND
      *            LAST DELETE OF A YOURFILE RECORD (FROM HISTFILE,
      *            THE CONSOLIDATED CHANGE HISTORY HSTBUILD KEEPS). AN
      *            OPERATOR HOLDING 'U' AUTHORITY WITH NO UPDATE OR
      *            DELETE INSIDE THE REVIEW PERIOD, OR HOLDING 'D'
      *            AUTHORITY WITH NO DELETE INSIDE IT, IS FLAGGED SO
      *            THE MANAGER SIGNING THE REPORT OFF CAN CONFIRM THE
      *            ACCESS IS STILL NEEDED OR HAVE IT REVOKED THROUGH
      *            OPRMAINT.
      *
      * USAGE:     OPRRECRT UNUSED-DAYS    (3 DIGITS, E.G. 090)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRRECRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-PROFILE ASSIGN TO OPERPROF
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS OP-FILE-STATUS.
           SELECT CTL-JOURNAL ASSIGN TO CTLJRNL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CJ-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS HF-HREC-KEY
               FILE STATUS IS HF-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-PROFILE.
           COPY OPERPROF REPLACING ==:PREFIX:== BY ==OP-==.

       FD  CTL-JOURNAL.
           COPY CTLJRNL REPLACING ==:PREFIX:== BY ==CJ-==.

       FD  HISTORY-FILE.
           COPY CICDHREC REPLACING ==:PREFIX:== BY ==HF-==.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       WORKING-STORAGE SECTION.
       01  OP-FILE-STATUS        PIC X(2) VALUE '00'.
       01  CJ-FILE-STATUS        PIC X(2) VALUE '00'.
       01  HF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

       01  ARGS                  PIC X(120).
       01  ARG-TOKENS.
           05  ARG-DAYS-TEXT     PIC X(3).

       01  UNUSED-DAYS           PIC 9(3).
       01  RUN-DATE              PIC 9(8).
       01  DAYS-SINCE-USE        PIC 9(5).
       01  MATCH-OPER-ID         PIC X(8).

       01  SWITCHES.
           05  ARGS-VALID-SW     PIC X VALUE 'Y'.
               88  ARGS-ARE-VALID    VALUE 'Y'.
               88  ARGS-ARE-INVALID  VALUE 'N'.
           05  OP-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-OPERATORS VALUE 'Y'.
           05  CJ-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-JOURNAL   VALUE 'Y'.
           05  HF-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-HISTORY   VALUE 'Y'.
           05  UNUSED-SW         PIC X VALUE 'N'.
               88  AUTHORITY-UNUSED  VALUE 'Y', FALSE 'N'.

      ******************************************************************
      * EVERY OPERATOR ON OPERPROF, LOADED IN OPERATOR-ID ORDER AND
      * FILLED IN FROM THE JOURNAL AND THE HISTORY AS THEY ARE READ.
      * A ZERO DATE MEANS NOTHING WAS FOUND - NO AUTHORITY CHANGE
      * SINCE CTLJRNL BEGAN, OR NO UPDATE OR DELETE ON HISTFILE.
      ******************************************************************
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 500 TIMES.
               10  OTB-OPER-ID       PIC X(08).
               10  OTB-OPER-NAME     PIC X(20).
               10  OTB-AUTHORITY     PIC X(01).
               10  OTB-AUTH-CHANGED  PIC 9(08).
               10  OTB-LAST-USE      PIC 9(08).
               10  OTB-LAST-DELETE   PIC 9(08).

       01  OPERATOR-COUNT        PIC 9(3) VALUE 0.
       01  OPERATOR-MAX          PIC 9(3) VALUE 500.
       01  OPER-IX               PIC 9(3).
       01  FOUND-IX              PIC 9(3).

       01  COUNTERS.
           05  JOURNAL-READ      PIC 9(6) VALUE 0.
           05  HISTORY-READ      PIC 9(9) VALUE 0.
           05  HOLDERS-REVIEWED  PIC 9(6) VALUE 0.
           05  HOLDERS-FLAGGED   PIC 9(6) VALUE 0.

       01  HEADING-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(34)
               VALUE 'OPERATOR ACCESS RECERTIFICATION -'.
           05  HDG-RUN-DATE      PIC 9(8).
           05  FILLER            PIC X(15) VALUE ' (UNUSED AFTER'.
           05  HDG-UNUSED-DAYS   PIC ZZ9.
           05  FILLER            PIC X(6)  VALUE ' DAYS)'.
           05  FILLER            PIC X(13) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(9)  VALUE 'OPER ID'.
           05  FILLER            PIC X(21) VALUE 'NAME'.
           05  FILLER            PIC X(4)  VALUE 'AUTH'.
           05  FILLER            PIC X(9)  VALUE 'CHANGED'.
           05  FILLER            PIC X(9)  VALUE 'LAST USE'.
           05  FILLER            PIC X(9)  VALUE 'LAST DEL'.
           05  FILLER            PIC X(18) VALUE 'REVIEW'.

       01  DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-OPER-ID       PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-OPER-NAME     PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-AUTHORITY     PIC X(1).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DTL-AUTH-CHANGED  PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-LAST-USE      PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-LAST-DELETE   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-REVIEW        PIC X(18).

       01  DETAIL-DATE           PIC 9(8).

       01  FOOTNOTE-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(43) VALUE
               'CHANGED: LAST AUTHORITY CHANGE ON CTLJRNL -'.
           05  FILLER            PIC X(36) VALUE
               ' NO JRNL = UNCHANGED SINCE IT BEGAN'.

       01  FOOTNOTE-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(55) VALUE
               'LAST USE: LAST YOURFILE UPDATE OR DELETE ON HISTFILE -'.
           05  FILLER            PIC X(24) VALUE
               ' LAST DEL: DELETE/APPRVL'.

       01  TOTAL-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(11) VALUE 'OPERATORS:'.
           05  TOT-OPERATORS     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(17) VALUE '  U/D HOLDERS:'.
           05  TOT-HOLDERS       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(25)
               VALUE '  FLAGGED FOR REVIEW:'.
           05  TOT-FLAGGED       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(5)  VALUE SPACES.

       01  SIGN-OFF-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(48) VALUE
               'REVIEWED BY: ____________________________  DATE:'.
           05  FILLER            PIC X(31) VALUE ' __________'.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           IF ARGS-ARE-INVALID
               GOBACK
           END-IF.

           PERFORM 1000-LOAD-OPERATORS.
           PERFORM 2000-SCAN-CONTROL-JOURNAL.
           PERFORM 3000-SCAN-HISTORY.
           PERFORM 4000-PRINT-OPERATORS.
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
               DISPLAY 'OPRRECRT: UNUSED DAYS MUST BE SUPPLIED AS '
                       'A 3-DIGIT NUMBER, E.G. "090"'
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           MOVE ARG-DAYS-TEXT TO UNUSED-DAYS.
           IF UNUSED-DAYS EQUAL ZERO
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'OPRRECRT: UNUSED DAYS MUST BE GREATER '
                       'THAN ZERO'
               MOVE 20 TO RETURN-CODE
               GO TO 0500-EXIT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT OPER-PROFILE.
           IF OP-FILE-STATUS NOT EQUAL '00'
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'OPRRECRT: ERROR OPENING OPERPROF, FILE STATUS '
                       '= ' OP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           OPEN INPUT CTL-JOURNAL.
           IF CJ-FILE-STATUS NOT EQUAL '00'
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'OPRRECRT: ERROR OPENING CTLJRNL, FILE STATUS '
                       '= ' CJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           OPEN INPUT HISTORY-FILE.
           IF HF-FILE-STATUS NOT EQUAL '00'
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'OPRRECRT: ERROR OPENING HISTFILE, FILE STATUS '
                       '= ' HF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO HDG-RUN-DATE.
           MOVE UNUSED-DAYS TO HDG-UNUSED-DAYS.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

       0500-EXIT.
           EXIT.

       1000-LOAD-OPERATORS.
           PERFORM 1100-READ-OPERPROF.
           PERFORM UNTIL NO-MORE-OPERATORS
               PERFORM 1200-ADD-OPERATOR-ENTRY
               PERFORM 1100-READ-OPERPROF
           END-PERFORM.
           CLOSE OPER-PROFILE.

       1100-READ-OPERPROF.
           READ OPER-PROFILE NEXT RECORD
               AT END
                   SET NO-MORE-OPERATORS TO TRUE
           END-READ.
           IF OP-FILE-STATUS NOT EQUAL '00'
              AND OP-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'OPRRECRT: ERROR READING OPERPROF, FILE STATUS '
                       '= ' OP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-ADD-OPERATOR-ENTRY.
           IF OPERATOR-COUNT >= OPERATOR-MAX
               DISPLAY 'OPRRECRT: MORE THAN ' OPERATOR-MAX
                       ' OPERATORS ON OPERPROF'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO OPERATOR-COUNT.
           MOVE OP-OPER-ID TO OTB-OPER-ID(OPERATOR-COUNT).
           MOVE OP-OPER-NAME TO OTB-OPER-NAME(OPERATOR-COUNT).
           MOVE OP-OPER-AUTHORITY TO OTB-AUTHORITY(OPERATOR-COUNT).
           MOVE ZERO TO OTB-AUTH-CHANGED(OPERATOR-COUNT).
           MOVE ZERO TO OTB-LAST-USE(OPERATOR-COUNT).
           MOVE ZERO TO OTB-LAST-DELETE(OPERATOR-COUNT).

      ******************************************************************
      * READ THE WHOLE CONTROL-CHANGE JOURNAL. IT IS APPENDED IN RUN
      * ORDER, SO THE LAST AUTHORITY ENTRY FOR AN OPERATOR IS THE
      * CURRENT ONE. EDITRLS ENTRIES, AND ENTRIES FOR OPERATORS SINCE
      * DELETED, SIMPLY PASS BY.
      ******************************************************************
       2000-SCAN-CONTROL-JOURNAL.
           PERFORM 2100-READ-CONTROL-JOURNAL.
           PERFORM UNTIL NO-MORE-JOURNAL
               ADD 1 TO JOURNAL-READ
               IF CJ-CTL-FILE-OPERPROF
                  AND CJ-CTL-AUTH-CHANGE
                   MOVE CJ-CTL-REC-KEY TO MATCH-OPER-ID
                   PERFORM 5000-FIND-OPERATOR
                   IF FOUND-IX > ZERO
                       MOVE CJ-CTL-RUN-DATE
                           TO OTB-AUTH-CHANGED(FOUND-IX)
                   END-IF
               END-IF
               PERFORM 2100-READ-CONTROL-JOURNAL
           END-PERFORM.
           CLOSE CTL-JOURNAL.

       2100-READ-CONTROL-JOURNAL.
           READ CTL-JOURNAL
               AT END
                   SET NO-MORE-JOURNAL TO TRUE
           END-READ.
           IF CJ-FILE-STATUS NOT EQUAL '00'
              AND CJ-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'OPRRECRT: ERROR READING CTLJRNL, FILE STATUS '
                       '= ' CJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * READ THE WHOLE CHANGE HISTORY. HISTFILE IS IN RECORD-KEY
      * ORDER, NOT DATE ORDER, SO EACH ENTRY ONLY REPLACES AN
      * OPERATOR'S DATE WHEN IT IS LATER. ENTRIES MADE BY BATCH
      * PROGRAMS CARRY THE PROGRAM NAME AND MATCH NO OPERATOR. A
      * DUAL-CONTROL DELETE IS CREDITED TO BOTH THE REQUESTER AND THE
      * APPROVER - APPROVING A DELETE NEEDS 'D' AUTHORITY AND IS AS
      * MUCH A USE OF IT AS REQUESTING ONE.
      ******************************************************************
       3000-SCAN-HISTORY.
           PERFORM 3100-READ-HISTORY.
           PERFORM UNTIL NO-MORE-HISTORY
               ADD 1 TO HISTORY-READ
               MOVE HF-HREC-OPER-ID TO MATCH-OPER-ID
               PERFORM 5000-FIND-OPERATOR
               IF FOUND-IX > ZERO
                   PERFORM 3200-NOTE-OPERATOR-USE
               END-IF
               IF HF-HREC-APPROVER-ID NOT EQUAL SPACES
                   MOVE HF-HREC-APPROVER-ID TO MATCH-OPER-ID
                   PERFORM 5000-FIND-OPERATOR
                   IF FOUND-IX > ZERO
                       PERFORM 3200-NOTE-OPERATOR-USE
                   END-IF
               END-IF
               PERFORM 3100-READ-HISTORY
           END-PERFORM.
           CLOSE HISTORY-FILE.

       3100-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HISTORY TO TRUE
           END-READ.
           IF HF-FILE-STATUS NOT EQUAL '00'
              AND HF-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'OPRRECRT: ERROR READING HISTFILE, FILE STATUS '
                       '= ' HF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       3200-NOTE-OPERATOR-USE.
           IF HF-HREC-DATE > OTB-LAST-USE(FOUND-IX)
               MOVE HF-HREC-DATE TO OTB-LAST-USE(FOUND-IX)
           END-IF.
           IF HF-HREC-ACTION-DELETE
              AND HF-HREC-DATE > OTB-LAST-DELETE(FOUND-IX)
               MOVE HF-HREC-DATE TO OTB-LAST-DELETE(FOUND-IX)
           END-IF.

      ******************************************************************
      * ONE LINE PER OPERATOR, WITH THE REVIEW FLAG FOR A 'U' OR 'D'
      * HOLDER WHO HAS NOT USED THE AUTHORITY INSIDE THE PERIOD - FOR
      * 'U', NO UPDATE OR DELETE; FOR 'D', NO DELETE, SINCE AN
      * OPERATOR WHO ONLY UPDATES NEEDS NO MORE THAN 'U'.
      ******************************************************************
       4000-PRINT-OPERATORS.
           PERFORM VARYING OPER-IX FROM 1 BY 1
                   UNTIL OPER-IX > OPERATOR-COUNT
               PERFORM 4100-PRINT-ONE-OPERATOR
           END-PERFORM.
           WRITE REPORT-LINE FROM FOOTNOTE-LINE-1.
           WRITE REPORT-LINE FROM FOOTNOTE-LINE-2.

       4100-PRINT-ONE-OPERATOR.
           SET AUTHORITY-UNUSED TO FALSE.
           MOVE OTB-OPER-ID(OPER-IX) TO DTL-OPER-ID.
           MOVE OTB-OPER-NAME(OPER-IX) TO DTL-OPER-NAME.
           MOVE OTB-AUTHORITY(OPER-IX) TO DTL-AUTHORITY.
           IF OTB-AUTH-CHANGED(OPER-IX) EQUAL ZERO
               MOVE 'NO JRNL' TO DTL-AUTH-CHANGED
           ELSE
               MOVE OTB-AUTH-CHANGED(OPER-IX) TO DETAIL-DATE
               MOVE DETAIL-DATE TO DTL-AUTH-CHANGED
           END-IF.
           IF OTB-LAST-USE(OPER-IX) EQUAL ZERO
               MOVE 'NEVER' TO DTL-LAST-USE
           ELSE
               MOVE OTB-LAST-USE(OPER-IX) TO DETAIL-DATE
               MOVE DETAIL-DATE TO DTL-LAST-USE
           END-IF.
           IF OTB-LAST-DELETE(OPER-IX) EQUAL ZERO
               MOVE 'NEVER' TO DTL-LAST-DELETE
           ELSE
               MOVE OTB-LAST-DELETE(OPER-IX) TO DETAIL-DATE
               MOVE DETAIL-DATE TO DTL-LAST-DELETE
           END-IF.

           MOVE SPACES TO DTL-REVIEW.
           EVALUATE OTB-AUTHORITY(OPER-IX)
               WHEN 'U'
                   ADD 1 TO HOLDERS-REVIEWED
                   MOVE OTB-LAST-USE(OPER-IX) TO DETAIL-DATE
                   PERFORM 4200-CHECK-UNUSED
                   IF AUTHORITY-UNUSED
                       MOVE '*** UPDATE UNUSED' TO DTL-REVIEW
                   END-IF
               WHEN 'D'
                   ADD 1 TO HOLDERS-REVIEWED
                   MOVE OTB-LAST-DELETE(OPER-IX) TO DETAIL-DATE
                   PERFORM 4200-CHECK-UNUSED
                   IF AUTHORITY-UNUSED
                       MOVE '*** DELETE UNUSED' TO DTL-REVIEW
                   END-IF
           END-EVALUATE.
           IF AUTHORITY-UNUSED
               ADD 1 TO HOLDERS-FLAGGED
           END-IF.
           WRITE REPORT-LINE FROM DETAIL-LINE.

      ******************************************************************
      * THE AUTHORITY IS UNUSED WHEN THE LAST USE IN DETAIL-DATE IS
      * MISSING OR MORE THAN UNUSED-DAYS BEFORE TODAY.
      ******************************************************************
       4200-CHECK-UNUSED.
           SET AUTHORITY-UNUSED TO TRUE.
           IF DETAIL-DATE > ZERO
              AND DETAIL-DATE NOT > RUN-DATE
               COMPUTE DAYS-SINCE-USE =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(DETAIL-DATE)
               IF DAYS-SINCE-USE NOT > UNUSED-DAYS
                   SET AUTHORITY-UNUSED TO FALSE
               END-IF
           END-IF.

      ******************************************************************
      * LOOK MATCH-OPER-ID UP IN THE OPERATOR TABLE. FOUND-IX IS ITS
      * ENTRY NUMBER, OR ZERO WHEN THE OPERATOR IS NOT ON OPERPROF.
      ******************************************************************
       5000-FIND-OPERATOR.
           MOVE ZERO TO FOUND-IX.
           PERFORM VARYING OPER-IX FROM 1 BY 1
                   UNTIL OPER-IX > OPERATOR-COUNT
                      OR FOUND-IX > ZERO
               IF OTB-OPER-ID(OPER-IX) EQUAL MATCH-OPER-ID
                   MOVE OPER-IX TO FOUND-IX
               END-IF
           END-PERFORM.

       8000-PRINT-TOTALS.
           MOVE OPERATOR-COUNT TO TOT-OPERATORS.
           MOVE HOLDERS-REVIEWED TO TOT-HOLDERS.
           MOVE HOLDERS-FLAGGED TO TOT-FLAGGED.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           WRITE REPORT-LINE FROM SIGN-OFF-LINE.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
      * RUNLOG DATASET. A RUNLOG PROBLEM IS REPORTED BUT NEVER FAILS
      * THE JOB - THE REPORT ITSELF IS ALREADY COMPLETE.
      ******************************************************************
       8500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPRRECRT: ERROR OPENING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
           ELSE
               MOVE 'OPRRECRT' TO RL-RUN-PROGRAM
               MOVE RUN-DATE TO RL-RUN-DATE
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS TO RL-RUN-TIME
               COMPUTE RL-RUN-RECORDS-READ = OPERATOR-COUNT
                   + JOURNAL-READ + HISTORY-READ
               MOVE OPERATOR-COUNT TO RL-RUN-RECORDS-WRITTEN
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               MOVE 'OPERATORS' TO RL-RUN-COUNT-NAME(1)
               MOVE OPERATOR-COUNT TO RL-RUN-COUNT-VALUE(1)
               MOVE 'U/D HOLDERS' TO RL-RUN-COUNT-NAME(2)
               MOVE HOLDERS-REVIEWED TO RL-RUN-COUNT-VALUE(2)
               MOVE 'FLAGGED' TO RL-RUN-COUNT-NAME(3)
               MOVE HOLDERS-FLAGGED TO RL-RUN-COUNT-VALUE(3)
               MOVE 'UNUSED DAYS' TO RL-RUN-COUNT-NAME(4)
               MOVE UNUSED-DAYS TO RL-RUN-COUNT-VALUE(4)
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'OPRRECRT: ERROR WRITING RUNLOG, FILE '
                           'STATUS = ' RL-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE REPORT-FILE.

       9999-END.
           .
