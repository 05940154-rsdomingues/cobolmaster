      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   NIGHTLY AGING AND EXPIRY OF THE DELPEND QUEUE - THE
      *            YOURFILE DELETES CICSDEMO OPERATORS HAVE REQUESTED
      *            AND NO SECOND OPERATOR HAS YET APPROVED OR
      *            REJECTED. EVERY PENDING REQUEST IS LISTED OLDEST
      *            FIRST WITH ITS REQUESTER, TERMINAL, REQUEST DATE/
      *            TIME, AGE IN DAYS, AND THE VALUES OF THE RECORD IT
      *            WOULD REMOVE. A REQUEST OLDER THAN THE EXPIRY
      *            PERIOD IS TAKEN OFF THE QUEUE AND LISTED AS
      *            EXPIRED - YOURFILE IS NOT TOUCHED, AND THE
      *            REQUESTER MUST ASK AGAIN IF THE DELETE IS STILL
      *            WANTED - SO NO REQUEST SITS UNDECIDED INDEFINITELY.
      *
      * USAGE:     DELAGING EXPIRY-DAYS    (3 DIGITS, E.G. 007)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO DELPEND
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DP-PEND-KEY
               FILE STATUS IS DP-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY CICDPEND REPLACING ==:PREFIX:== BY ==DP-==.

       SD  SORT-FILE.
           COPY CICDPEND REPLACING ==:PREFIX:== BY ==SRT-==.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       WORKING-STORAGE SECTION.
       01  DP-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

       01  ARGS                  PIC X(120).
       01  ARG-TOKENS.
           05  ARG-DAYS-TEXT     PIC X(3).

       01  EXPIRY-DAYS           PIC 9(3).
       01  RUN-DATE              PIC 9(8).
       01  REQUEST-AGE           PIC 9(5).

       01  SWITCHES.
           05  ARGS-VALID-SW     PIC X VALUE 'Y'.
               88  ARGS-ARE-VALID    VALUE 'Y'.
               88  ARGS-ARE-INVALID  VALUE 'N'.
           05  EOF-SW            PIC X VALUE 'N'.
               88  NO-MORE-PENDING   VALUE 'Y'.
           05  SORT-EOF-SW       PIC X VALUE 'N'.
               88  NO-MORE-SORTED    VALUE 'Y'.

       01  COUNTERS.
           05  REQUESTS-READ     PIC 9(6) VALUE 0.
           05  REQUESTS-EXPIRED  PIC 9(6) VALUE 0.
           05  REQUESTS-RETAINED PIC 9(6) VALUE 0.

       01  OLDEST-AGE-RETAINED   PIC 9(5) VALUE 0.

       01  HEADING-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(26)
               VALUE 'DELPEND APPROVAL QUEUE -'.
           05  HDG-RUN-DATE      PIC 9(8).
           05  FILLER            PIC X(15) VALUE ' (EXPIRY AFTER'.
           05  HDG-EXPIRY-DAYS   PIC ZZ9.
           05  FILLER            PIC X(6)  VALUE ' DAYS)'.
           05  FILLER            PIC X(21) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(7)  VALUE 'KEY'.
           05  FILLER            PIC X(10) VALUE 'REQUESTER'.
           05  FILLER            PIC X(6)  VALUE 'TERM'.
           05  FILLER            PIC X(10) VALUE 'DATE'.
           05  FILLER            PIC X(8)  VALUE 'TIME'.
           05  FILLER            PIC X(7)  VALUE 'AGE'.
           05  FILLER            PIC X(19) VALUE 'VALUES (2/3/4)'.
           05  FILLER            PIC X(12) VALUE 'STATUS'.

       01  DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-KEY           PIC X(7).
           05  DTL-REQ-OPER      PIC X(10).
           05  DTL-REQ-TERM      PIC X(6).
           05  DTL-REQ-DATE      PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DTL-REQ-TIME      PIC 9(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DTL-AGE           PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DTL-FIELD-2       PIC X(6).
           05  DTL-FIELD-3       PIC X(6).
           05  DTL-FIELD-4       PIC X(7).
           05  DTL-STATUS        PIC X(12).

       01  TOTAL-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(16) VALUE 'REQUESTS READ:'.
           05  TOT-REQUESTS-READ PIC ZZZ,ZZ9.
           05  FILLER            PIC X(10) VALUE ' EXPIRED:'.
           05  TOT-EXPIRED       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE ' STILL PENDING:'.
           05  TOT-RETAINED      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(31)
               VALUE 'OLDEST REQUEST STILL PENDING:'.
           05  TOT-OLDEST-AGE    PIC X(10).
           05  FILLER            PIC X(38) VALUE SPACES.

       01  OLDEST-AGE-TEXT.
           05  OAT-DAYS          PIC ZZZZ9.
           05  FILLER            PIC X(5)  VALUE ' DAYS'.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           IF ARGS-ARE-INVALID
               GOBACK
           END-IF.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-PEND-REQ-DATE SRT-PEND-REQ-TIME
               INPUT PROCEDURE 2000-SELECT-PENDING
               OUTPUT PROCEDURE 3000-AGE-PENDING.

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
               DISPLAY 'DELAGING: EXPIRY DAYS MUST BE SUPPLIED AS '
                       'A 3-DIGIT NUMBER, E.G. "007"'
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           MOVE ARG-DAYS-TEXT TO EXPIRY-DAYS.
           IF EXPIRY-DAYS EQUAL ZERO
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'DELAGING: EXPIRY DAYS MUST BE GREATER '
                       'THAN ZERO'
               MOVE 20 TO RETURN-CODE
               GO TO 0500-EXIT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O PENDING-FILE.
           IF DP-FILE-STATUS NOT EQUAL '00'
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'DELAGING: ERROR OPENING DELPEND, FILE STATUS '
                       '= ' DP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO HDG-RUN-DATE.
           MOVE EXPIRY-DAYS TO HDG-EXPIRY-DAYS.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

       0500-EXIT.
           EXIT.

      ******************************************************************
      * SORT INPUT PROCEDURE - PASS EVERY PENDING REQUEST TO THE SORT
      * SO THE LISTING COMES OUT OLDEST REQUEST FIRST.
      ******************************************************************
       2000-SELECT-PENDING.
           PERFORM 2100-READ-PENDING-FILE.
           PERFORM UNTIL NO-MORE-PENDING
               RELEASE SRT-PEND-RECORD FROM DP-PEND-RECORD
               PERFORM 2100-READ-PENDING-FILE
           END-PERFORM.

       2100-READ-PENDING-FILE.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PENDING TO TRUE
           END-READ.
           IF DP-FILE-STATUS NOT EQUAL '00'
              AND DP-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'DELAGING: ERROR READING DELPEND, FILE STATUS '
                       '= ' DP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-PENDING
               ADD 1 TO REQUESTS-READ
           END-IF.

      ******************************************************************
      * SORT OUTPUT PROCEDURE - AGE EACH REQUEST, EXPIRE IT WHEN IT IS
      * PAST THE EXPIRY PERIOD, AND LIST IT EITHER WAY.
      ******************************************************************
       3000-AGE-PENDING.
           PERFORM 3100-RETURN-SORTED.
           PERFORM UNTIL NO-MORE-SORTED
               PERFORM 3200-AGE-ONE-REQUEST
               PERFORM 3100-RETURN-SORTED
           END-PERFORM.

       3100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET NO-MORE-SORTED TO TRUE
           END-RETURN.

      ******************************************************************
      * A REQUEST PAST THE EXPIRY PERIOD IS DELETED FROM DELPEND BY
      * KEY. A REQUEST THE ONLINE SYSTEM HAS ALREADY DECIDED (STATUS
      * 23) IS SIMPLY LISTED AS GONE. ANY OTHER DELETE FAILURE ENDS
      * THE RUN DIRTY.
      ******************************************************************
       3200-AGE-ONE-REQUEST.
           MOVE ZERO TO REQUEST-AGE.
           IF SRT-PEND-REQ-DATE NUMERIC
              AND SRT-PEND-REQ-DATE > ZERO
              AND SRT-PEND-REQ-DATE < RUN-DATE
               COMPUTE REQUEST-AGE =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(SRT-PEND-REQ-DATE)
           END-IF.

           MOVE SRT-PEND-KEY        TO DTL-KEY.
           MOVE SRT-PEND-REQ-OPER-ID TO DTL-REQ-OPER.
           MOVE SRT-PEND-REQ-TERM-ID TO DTL-REQ-TERM.
           MOVE SRT-PEND-REQ-DATE   TO DTL-REQ-DATE.
           MOVE SRT-PEND-REQ-TIME   TO DTL-REQ-TIME.
           MOVE REQUEST-AGE         TO DTL-AGE.
           MOVE SRT-PEND-IMG-FIELD-2 TO DTL-FIELD-2.
           MOVE SRT-PEND-IMG-FIELD-3 TO DTL-FIELD-3.
           MOVE SRT-PEND-IMG-FIELD-4 TO DTL-FIELD-4.

           IF REQUEST-AGE > EXPIRY-DAYS
               MOVE SRT-PEND-KEY TO DP-PEND-KEY
               DELETE PENDING-FILE
               EVALUATE DP-FILE-STATUS
                   WHEN '00'
                       ADD 1 TO REQUESTS-EXPIRED
                       MOVE 'EXPIRED' TO DTL-STATUS
                   WHEN '23'
                       MOVE 'NOW DECIDED' TO DTL-STATUS
                   WHEN OTHER
                       DISPLAY 'DELAGING: ERROR DELETING DELPEND KEY '
                               SRT-PEND-KEY ', FILE STATUS = '
                               DP-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           ELSE
               ADD 1 TO REQUESTS-RETAINED
               MOVE 'PENDING' TO DTL-STATUS
               IF REQUEST-AGE > OLDEST-AGE-RETAINED
                   MOVE REQUEST-AGE TO OLDEST-AGE-RETAINED
               END-IF
           END-IF.

           WRITE REPORT-LINE FROM DETAIL-LINE.

       8000-PRINT-TOTALS.
           MOVE REQUESTS-READ TO TOT-REQUESTS-READ.
           MOVE REQUESTS-EXPIRED TO TOT-EXPIRED.
           MOVE REQUESTS-RETAINED TO TOT-RETAINED.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           IF REQUESTS-RETAINED EQUAL ZERO
               MOVE 'NONE' TO TOT-OLDEST-AGE
           ELSE
               MOVE OLDEST-AGE-RETAINED TO OAT-DAYS
               MOVE OLDEST-AGE-TEXT TO TOT-OLDEST-AGE
           END-IF.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
      * RUNLOG DATASET. A RUNLOG PROBLEM IS REPORTED BUT NEVER FAILS
      * THE JOB - THE QUEUE HAS ALREADY BEEN AGED.
      ******************************************************************
       8500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'DELAGING: ERROR OPENING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
           ELSE
               MOVE 'DELAGING' TO RL-RUN-PROGRAM
               ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS TO RL-RUN-TIME
               MOVE REQUESTS-READ TO RL-RUN-RECORDS-READ
               MOVE REQUESTS-EXPIRED TO RL-RUN-RECORDS-WRITTEN
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               MOVE 'EXPIRED' TO RL-RUN-COUNT-NAME(1)
               MOVE REQUESTS-EXPIRED TO RL-RUN-COUNT-VALUE(1)
               MOVE 'PENDING' TO RL-RUN-COUNT-NAME(2)
               MOVE REQUESTS-RETAINED TO RL-RUN-COUNT-VALUE(2)
               MOVE 'OLDEST DAYS' TO RL-RUN-COUNT-NAME(3)
               MOVE OLDEST-AGE-RETAINED TO RL-RUN-COUNT-VALUE(3)
               MOVE 'EXPIRY DAYS' TO RL-RUN-COUNT-NAME(4)
               MOVE EXPIRY-DAYS TO RL-RUN-COUNT-VALUE(4)
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'DELAGING: ERROR WRITING RUNLOG, FILE '
                           'STATUS = ' RL-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE PENDING-FILE.
           CLOSE REPORT-FILE.

       9999-END.
           .
