      *            BY ANY IN-MEMORY TABLE - CASE-NUMBER RANGES RUN
      *            INTO THE MILLIONS.
      *
      *            CASE-FILE MODE BUCKETS THE SPECIFIC CASE NUMBERS ON
      *            THE CASEIN FILE INSTEAD OF A CONTIGUOUS RANGE. EACH
      *            CASE RECORD GOES TO THE OUTPUT FILE FOR ITS VBRULES
      *            LABEL (FIZZBUZZ, FIZZ, BUZZ) OR TO NOBUCKET WHEN NO
      *            RULE APPLIES; NON-NUMERIC, OUT-OF-RANGE AND REPEATED
      *            CASE NUMBERS ARE REJECTED TO EXCEPTS WITH A REASON.
      *            RPTOUT GETS A SUMMARY PAGE OF COUNTS PER BUCKET
      *            THAT BALANCES BACK TO THE CASE RECORDS READ.
      *
      * INPUT:     CASEIN - 80-BYTE CASE RECORDS, THE 7-DIGIT CASE
      *            NUMBER IN COLUMNS 1-7. THE REST OF THE RECORD IS
      *            CARRIED THROUGH TO THE BUCKET FILES AS RECEIVED.
      *
      * USAGE:     VIZZBUZZ FROM TO    (7-DIGIT NUMBERS)
      *            VIZZBUZZ CASES [FROM TO]   (CASE-FILE MODE; CASES
      *            OUTSIDE FROM-TO ARE REJECTED, DEFAULT 0000001 TO
      *            9999999)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIZZBUZZ.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO CASEIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT CASE-SORT-FILE ASSIGN TO SORTWK01.
           SELECT FIZZBUZZ-FILE ASSIGN TO FIZZBUZZ
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FIZZ-FILE ASSIGN TO FIZZ
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUZZ-FILE ASSIGN TO BUZZ
               ORGANIZATION LINE SEQUENTIAL.
           SELECT NOBUCKET-FILE ASSIGN TO NOBUCKET
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO EXCEPTS
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(60).

      ******************************************************************
      * A RANGE RUN CHECKPOINTS THE LAST NUMBER DONE; A CASE-FILE RUN
      * CHECKPOINTS HOW MANY SORTED CASE RECORDS IT HAS FINISHED, THE
      * LAST GOOD CASE NUMBER (FOR THE DUPLICATE CHECK) AND ITS
      * RUNNING BUCKET COUNTS. EACH MODE ZEROES THE OTHER'S FIELDS, SO
      * NEITHER CAN RESUME FROM THE OTHER'S CHECKPOINT.
      ******************************************************************
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-ENDING-NUMBER     PIC 9(7).
           05  CKPT-LAST-NUMBER       PIC 9(7).
           05  CKPT-CASE-DATA.
               10  CKPT-CASE-FROM     PIC 9(7).
               10  CKPT-CASES-DONE    PIC 9(9).
               10  CKPT-CASE-LAST-GOOD PIC 9(7).
               10  CKPT-CASE-COUNTS   PIC X(63).

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       FD  CASE-FILE.
       01  CASE-RECORD                PIC X(80).

       SD  CASE-SORT-FILE.
       01  CASE-SORT-RECORD.
           05  SRT-CASE-NUMBER        PIC X(7).
           05  SRT-CASE-DETAIL        PIC X(73).

       FD  FIZZBUZZ-FILE.
       01  FIZZBUZZ-RECORD            PIC X(80).

       FD  FIZZ-FILE.
       01  FIZZ-RECORD                PIC X(80).

       FD  BUZZ-FILE.
       01  BUZZ-RECORD                PIC X(80).

       FD  NOBUCKET-FILE.
       01  NOBUCKET-RECORD            PIC X(80).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-REASON             PIC X(12).
           05  EXC-CASE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  ARGS PIC X(120).
       01  ARGUMENTS.
       01  ARG-TOKENS.
           05  ARG-START-TEXT     PIC X(7).
           05  ARG-END-TEXT       PIC X(7).
           05  ARG-THIRD-TEXT     PIC X(7).

       01  SWITCHES.
           05  ARGS-VALID-SW      PIC X VALUE 'Y'.
               88  RESUMING-RUN       VALUE 'Y'.
           05  ALL-DONE-SW        PIC X VALUE 'N'.
               88  ALL-NUMBERS-DONE   VALUE 'Y', FALSE 'N'.
           05  MODE-SW            PIC X VALUE 'R'.
               88  RANGE-MODE         VALUE 'R'.
               88  CASE-FILE-MODE     VALUE 'C'.
           05  CASE-EOF-SW        PIC X VALUE 'N'.
               88  NO-MORE-CASES      VALUE 'Y'.
           05  SORTED-EOF-SW      PIC X VALUE 'N'.
               88  NO-MORE-SORTED     VALUE 'Y'.

       01  CHECKPOINT-FILE-STATUS PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS         PIC X(2) VALUE '00'.
       01  CASE-FILE-STATUS       PIC X(2) VALUE '00'.
       01  CHECKPOINT-EVERY       PIC 9(4) VALUE 1000.
       01  SINCE-CHECKPOINT       PIC 9(4) VALUE 0.
       01  PROCESSED-COUNT        PIC 9(9) VALUE 0.
           05  FILLER             PIC X VALUE 'N'.
               88  TEST-88 VALUE 'Y', FALSE 'N'.

      ******************************************************************
      * CASE-FILE MODE COUNTS. CASES-READ COUNTS CASEIN AS THE SORT
      * TAKES IT IN; CASES-DONE COUNTS SORTED RECORDS FINISHED,
      * INCLUDING ANY BEFORE A RESUMED CHECKPOINT. THE BUCKET AND
      * REJECT COUNTS ARE SAVED WHOLE IN THE CHECKPOINT AND MUST ADD
      * BACK TO CASES-READ.
      ******************************************************************
       01  CASE-TOTALS.
           05  CASES-READ         PIC 9(9) VALUE 0.
           05  CASES-DONE         PIC 9(9) VALUE 0.
           05  RESUME-AFTER-CASE  PIC 9(9) VALUE 0.
           05  CASES-RETURNED     PIC 9(9) VALUE 0.
           05  CASES-ACCOUNTED    PIC 9(9) VALUE 0.
           05  CASES-BUCKETED     PIC 9(9) VALUE 0.
           05  CASES-REJECTED     PIC 9(9) VALUE 0.
           05  LAST-GOOD-CASE     PIC 9(7) VALUE 0.

       01  CASE-COUNTS.
           05  FIZZBUZZ-COUNT     PIC 9(9) VALUE 0.
           05  FIZZ-COUNT         PIC 9(9) VALUE 0.
           05  BUZZ-COUNT         PIC 9(9) VALUE 0.
           05  NOBUCKET-COUNT     PIC 9(9) VALUE 0.
           05  NON-NUMERIC-COUNT  PIC 9(9) VALUE 0.
           05  OUT-OF-RANGE-COUNT PIC 9(9) VALUE 0.
           05  DUPLICATE-COUNT    PIC 9(9) VALUE 0.

       01  SUMMARY-HEADING-1.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(30)
               VALUE 'VIZZBUZZ CASE-FILE SUMMARY'.
           05  FILLER             PIC X(28) VALUE SPACES.

       01  SUMMARY-HEADING-2.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(18) VALUE 'CASE NUMBER RANGE'.
           05  SHD-FROM           PIC 9(7).
           05  FILLER             PIC X(4)  VALUE ' TO '.
           05  SHD-TO             PIC 9(7).
           05  FILLER             PIC X(22) VALUE SPACES.

       01  SUMMARY-RESUME-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(33)
               VALUE 'RESUMED AFTER SORTED CASE RECORD'.
           05  SRS-RESUME-AFTER   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(14) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SUM-LABEL          PIC X(24).
           05  SUM-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(23) VALUE SPACES.

       01  SUMMARY-BALANCE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SBL-MESSAGE        PIC X(58).

           COPY VBRULES.

       PROCEDURE DIVISION.
           IF ARGS-ARE-INVALID
               GOBACK.

           IF CASE-FILE-MODE
               PERFORM 3000-RUN-CASE-FILE
               GOBACK.

           IF RESUMING-RUN
               OPEN EXTEND REPORT-FILE
           ELSE
       0500-INITIALIZE.
           ACCEPT ARGS FROM COMMAND-LINE.

           UNSTRING ARGS DELIMITED BY ALL SPACE
               INTO ARG-START-TEXT, ARG-END-TEXT, ARG-THIRD-TEXT.

           SET ARGS-ARE-VALID TO TRUE.
           IF ARG-START-TEXT EQUAL 'CASES'
               SET CASE-FILE-MODE TO TRUE
               MOVE ARG-END-TEXT TO ARG-START-TEXT
               MOVE ARG-THIRD-TEXT TO ARG-END-TEXT
               IF ARG-START-TEXT EQUAL SPACES
                  AND ARG-END-TEXT EQUAL SPACES
                   MOVE '0000001' TO ARG-START-TEXT
                   MOVE '9999999' TO ARG-END-TEXT.

           IF ARG-START-TEXT NOT NUMERIC
              OR ARG-END-TEXT NOT NUMERIC
               SET ARGS-ARE-INVALID TO TRUE
                   READ CHECKPOINT-FILE
               END-PERFORM
               CLOSE CHECKPOINT-FILE
               IF CASE-FILE-MODE
                   PERFORM 1550-CHECK-CASE-RESTART
               ELSE
               IF CKPT-ENDING-NUMBER EQUAL ENDING-NUMBER
                  AND CKPT-LAST-NUMBER >= STARTING-NUMBER
                  AND CKPT-LAST-NUMBER <= ENDING-NUMBER
                   DISPLAY 'VIZZBUZZ: RESUMING AFTER CHECKPOINT AT '
                           CKPT-LAST-NUMBER
               END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A CASE-FILE CHECKPOINT IS ONLY PICKED UP BY A RUN OVER THE
      * SAME FROM-TO RANGE. THE SORT HANDS BACK THE SAME CASEIN IN THE
      * SAME ORDER EVERY TIME, SO THE RERUN SKIPS THE SORTED RECORDS
      * ALREADY FINISHED AND CARRIES ON FROM THE SAVED COUNTS.
      ******************************************************************
       1550-CHECK-CASE-RESTART.
           IF CKPT-CASES-DONE > ZERO
              AND CKPT-ENDING-NUMBER EQUAL ENDING-NUMBER
              AND CKPT-CASE-FROM EQUAL STARTING-NUMBER
               SET RESUMING-RUN TO TRUE
               MOVE CKPT-CASES-DONE TO RESUME-AFTER-CASE
               MOVE CKPT-CASES-DONE TO CASES-DONE
               MOVE CKPT-CASE-LAST-GOOD TO LAST-GOOD-CASE
               MOVE CKPT-CASE-COUNTS TO CASE-COUNTS
               DISPLAY 'VIZZBUZZ: RESUMING AFTER SORTED CASE RECORD '
                       CKPT-CASES-DONE
           END-IF.

       1600-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE ENDING-NUMBER TO CKPT-ENDING-NUMBER.
           MOVE CURRENT-NUMBER TO CKPT-LAST-NUMBER.
           MOVE ZEROS TO CKPT-CASE-DATA.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       1650-WRITE-CASE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE ENDING-NUMBER TO CKPT-ENDING-NUMBER.
           MOVE ZERO TO CKPT-LAST-NUMBER.
           MOVE STARTING-NUMBER TO CKPT-CASE-FROM.
           MOVE CASES-DONE TO CKPT-CASES-DONE.
           MOVE LAST-GOOD-CASE TO CKPT-CASE-LAST-GOOD.
           MOVE CASE-COUNTS TO CKPT-CASE-COUNTS.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE ZERO TO CKPT-ENDING-NUMBER.
           MOVE ZERO TO CKPT-LAST-NUMBER.
           MOVE ZEROS TO CKPT-CASE-DATA.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

               MOVE ZERO TO RL-RUN-RECORDS-READ
               MOVE PROCESSED-COUNT TO RL-RUN-RECORDS-WRITTEN
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               IF CASE-FILE-MODE
                   PERFORM 8520-SET-CASE-COUNTS
               ELSE
                   PERFORM 8510-SET-RANGE-COUNTS
               END-IF
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'VIZZBUZZ: ERROR WRITING RUNLOG, FILE '
               CLOSE RUN-LOG-FILE
           END-IF.

       8510-SET-RANGE-COUNTS.
           MOVE 'RANGE FROM' TO RL-RUN-COUNT-NAME(1).
           MOVE STARTING-NUMBER TO RL-RUN-COUNT-VALUE(1).
           MOVE 'RANGE TO' TO RL-RUN-COUNT-NAME(2).
           MOVE ENDING-NUMBER TO RL-RUN-COUNT-VALUE(2).
           MOVE 'PROCESSED' TO RL-RUN-COUNT-NAME(3).
           MOVE PROCESSED-COUNT TO RL-RUN-COUNT-VALUE(3).
           MOVE SPACES TO RL-RUN-COUNT-NAME(4).
           MOVE ZERO TO RL-RUN-COUNT-VALUE(4).

      ******************************************************************
      * A CASE-FILE RUN LOGS THE CASE RECORDS READ AND EVERY RECORD
      * WRITTEN TO A BUCKET OR THE EXCEPTIONS FILE. THE COUNTS ARE THE
      * COMBINED TOTALS FOR A RESUMED RUN; RESUME POINT SHOWS WHERE IT
      * PICKED UP (ZERO FOR A RUN FROM THE TOP).
      ******************************************************************
       8520-SET-CASE-COUNTS.
           MOVE CASES-READ TO RL-RUN-RECORDS-READ.
           MOVE CASES-ACCOUNTED TO RL-RUN-RECORDS-WRITTEN.
           MOVE 'BUCKETED' TO RL-RUN-COUNT-NAME(1).
           MOVE CASES-BUCKETED TO RL-RUN-COUNT-VALUE(1).
           MOVE 'NO BUCKET' TO RL-RUN-COUNT-NAME(2).
           MOVE NOBUCKET-COUNT TO RL-RUN-COUNT-VALUE(2).
           MOVE 'REJECTED' TO RL-RUN-COUNT-NAME(3).
           MOVE CASES-REJECTED TO RL-RUN-COUNT-VALUE(3).
           MOVE 'RESUME POINT' TO RL-RUN-COUNT-NAME(4).
           MOVE RESUME-AFTER-CASE TO RL-RUN-COUNT-VALUE(4).

       1000-PROCESS-NUMBER.
           MOVE SPACES TO CURRENT-RESULT FIZZ-OUT BUZZ-OUT.
           PERFORM VARYING RULE-IX FROM 1 BY 1
               GIVING THE-QUOTIENT 
               REMAINDER THE-REMAINDER. 

      ******************************************************************
      * CASE-FILE MODE. CASEIN IS SORTED ON THE CASE NUMBER SO A
      * REPEATED NUMBER ARRIVES NEXT TO ITS FIRST OCCURRENCE AND CAN BE
      * CAUGHT WITHOUT A TABLE OF EVERY NUMBER SEEN - CASE FILES CAN BE
      * AS LARGE AS THE RANGES. THE BUCKET AND EXCEPTIONS FILES ARE
      * EXTENDED ON A RESUMED RUN, LIKE THE RANGE REPORT. THE
      * CHECKPOINT IS CLEARED ONCE EVERY SORTED RECORD HAS BEEN
      * HANDLED; A RUN THAT STOPS SHORT OF THAT LEAVES IT IN PLACE FOR
      * THE RERUN.
      ******************************************************************
       3000-RUN-CASE-FILE.
           OPEN INPUT CASE-FILE.
           IF CASE-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'VIZZBUZZ: ERROR OPENING CASEIN, FILE STATUS '
                       '= ' CASE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.

           IF RESUMING-RUN
               OPEN EXTEND FIZZBUZZ-FILE FIZZ-FILE BUZZ-FILE
                           NOBUCKET-FILE EXCEPTION-FILE
           ELSE
               OPEN OUTPUT FIZZBUZZ-FILE FIZZ-FILE BUZZ-FILE
                           NOBUCKET-FILE EXCEPTION-FILE.

           SORT CASE-SORT-FILE
               ON ASCENDING KEY SRT-CASE-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 3100-RELEASE-CASES
               OUTPUT PROCEDURE 3200-BUCKET-CASES.

           CLOSE FIZZBUZZ-FILE FIZZ-FILE BUZZ-FILE
                 NOBUCKET-FILE EXCEPTION-FILE.
           PERFORM 1700-CLEAR-CHECKPOINT.
           PERFORM 3500-PRINT-CASE-SUMMARY.
           PERFORM 8500-WRITE-RUN-LOG.

       3100-RELEASE-CASES.
           PERFORM 3150-READ-CASE.
           PERFORM UNTIL NO-MORE-CASES
               ADD 1 TO CASES-READ
               RELEASE CASE-SORT-RECORD FROM CASE-RECORD
               PERFORM 3150-READ-CASE
           END-PERFORM.
           CLOSE CASE-FILE.

       3150-READ-CASE.
           READ CASE-FILE
               AT END
                   SET NO-MORE-CASES TO TRUE
           END-READ.
           IF CASE-FILE-STATUS NOT EQUAL '00'
              AND CASE-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'VIZZBUZZ: ERROR READING CASEIN, FILE STATUS '
                       '= ' CASE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * ON A RESUMED RUN THE SORTED RECORDS UP TO THE CHECKPOINT WERE
      * BUCKETED BY THE FAILED RUN AND ARE ONLY COUNTED PAST HERE.
      * CASES-DONE GOES UP AFTER EACH RECORD IS FULLY HANDLED, SO A
      * CHECKPOINT NEVER CLAIMS A RECORD ITS COUNTS DO NOT INCLUDE.
      ******************************************************************
       3200-BUCKET-CASES.
           PERFORM 3250-RETURN-CASE.
           PERFORM UNTIL NO-MORE-SORTED
               ADD 1 TO CASES-RETURNED
               IF CASES-RETURNED > RESUME-AFTER-CASE
                   PERFORM 3300-BUCKET-ONE-CASE THRU 3300-EXIT
                   ADD 1 TO CASES-DONE
                   ADD 1 TO SINCE-CHECKPOINT
                   IF SINCE-CHECKPOINT >= CHECKPOINT-EVERY
                       PERFORM 1650-WRITE-CASE-CHECKPOINT
                       MOVE 0 TO SINCE-CHECKPOINT
                   END-IF
               END-IF
               PERFORM 3250-RETURN-CASE
           END-PERFORM.

       3250-RETURN-CASE.
           RETURN CASE-SORT-FILE
               AT END
                   SET NO-MORE-SORTED TO TRUE
           END-RETURN.

      ******************************************************************
      * THE FIRST GOOD OCCURRENCE OF A CASE NUMBER IS BUCKETED AND ANY
      * REPEAT OF IT IS A DUPLICATE. EACH VBRULES LABEL HAS ITS OWN
      * OUTPUT FILE, SO A LABEL ADDED TO VBRULES NEEDS A FILE AND A
      * WHEN HERE AS WELL - UNTIL THEN ITS CASES LAND IN NOBUCKET.
      ******************************************************************
       3300-BUCKET-ONE-CASE.
           IF SRT-CASE-NUMBER NOT NUMERIC
               MOVE 'NON-NUMERIC' TO EXC-REASON
               ADD 1 TO NON-NUMERIC-COUNT
               PERFORM 3400-WRITE-EXCEPTION
               GO TO 3300-EXIT.

           MOVE SRT-CASE-NUMBER TO CURRENT-NUMBER.
           IF CURRENT-NUMBER < STARTING-NUMBER
              OR CURRENT-NUMBER > ENDING-NUMBER
               MOVE 'OUT OF RANGE' TO EXC-REASON
               ADD 1 TO OUT-OF-RANGE-COUNT
               PERFORM 3400-WRITE-EXCEPTION
               GO TO 3300-EXIT.

           IF CURRENT-NUMBER EQUAL LAST-GOOD-CASE
               MOVE 'DUPLICATE' TO EXC-REASON
               ADD 1 TO DUPLICATE-COUNT
               PERFORM 3400-WRITE-EXCEPTION
               GO TO 3300-EXIT.

           MOVE CURRENT-NUMBER TO LAST-GOOD-CASE.
           PERFORM 1000-PROCESS-NUMBER.
           EVALUATE CURRENT-RESULT
               WHEN 'FIZZBUZZ'
                   WRITE FIZZBUZZ-RECORD FROM CASE-SORT-RECORD
                   ADD 1 TO FIZZBUZZ-COUNT
               WHEN 'FIZZ'
                   WRITE FIZZ-RECORD FROM CASE-SORT-RECORD
                   ADD 1 TO FIZZ-COUNT
               WHEN 'BUZZ'
                   WRITE BUZZ-RECORD FROM CASE-SORT-RECORD
                   ADD 1 TO BUZZ-COUNT
               WHEN OTHER
                   WRITE NOBUCKET-RECORD FROM CASE-SORT-RECORD
                   ADD 1 TO NOBUCKET-COUNT
           END-EVALUATE.

       3300-EXIT.
           EXIT.

       3400-WRITE-EXCEPTION.
           MOVE CASE-SORT-RECORD TO EXC-CASE-RECORD.
           WRITE EXCEPTION-RECORD.

      ******************************************************************
      * THE SUMMARY PAGE PROVES THE RUN: EVERY CASE RECORD READ MUST
      * BE IN EXACTLY ONE BUCKET OR REJECTED FOR EXACTLY ONE REASON.
      * OUT OF BALANCE ENDS THE STEP WITH RC 8.
      ******************************************************************
       3500-PRINT-CASE-SUMMARY.
           COMPUTE CASES-BUCKETED = FIZZBUZZ-COUNT + FIZZ-COUNT
                                  + BUZZ-COUNT + NOBUCKET-COUNT.
           COMPUTE CASES-REJECTED = NON-NUMERIC-COUNT
                                  + OUT-OF-RANGE-COUNT
                                  + DUPLICATE-COUNT.
           COMPUTE CASES-ACCOUNTED = CASES-BUCKETED + CASES-REJECTED.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-RECORD FROM SUMMARY-HEADING-1.
           MOVE STARTING-NUMBER TO SHD-FROM.
           MOVE ENDING-NUMBER TO SHD-TO.
           WRITE REPORT-RECORD FROM SUMMARY-HEADING-2.
           IF RESUMING-RUN
               MOVE RESUME-AFTER-CASE TO SRS-RESUME-AFTER
               WRITE REPORT-RECORD FROM SUMMARY-RESUME-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'FIZZBUZZ' TO SUM-LABEL.
           MOVE FIZZBUZZ-COUNT TO SUM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE 'FIZZ' TO SUM-LABEL.
           MOVE FIZZ-COUNT TO SUM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE 'BUZZ' TO SUM-LABEL.
           MOVE BUZZ-COUNT TO SUM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE 'NO BUCKET' TO SUM-LABEL.
           MOVE NOBUCKET-COUNT TO SUM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE 'TOTAL BUCKETED' TO SUM-LABEL.
           MOVE CASES-BUCKETED TO SUM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'REJECTED NON-NUMERIC' TO SUM-LABEL.
           MOVE NON-NUMERIC-COUNT TO SUM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE 'REJECTED OUT OF RANGE' TO SUM-LABEL.
           MOVE OUT-OF-RANGE-COUNT TO SUM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE 'REJECTED DUPLICATE' TO SUM-LABEL.
           MOVE DUPLICATE-COUNT TO SUM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE 'TOTAL REJECTED' TO SUM-LABEL.
           MOVE CASES-REJECTED TO SUM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'TOTAL ACCOUNTED FOR' TO SUM-LABEL.
           MOVE CASES-ACCOUNTED TO SUM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE 'CASE RECORDS READ' TO SUM-LABEL.
           MOVE CASES-READ TO SUM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.

           IF CASES-ACCOUNTED EQUAL CASES-READ
               MOVE 'IN BALANCE' TO SBL-MESSAGE
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO SBL-MESSAGE
               DISPLAY 'VIZZBUZZ: CASE COUNTS DO NOT BALANCE TO THE '
                       'CASE RECORDS READ'
               MOVE 8 TO RETURN-CODE.
           WRITE REPORT-RECORD FROM SUMMARY-BALANCE-LINE.
           CLOSE REPORT-FILE.

       9999-END.
           .
                 
