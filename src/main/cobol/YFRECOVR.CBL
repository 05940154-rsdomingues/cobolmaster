      *            APPLIED OR SKIPPED, WITH CONTROL TOTALS, SO THE
      *            REBUILT FILE CAN BE PROVED AGAINST THE JOURNAL.
      *
      *            THE RUN CHECKPOINTS TO CHKPTDD EVERY 1000 JOURNAL
      *            RECORDS - HOW MANY HAVE BEEN HANDLED, THE LAST OF
      *            THEM, AND THE RUNNING COUNTS. A RUN THAT FAILS
      *            PARTWAY LEAVES ITS CHECKPOINT IN PLACE; RERUN WITH
      *            THE SAME CUT-OFF AGAINST THE SAME PARTLY RECOVERED
      *            YOURFILE AND IT RESUMES AFTER THE CHECKPOINTED
      *            RECORD, THE REPORT SHOWING WHERE IT RESUMED AND
      *            GIVING TOTALS FOR THE WHOLE RECOVERY. ONLY A CLEAN
      *            FINISH CLEARS THE CHECKPOINT.
      *
      * USAGE:     YFRECOVR CUTOFF-DATE [CUTOFF-TIME]
      *            (YYYYMMDD AND HHMMSS; TIME DEFAULTS TO 235959)
      ******************************************************************
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPTDD
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(71).

       FD  YOURFILE.
           COPY MYFREC REPLACING ==:PREFIX:== BY ==YF-==.
       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD     PIC X(128).

       WORKING-STORAGE SECTION.
       01  AL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  YF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  CK-FILE-STATUS        PIC X(2) VALUE '00'.
       01  CHECKPOINT-EVERY      PIC 9(4) VALUE 1000.
       01  SINCE-CHECKPOINT      PIC 9(4) VALUE 0.
       01  RESUME-AFTER-RECORD   PIC 9(6) VALUE 0.
       01  RESUME-APPLIED        PIC 9(6) VALUE 0.
       01  APPLIED-THIS-RUN      PIC 9(6) VALUE 0.

      ******************************************************************
      * THE CHECKPOINT CARRIES THE CUT-OFF IT WAS TAKEN UNDER, HOW MANY
      * AUDITLG RECORDS HAD BEEN HANDLED, THE WHOLE IMAGE OF THE LAST
      * OF THEM (SO A RERUN CAN PROVE IT IS READING THE SAME JOURNAL)
      * AND THE RUNNING COUNTS. ZERO RECORDS HANDLED IS A CLEARED
      * CHECKPOINT.
      ******************************************************************
       01  CHECKPOINT-DATA.
           05  CKPT-CUTOFF-STAMP.
               10  CKPT-CUTOFF-DATE  PIC 9(8).
               10  CKPT-CUTOFF-TIME  PIC 9(6).
           05  CKPT-RECORDS-DONE     PIC 9(6).
           05  CKPT-LAST-JOURNAL.
               10  CKPT-LAST-KEY     PIC X(5).
               10  FILLER            PIC X(31).
               10  CKPT-LAST-DATE    PIC 9(8).
               10  CKPT-LAST-TIME    PIC 9(6).
               10  FILLER            PIC X(21).
           05  CKPT-RECORDS-APPLIED  PIC 9(6).
           05  CKPT-AS-ADD           PIC 9(6).
           05  CKPT-AS-CHANGE        PIC 9(6).
           05  CKPT-AS-DELETE        PIC 9(6).
           05  CKPT-RECORDS-SKIPPED  PIC 9(6).
           05  FILLER                PIC X(7).

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
               88  ARGS-ARE-INVALID  VALUE 'N'.
           05  EOF-SW            PIC X VALUE 'N'.
               88  NO-MORE-JOURNAL   VALUE 'Y'.
           05  RESUME-SW         PIC X VALUE 'N'.
               88  RESUMING-RUN      VALUE 'Y'.

       01  COUNTERS.
           05  RECORDS-READ      PIC 9(6) VALUE 0.
           05  HDG-CUTOFF-TIME   PIC 9(6).
           05  FILLER            PIC X(30) VALUE SPACES.

       01  RESUME-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(29)
               VALUE 'RESUMED AFTER JOURNAL RECORD'.
           05  RSM-RECORDS-DONE  PIC ZZZ,ZZ9.
           05  FILLER            PIC X(7)  VALUE ' - KEY '.
           05  RSM-LAST-KEY      PIC X(5).
           05  FILLER            PIC X(4)  VALUE ' AT '.
           05  RSM-LAST-DATE     PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RSM-LAST-TIME     PIC 9(6).
           05  FILLER            PIC X(12) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(7)  VALUE 'KEY'.
           05  TOT-AS-DELETE     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(18) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(24)
               VALUE 'APPLIED BEFORE RESTART:'.
           05  TOT-BEFORE-RESTART PIC ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE ' THIS RUN:'.
           05  TOT-THIS-RUN      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(29) VALUE SPACES.

           COPY CICDJRNL.

       PROCEDURE DIVISION.

           PERFORM 2000-READ-AUDIT-LOG.
           PERFORM UNTIL NO-MORE-JOURNAL
               IF RECORDS-READ > RESUME-AFTER-RECORD
                   PERFORM 3000-APPLY-JOURNAL-RECORD
                   ADD 1 TO SINCE-CHECKPOINT
                   IF SINCE-CHECKPOINT >= CHECKPOINT-EVERY
                       PERFORM 1600-WRITE-CHECKPOINT
                       MOVE 0 TO SINCE-CHECKPOINT
                   END-IF
               ELSE
                   IF RECORDS-READ EQUAL RESUME-AFTER-RECORD
                       PERFORM 1550-CHECK-RESUME-POINT
                   END-IF
               END-IF
               PERFORM 2000-READ-AUDIT-LOG
           END-PERFORM.
           IF RECORDS-READ < RESUME-AFTER-RECORD
               DISPLAY 'YFRECOVR: AUDITLG ENDED AT RECORD '
                       RECORDS-READ ', BEFORE THE CHECKPOINT AT '
                       RESUME-AFTER-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1700-CLEAR-CHECKPOINT.
           PERFORM 8000-PRINT-TOTALS.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 9000-TERMINATE.
               END-IF
           END-IF.

           PERFORM 1500-CHECK-FOR-RESTART.

           OPEN INPUT AUDIT-LOG.
           IF AL-FILE-STATUS NOT EQUAL '00'
               SET ARGS-ARE-INVALID TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           IF RESUMING-RUN
               OPEN EXTEND REPORT-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE
           END-IF.
           MOVE CUTOFF-DATE TO HDG-CUTOFF-DATE.
           MOVE CUTOFF-TIME TO HDG-CUTOFF-TIME.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           IF RESUMING-RUN
               MOVE CKPT-RECORDS-DONE TO RSM-RECORDS-DONE
               MOVE CKPT-LAST-KEY TO RSM-LAST-KEY
               MOVE CKPT-LAST-DATE TO RSM-LAST-DATE
               MOVE CKPT-LAST-TIME TO RSM-LAST-TIME
               WRITE REPORT-LINE FROM RESUME-LINE
           END-IF.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

       0500-EXIT.
           EXIT.

      ******************************************************************
      * CHKPTDD IS CATALOGED DISP=MOD, SO READ THROUGH TO THE LAST
      * RECORD - THE ONE CURRENT AS OF THE LAST CHECKPOINT OR CLEAR -
      * THE SAME AS VIZZBUZZ. A CHECKPOINT IS ONLY PICKED UP BY A RUN
      * TO THE SAME CUT-OFF: A RUN TO ANY OTHER CUT-OFF IS A NEW
      * RECOVERY AND STARTS FROM A FRESH YFRELOAD AND THE FIRST
      * JOURNAL RECORD. ON A RESUMED RUN THE COUNTS PICK UP FROM THE
      * CHECKPOINT, AND RECORDS-READ COUNTS AUDITLG FROM THE TOP
      * AGAIN, SO THE TOTALS COVER THE WHOLE RECOVERY.
      ******************************************************************
       1500-CHECK-FOR-RESTART.
           MOVE ZEROS TO CHECKPOINT-DATA.
           OPEN INPUT CHECKPOINT-FILE.
           IF CK-FILE-STATUS EQUAL '00'
               PERFORM UNTIL CK-FILE-STATUS NOT EQUAL '00'
                   READ CHECKPOINT-FILE INTO CHECKPOINT-DATA
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF CKPT-RECORDS-DONE NUMERIC
              AND CKPT-RECORDS-DONE > ZERO
               IF CKPT-CUTOFF-STAMP EQUAL CUTOFF-STAMP
                   SET RESUMING-RUN TO TRUE
                   MOVE CKPT-RECORDS-DONE TO RESUME-AFTER-RECORD
                   MOVE CKPT-RECORDS-APPLIED TO RECORDS-APPLIED
                   MOVE CKPT-RECORDS-APPLIED TO RESUME-APPLIED
                   MOVE CKPT-AS-ADD TO APPLIED-AS-ADD
                   MOVE CKPT-AS-CHANGE TO APPLIED-AS-CHANGE
                   MOVE CKPT-AS-DELETE TO APPLIED-AS-DELETE
                   MOVE CKPT-RECORDS-SKIPPED TO RECORDS-SKIPPED
                   DISPLAY 'YFRECOVR: RESUMING AFTER CHECKPOINT AT '
                           'AUDITLG RECORD ' CKPT-RECORDS-DONE
               ELSE
                   DISPLAY 'YFRECOVR: CHECKPOINT FOR CUT-OFF '
                           CKPT-CUTOFF-DATE ' ' CKPT-CUTOFF-TIME
                           ' IGNORED - STARTING FROM THE FIRST '
                           'AUDITLG RECORD'
               END-IF
           END-IF.

      ******************************************************************
      * THE AUDITLG RECORD AT THE CHECKPOINTED POSITION MUST BE THE ONE
      * THE FAILED RUN CHECKPOINTED. IF IT IS NOT, AUDITLG HAS BEEN
      * ARCHIVED OR RELOADED SINCE, THE RESUME POINT MEANS NOTHING,
      * AND THE RECOVERY HAS TO START AGAIN FROM A FRESH YFRELOAD.
      ******************************************************************
       1550-CHECK-RESUME-POINT.
           IF WS-JRNL-RECORD NOT EQUAL CKPT-LAST-JOURNAL
               DISPLAY 'YFRECOVR: AUDITLG RECORD ' RECORDS-READ
                       ' DOES NOT MATCH THE CHECKPOINT - CANNOT RESUME'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * A CHECKPOINT IS ONLY TAKEN AFTER THE RECORD IT NAMES HAS BEEN
      * APPLIED AND COUNTED. RECORDS APPLIED AFTER THE LAST CHECKPOINT
      * OF A FAILED RUN ARE APPLIED AGAIN ON THE RERUN; AN AFTER-IMAGE
      * OR DELETE APPLIED TWICE LEAVES THE RECORD THE SAME, THOUGH AN
      * ADD APPLIED AGAIN IS COUNTED THE SECOND TIME AS A CHANGE.
      ******************************************************************
       1600-WRITE-CHECKPOINT.
           MOVE CUTOFF-STAMP TO CKPT-CUTOFF-STAMP.
           MOVE RECORDS-READ TO CKPT-RECORDS-DONE.
           MOVE WS-JRNL-RECORD TO CKPT-LAST-JOURNAL.
           MOVE RECORDS-APPLIED TO CKPT-RECORDS-APPLIED.
           MOVE APPLIED-AS-ADD TO CKPT-AS-ADD.
           MOVE APPLIED-AS-CHANGE TO CKPT-AS-CHANGE.
           MOVE APPLIED-AS-DELETE TO CKPT-AS-DELETE.
           MOVE RECORDS-SKIPPED TO CKPT-RECORDS-SKIPPED.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CK-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFRECOVR: ERROR OPENING CHKPTDD, FILE STATUS '
                       '= ' CK-FILE-STATUS
           ELSE
               WRITE CHECKPOINT-RECORD FROM CHECKPOINT-DATA
               CLOSE CHECKPOINT-FILE
           END-IF.

      ******************************************************************
      * A CHECKPOINT LEFT IN PLACE AFTER A CLEAN FINISH WOULD MAKE THE
      * NEXT RECOVERY TO THE SAME CUT-OFF SKIP RECORDS, SO FAILING TO
      * CLEAR IT ENDS THE STEP WITH RC 8.
      ******************************************************************
       1700-CLEAR-CHECKPOINT.
           MOVE ZEROS TO CHECKPOINT-DATA.
           MOVE SPACES TO CKPT-LAST-JOURNAL.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CK-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFRECOVR: ERROR CLEARING CHKPTDD, FILE STATUS '
                       '= ' CK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE CHECKPOINT-RECORD FROM CHECKPOINT-DATA
               CLOSE CHECKPOINT-FILE
           END-IF.

       2000-READ-AUDIT-LOG.
           READ AUDIT-LOG INTO WS-JRNL-RECORD
               AT END
           MOVE APPLIED-AS-CHANGE TO TOT-AS-CHANGE.
           MOVE APPLIED-AS-DELETE TO TOT-AS-DELETE.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           IF RESUMING-RUN
               COMPUTE APPLIED-THIS-RUN =
                   RECORDS-APPLIED - RESUME-APPLIED
               MOVE RESUME-APPLIED TO TOT-BEFORE-RESTART
               MOVE APPLIED-THIS-RUN TO TOT-THIS-RUN
               WRITE REPORT-LINE FROM TOTAL-LINE-3
           END-IF.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
