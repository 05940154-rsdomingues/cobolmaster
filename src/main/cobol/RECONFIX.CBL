      *            LAYOUT SO CICSHIST AND YFRECOVR STILL SEE A
      *            COMPLETE CHANGE HISTORY.
      *
      *            THE RELEASE APPLY PASS CHECKPOINTS TO CHKPTDD EVERY
      *            100 SYNCOUT RECORDS - HOW MANY HAVE BEEN APPLIED,
      *            THE LAST OF THEM, AND THE RUNNING COUNTS. A RELEASE
      *            RUN THAT FAILS PARTWAY LEAVES ITS CHECKPOINT IN
      *            PLACE; THE RELEASE RERUN SKIPS THE PROPOSAL PASS,
      *            REAPPLIES THE SAME SYNCOUT FROM THE RECORD AFTER THE
      *            CHECKPOINT, AND REPORTS WHERE IT RESUMED WITH TOTALS
      *            FOR THE WHOLE RUN. ONLY A CLEAN FINISH CLEARS THE
      *            CHECKPOINT, AND A HOLD RUN IS REFUSED WHILE ONE IS
      *            OUTSTANDING, SINCE IT WOULD REWRITE SYNCOUT.
      *
      * USAGE:     RECONFIX HOLD       (PROPOSE ONLY)
      *            RECONFIX RELEASE    (PROPOSE AND APPLY)
      ******************************************************************
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPTDD
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SYN-DETAIL        PIC X(20).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(71).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).
       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  MF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  YF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  SY-FILE-STATUS        PIC X(2) VALUE '00'.
       01  AL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  CK-FILE-STATUS        PIC X(2) VALUE '00'.
       01  CHECKPOINT-EVERY      PIC 9(4) VALUE 100.
       01  SINCE-CHECKPOINT      PIC 9(4) VALUE 0.
       01  SYNC-RECORDS-READ     PIC 9(6) VALUE 0.
       01  RESUME-AFTER-SYNC     PIC 9(6) VALUE 0.
       01  RESUME-APPLIED        PIC 9(6) VALUE 0.
       01  APPLIED-THIS-RUN      PIC 9(6) VALUE 0.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
               88  NO-MORE-YOURFILE  VALUE 'Y'.
           05  SY-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-SYNC      VALUE 'Y'.
           05  RESUME-SW         PIC X VALUE 'N'.
               88  RESUMING-RUN      VALUE 'Y'.

       01  COMPARE-KEYS.
           05  MF-COMPARE-KEY    PIC X(5).
           05  CORRECTIONS-PROPOSED PIC 9(6) VALUE 0.
           05  CORRECTIONS-APPLIED  PIC 9(6) VALUE 0.

      ******************************************************************
      * THE CHECKPOINT CARRIES HOW MANY SYNCOUT RECORDS THE APPLY PASS
      * HAD HANDLED, THE IMAGE OF THE LAST OF THEM (SO A RERUN CAN
      * PROVE IT IS READING THE SAME SYNCOUT) AND THE COUNTERS ABOVE,
      * SAVED WHOLE - THE PROPOSAL PASS IS NOT RUN AGAIN ON A RESUMED
      * RUN, SO ITS COUNTS ONLY COME BACK FROM HERE. ZERO RECORDS
      * HANDLED IS A CLEARED CHECKPOINT.
      ******************************************************************
       01  CHECKPOINT-DATA.
           05  CKPT-SYNC-DONE    PIC 9(6).
           05  CKPT-LAST-SYNC.
               10  CKPT-LAST-ACTION  PIC X(1).
               10  CKPT-LAST-KEY     PIC X(5).
               10  FILLER            PIC X(15).
           05  CKPT-COUNTERS     PIC X(42).
           05  FILLER            PIC X(11).

       01  HEADING-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(31)
           05  HDG-MODE          PIC X(7).
           05  FILLER            PIC X(41) VALUE SPACES.

       01  RESUME-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(30)
               VALUE 'RESUMED AFTER SYNCOUT RECORD'.
           05  RSM-SYNC-DONE     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(7)  VALUE ' - KEY '.
           05  RSM-LAST-KEY      PIC X(5).
           05  FILLER            PIC X(30) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-KEY           PIC X(8).
           05  TOT-DELETES       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(28) VALUE SPACES.

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
               GOBACK
           END-IF.

           IF NOT RESUMING-RUN
               PERFORM UNTIL NO-MORE-MYFILE AND NO-MORE-YOURFILE
                   PERFORM 1000-MATCH-RECORDS
               END-PERFORM
               PERFORM 1500-END-PROPOSAL-PASS
           END-IF.

           IF RELEASE-MODE
               PERFORM 6000-APPLY-CORRECTIONS THRU 6000-EXIT
                   GO TO 0500-EXIT
           END-EVALUATE.

           PERFORM 6600-CHECK-FOR-RESTART.
           IF RESUMING-RUN
               IF HOLD-MODE
                   SET ARGS-ARE-INVALID TO TRUE
                   DISPLAY 'RECONFIX: CHKPTDD HOLDS AN UNFINISHED '
                           'RELEASE RUN - RERUN RELEASE TO FINISH IT '
                           'BEFORE A NEW HOLD RUN'
                   MOVE 16 TO RETURN-CODE
                   GO TO 0500-EXIT
               END-IF
               OPEN EXTEND REPORT-FILE
               MOVE 'RELEASE' TO HDG-MODE
               WRITE REPORT-LINE FROM HEADING-LINE-1
               MOVE CKPT-SYNC-DONE TO RSM-SYNC-DONE
               MOVE CKPT-LAST-KEY TO RSM-LAST-KEY
               WRITE REPORT-LINE FROM RESUME-LINE
               GO TO 0500-EXIT
           END-IF.

           OPEN INPUT MYFILE.
           IF MF-FILE-STATUS NOT EQUAL '00'
               SET ARGS-ARE-INVALID TO TRUE

           PERFORM 6100-READ-SYNC-FILE.
           PERFORM UNTIL NO-MORE-SYNC
               IF SYNC-RECORDS-READ > RESUME-AFTER-SYNC
                   PERFORM 6200-APPLY-ONE-CORRECTION
                   ADD 1 TO SINCE-CHECKPOINT
                   IF SINCE-CHECKPOINT >= CHECKPOINT-EVERY
                       PERFORM 6700-WRITE-CHECKPOINT
                       MOVE 0 TO SINCE-CHECKPOINT
                   END-IF
               ELSE
                   IF SYNC-RECORDS-READ EQUAL RESUME-AFTER-SYNC
                       PERFORM 6650-CHECK-RESUME-POINT
                   END-IF
               END-IF
               PERFORM 6100-READ-SYNC-FILE
           END-PERFORM.
           IF SYNC-RECORDS-READ < RESUME-AFTER-SYNC
               DISPLAY 'RECONFIX: SYNCOUT ENDED AT RECORD '
                       SYNC-RECORDS-READ ', BEFORE THE CHECKPOINT AT '
                       RESUME-AFTER-SYNC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           CLOSE SYNC-FILE.
           CLOSE YOURFILE.
           CLOSE AUDIT-LOG.
           PERFORM 6800-CLEAR-CHECKPOINT.

       6000-EXIT.
           EXIT.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-SYNC
               ADD 1 TO SYNC-RECORDS-READ
           END-IF.

       6200-APPLY-ONE-CORRECTION.
           MOVE SYN-DETAIL TO SYN-RECORD.
           READ YOURFILE.
           EVALUATE YF-FILE-STATUS
               WHEN '00'
                   IF YF-FIELD-2 EQUAL SYN-FIELD-2
                      AND YF-FIELD-3 EQUAL SYN-FIELD-3
                      AND YF-FIELD-4 EQUAL SYN-FIELD-4
                       PERFORM 6450-NOTE-ALREADY-APPLIED
                   ELSE
                       PERFORM 6460-REWRITE-CHANGE
                   END-IF
               WHEN '23'
                   PERFORM 6300-APPLY-ADD
               WHEN OTHER
                   GOBACK
           END-EVALUATE.

      ******************************************************************
      * A LIVE RECORD ALREADY HOLDING THE MYFILE VALUES IS NOT
      * REWRITTEN OR JOURNALED AGAIN - THE SAME RULE YFMASCHG FOLLOWS -
      * SO A RELEASE RUN RESUMED FROM ITS CHECKPOINT NEVER JOURNALS A
      * CORRECTION THE FAILED RUN ALREADY APPLIED. IT STILL COUNTS AS
      * APPLIED, LIKE A DELETE OF A KEY ALREADY ABSENT.
      ******************************************************************
       6450-NOTE-ALREADY-APPLIED.
           ADD 1 TO CORRECTIONS-APPLIED.
           MOVE 'CHANGE' TO DTL-ACTION.
           MOVE 'APPLIED - YOURFILE ALREADY HELD MYFILE VALUES'
               TO DTL-MESSAGE.
           PERFORM 3600-PRINT-PROPOSAL.

       6460-REWRITE-CHANGE.
           MOVE 'Y' TO JRNL-BEFORE-FOUND.
           MOVE YF-FIELD-2 TO JRNL-BEFORE-FIELD-2.
           MOVE YF-FIELD-3 TO JRNL-BEFORE-FIELD-3.
           MOVE YF-FIELD-4 TO JRNL-BEFORE-FIELD-4.
           MOVE SYN-FIELD-2 TO YF-FIELD-2.
           MOVE SYN-FIELD-3 TO YF-FIELD-3.
           MOVE SYN-FIELD-4 TO YF-FIELD-4.
           PERFORM 6900-STAMP-RECORD.
           REWRITE YF-RECORD.
           IF YF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'RECONFIX: ERROR REWRITING YOURFILE '
                       'KEY ' SYN-KEY ', FILE STATUS = '
                       YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO CORRECTIONS-APPLIED.
           MOVE 'U' TO JRNL-ACTION.
           PERFORM 7000-WRITE-AUDIT-LOG.
           MOVE 'CHANGE' TO DTL-ACTION.
           MOVE 'APPLIED - YOURFILE TOOK MYFILE VALUES'
               TO DTL-MESSAGE.
           PERFORM 3600-PRINT-PROPOSAL.

      ******************************************************************
      * A KEY ALREADY ABSENT AT APPLY TIME LEAVES YOURFILE IN THE
      * STATE THE CORRECTION CALLS FOR, SO IT STILL COUNTS AS APPLIED
                   GOBACK
           END-EVALUATE.

      ******************************************************************
      * CHKPTDD IS CATALOGED DISP=MOD, SO READ THROUGH TO THE LAST
      * RECORD - THE ONE CURRENT AS OF THE LAST CHECKPOINT OR CLEAR -
      * THE SAME AS VIZZBUZZ. ONLY A RELEASE RUN WRITES A CHECKPOINT.
      * A RESUMED RUN TAKES BACK ALL THE COUNTERS, SO THE TOTALS COVER
      * THE FAILED RUN AND THE RERUN TOGETHER.
      ******************************************************************
       6600-CHECK-FOR-RESTART.
           MOVE ZEROS TO CHECKPOINT-DATA.
           OPEN INPUT CHECKPOINT-FILE.
           IF CK-FILE-STATUS EQUAL '00'
               PERFORM UNTIL CK-FILE-STATUS NOT EQUAL '00'
                   READ CHECKPOINT-FILE INTO CHECKPOINT-DATA
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF CKPT-SYNC-DONE NUMERIC
              AND CKPT-SYNC-DONE > ZERO
               SET RESUMING-RUN TO TRUE
               MOVE CKPT-SYNC-DONE TO RESUME-AFTER-SYNC
               MOVE CKPT-COUNTERS TO COUNTERS
               MOVE CORRECTIONS-APPLIED TO RESUME-APPLIED
               IF RELEASE-MODE
                   DISPLAY 'RECONFIX: RESUMING AFTER CHECKPOINT AT '
                           'SYNCOUT RECORD ' CKPT-SYNC-DONE
               END-IF
           END-IF.

      ******************************************************************
      * THE SYNCOUT RECORD AT THE CHECKPOINTED POSITION MUST BE THE ONE
      * THE FAILED RUN CHECKPOINTED. IF IT IS NOT, SYNCOUT HAS BEEN
      * REWRITTEN SINCE AND THE RESUME POINT MEANS NOTHING.
      ******************************************************************
       6650-CHECK-RESUME-POINT.
           IF SYNC-RECORD NOT EQUAL CKPT-LAST-SYNC
               DISPLAY 'RECONFIX: SYNCOUT RECORD ' SYNC-RECORDS-READ
                       ' DOES NOT MATCH THE CHECKPOINT - CANNOT RESUME'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * A CHECKPOINT IS ONLY TAKEN AFTER THE CORRECTION IT NAMES HAS
      * BEEN APPLIED, JOURNALED AND COUNTED. CORRECTIONS APPLIED AFTER
      * THE LAST CHECKPOINT OF A FAILED RUN ARE MET AGAIN ON THE RERUN
      * AND FOUND ALREADY IN PLACE, SO NONE IS JOURNALED TWICE.
      ******************************************************************
       6700-WRITE-CHECKPOINT.
           MOVE SYNC-RECORDS-READ TO CKPT-SYNC-DONE.
           MOVE SYNC-RECORD TO CKPT-LAST-SYNC.
           MOVE COUNTERS TO CKPT-COUNTERS.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CK-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'RECONFIX: ERROR OPENING CHKPTDD, FILE STATUS '
                       '= ' CK-FILE-STATUS
           ELSE
               WRITE CHECKPOINT-RECORD FROM CHECKPOINT-DATA
               CLOSE CHECKPOINT-FILE
           END-IF.

      ******************************************************************
      * A CHECKPOINT LEFT IN PLACE AFTER A CLEAN FINISH WOULD MAKE THE
      * NEXT RELEASE RUN SKIP CORRECTIONS AND EVERY HOLD RUN BE
      * REFUSED, SO FAILING TO CLEAR IT ENDS THE STEP WITH RC 8.
      ******************************************************************
       6800-CLEAR-CHECKPOINT.
           MOVE ZEROS TO CHECKPOINT-DATA.
           MOVE SPACES TO CKPT-LAST-SYNC.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CK-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'RECONFIX: ERROR CLEARING CHKPTDD, FILE STATUS '
                       '= ' CK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE CHECKPOINT-RECORD FROM CHECKPOINT-DATA
               CLOSE CHECKPOINT-FILE
           END-IF.

      ******************************************************************
      * SET THE LAST-MAINTAINED STAMP ON THE YOURFILE RECORD ABOUT TO
      * BE WRITTEN, SO A SYNCED RECORD SAYS THE SYNC TOUCHED IT LAST.
      * PARAGRAPHS; A DELETE CARRIES AN ALL-SPACES AFTER-IMAGE, THE
      * SAME CONVENTION CICSDEMO WRITES. THE TERMINAL ID IS 'BTCH'
      * AND THE OPERATOR ID IS THE PROGRAM NAME, SINCE NO TERMINAL OR
      * SIGNED-ON OPERATOR IS INVOLVED IN A BATCH CORRECTION. AN ADD
      * OR CHANGE IS JOURNALED AT THE STAMP JUST WRITTEN ON THE
      * RECORD, SO THE JOURNAL AND THE LIVE STAMP AGREE EXACTLY.
      ******************************************************************
       7000-WRITE-AUDIT-LOG.
           MOVE SYN-KEY TO JRNL-KEY.
               MOVE SYN-FIELD-3 TO JRNL-AFTER-FIELD-3
               MOVE SYN-FIELD-4 TO JRNL-AFTER-FIELD-4
           END-IF.
           IF JRNL-ACTION-DELETE
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS TO JRNL-TIME
           ELSE
               MOVE YF-LAST-MAINT-DATE TO JRNL-DATE
               MOVE YF-LAST-MAINT-TIME TO JRNL-TIME
           END-IF.
           MOVE 'BTCH' TO JRNL-TERM-ID.
           MOVE 'RECONFIX' TO JRNL-OPER-ID.
           MOVE SPACES TO JRNL-APPROVER-ID.

           WRITE AUDIT-LOG-RECORD FROM WS-JRNL-RECORD.
           IF AL-FILE-STATUS NOT EQUAL '00'
           MOVE CHANGES-PROPOSED TO TOT-CHANGES.
           MOVE DELETES-PROPOSED TO TOT-DELETES.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           IF RESUMING-RUN
               COMPUTE APPLIED-THIS-RUN =
                   CORRECTIONS-APPLIED - RESUME-APPLIED
               MOVE RESUME-APPLIED TO TOT-BEFORE-RESTART
               MOVE APPLIED-THIS-RUN TO TOT-THIS-RUN
               WRITE REPORT-LINE FROM TOTAL-LINE-3
           END-IF.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
