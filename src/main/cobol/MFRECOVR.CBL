      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   POINT-IN-TIME RECOVERY OF MYFILE. REBUILDS THE
      *            KSDS FROM A CHOSEN MFUNLOAD GENERATION AND ROLLS IT
      *            FORWARD FROM THE MYFJRNL CHANGE JOURNAL TO A
      *            REQUESTED CUT-OFF DATE AND TIME - THE WAY BACK
      *            FROM A BAD TRANIN, WHICH IS RECOVERED BY NAMING A
      *            CUT-OFF JUST BEFORE THE BAD FILE WAS APPLIED.
      *            THE UNLOAD GENERATION IS VERIFIED IN FULL FIRST,
      *            EXACTLY AS YFRELOAD VERIFIES A YOURFILE ONE, AND A
      *            GENERATION THAT DOES NOT BALANCE, WAS NOT WRITTEN
      *            BY MFUNLOAD, OR IS ALREADY LATER THAN THE CUT-OFF
      *            IS REFUSED WITHOUT MYFILE BEING OPENED. JOURNAL
      *            ENTRIES ALREADY IN THE BACKUP ARE PASSED OVER;
      *            EVERY LATER ENTRY IS REPORTED AS APPLIED OR
      *            SKIPPED, WITH CONTROL TOTALS. EACH AFTER-IMAGE IS
      *            PUT BACK AS JOURNALED, STAMP INCLUDED, AND A
      *            RECORD THAT DOES NOT MATCH THE ENTRY'S BEFORE-
      *            IMAGE IS FLAGGED AND ENDS THE RUN WITH RC 8, SINCE
      *            IT MEANS MYFILE WAS CHANGED OUTSIDE THE JOURNAL.
      *
      * USAGE:     MFRECOVR CUTOFF-DATE [CUTOFF-TIME]
      *            (YYYYMMDD AND HHMMSS; TIME DEFAULTS TO 235959)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFRECOVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNLOAD-FILE ASSIGN TO UNLIN
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS UN-FILE-STATUS.
           SELECT MYF-JOURNAL ASSIGN TO MYFJRNL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS MJ-FILE-STATUS.
           SELECT MYFILE ASSIGN TO MYFILE
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MF-KEY
               FILE STATUS IS MF-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNLOAD-FILE.
           COPY YFUNLD REPLACING ==:PREFIX:== BY ==UN-==.

       FD  MYF-JOURNAL.
           COPY MYFJRNL REPLACING ==:PREFIX:== BY ==MJ-==.

       FD  MYFILE.
           COPY MYFREC REPLACING ==:PREFIX:== BY ==MF-==.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       WORKING-STORAGE SECTION.
       01  UN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  MJ-FILE-STATUS        PIC X(2) VALUE '00'.
       01  MF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

       01  ARGS                  PIC X(120).
       01  ARG-TOKENS.
           05  ARG-DATE-TEXT     PIC X(8).
           05  ARG-TIME-TEXT     PIC X(6).

           COPY MYFREC REPLACING ==:PREFIX:== BY ==UNL-==.

       01  CUTOFF-STAMP.
           05  CUTOFF-DATE       PIC 9(8).
           05  CUTOFF-TIME       PIC 9(6).

       01  HEADER-STAMP.
           05  HEADER-DATE       PIC 9(8).
           05  HEADER-TIME       PIC 9(6).
       01  HEADER-PROGRAM        PIC X(8).

       01  JOURNAL-STAMP.
           05  JOURNAL-DATE      PIC 9(8).
           05  JOURNAL-TIME      PIC 9(6).

       01  TRAILER-CONTROLS.
           05  TRAILER-COUNT     PIC 9(9).
           05  TRAILER-FLD2-TOT  PIC 9(15).

       01  SWITCHES.
           05  ARGS-VALID-SW     PIC X VALUE 'Y'.
               88  ARGS-ARE-VALID    VALUE 'Y'.
               88  ARGS-ARE-INVALID  VALUE 'N'.
           05  EOF-SW            PIC X VALUE 'N'.
               88  NO-MORE-UNLOAD    VALUE 'Y', FALSE 'N'.
           05  JOURNAL-EOF-SW    PIC X VALUE 'N'.
               88  NO-MORE-JOURNAL   VALUE 'Y'.
           05  HEADER-SW         PIC X VALUE 'N'.
               88  HEADER-SEEN       VALUE 'Y'.
           05  TRAILER-SW        PIC X VALUE 'N'.
               88  TRAILER-SEEN      VALUE 'Y'.
           05  BALANCE-SW        PIC X VALUE 'Y'.
               88  FILE-BALANCES     VALUE 'Y', FALSE 'N'.
           05  MISMATCH-SW       PIC X VALUE 'N'.
               88  IMAGE-MISMATCHED  VALUE 'Y', FALSE 'N'.

       01  COUNTERS.
           05  DETAILS-READ      PIC 9(9)  VALUE 0.
           05  FIELD2-TOTAL      PIC 9(15) VALUE 0.
           05  RECORDS-LOADED    PIC 9(9)  VALUE 0.
           05  JOURNAL-READ      PIC 9(6)  VALUE 0.
           05  JOURNAL-IN-BACKUP PIC 9(6)  VALUE 0.
           05  RECORDS-APPLIED   PIC 9(6)  VALUE 0.
           05  APPLIED-AS-ADD    PIC 9(6)  VALUE 0.
           05  APPLIED-AS-CHANGE PIC 9(6)  VALUE 0.
           05  APPLIED-AS-DELETE PIC 9(6)  VALUE 0.
           05  RECORDS-SKIPPED   PIC 9(6)  VALUE 0.
           05  IMAGE-MISMATCHES  PIC 9(6)  VALUE 0.

       01  FIELD2-NUMERIC        PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(31)
               VALUE 'MYFILE POINT-IN-TIME RECOVERY'.
           05  FILLER            PIC X(8)  VALUE 'THROUGH'.
           05  HDG-CUTOFF-DATE   PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-CUTOFF-TIME   PIC 9(6).
           05  FILLER            PIC X(25) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(8)  VALUE 'KEY'.
           05  FILLER            PIC X(9)  VALUE 'DATE'.
           05  FILLER            PIC X(7)  VALUE 'TIME'.
           05  FILLER            PIC X(9)  VALUE 'TRANIN'.
           05  FILLER            PIC X(9)  VALUE 'SOURCE'.
           05  FILLER            PIC X(7)  VALUE 'REC#'.
           05  FILLER            PIC X(30) VALUE 'DISPOSITION'.

       01  DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-KEY           PIC X(6).
           05  DTL-ACTION        PIC X(2).
           05  DTL-DATE          PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-TIME          PIC 9(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-TRAN-DATE     PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-TRAN-SOURCE   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-TRAN-RECNO    PIC 9(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-DISPOSITION   PIC X(30).

       01  BACKUP-THROUGH-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(30)
               VALUE 'BACKUP LOADED, CURRENT THROUGH'.
           05  BTL-HEADER-DATE   PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  BTL-HEADER-TIME   PIC 9(6).
           05  FILLER            PIC X(34) VALUE SPACES.

       01  REFUSAL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RFL-MESSAGE       PIC X(79).

       01  TOTAL-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(16) VALUE 'DETAILS READ:'.
           05  TOT-DETAILS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(17) VALUE '  RECORDS LOADED:'.
           05  TOT-LOADED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(24) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(16) VALUE 'JOURNAL READ:'.
           05  TOT-JOURNAL-READ  PIC ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE ' IN BACKUP:'.
           05  TOT-IN-BACKUP     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(10) VALUE ' APPLIED:'.
           05  TOT-APPLIED       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(10) VALUE ' SKIPPED:'.
           05  TOT-SKIPPED       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(16) VALUE 'APPLIED AS ADD:'.
           05  TOT-AS-ADD        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE ' AS CHANGE:'.
           05  TOT-AS-CHANGE     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE ' AS DELETE:'.
           05  TOT-AS-DELETE     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(18) VALUE SPACES.

       01  TOTAL-LINE-4.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(25)
               VALUE 'BEFORE-IMAGE MISMATCHES:'.
           05  TOT-MISMATCHES    PIC ZZZ,ZZ9.
           05  FILLER            PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           IF ARGS-ARE-INVALID
               GOBACK
           END-IF.

           PERFORM 1000-VERIFY-UNLOAD-FILE.
           IF FILE-BALANCES
               PERFORM 4000-LOAD-MYFILE
               PERFORM 6000-ROLL-FORWARD
           END-IF.

           PERFORM 8000-PRINT-TOTALS.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 9000-TERMINATE.
           GOBACK.

       0500-INITIALIZE.
           ACCEPT ARGS FROM COMMAND-LINE.

           UNSTRING ARGS DELIMITED BY SPACE
               INTO ARG-DATE-TEXT, ARG-TIME-TEXT.

           SET ARGS-ARE-VALID TO TRUE.
           IF ARG-DATE-TEXT NOT NUMERIC
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'MFRECOVR: CUT-OFF DATE MUST BE SUPPLIED AS AN '
                       '8-DIGIT DATE, E.G. "20260821"'
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           MOVE ARG-DATE-TEXT TO CUTOFF-DATE.
           IF ARG-TIME-TEXT EQUAL SPACES
               MOVE 235959 TO CUTOFF-TIME
           ELSE
               IF ARG-TIME-TEXT NOT NUMERIC
                   SET ARGS-ARE-INVALID TO TRUE
                   DISPLAY 'MFRECOVR: CUT-OFF TIME MUST BE A 6-DIGIT '
                           'TIME, E.G. "173000"'
                   MOVE 16 TO RETURN-CODE
                   GO TO 0500-EXIT
               ELSE
                   MOVE ARG-TIME-TEXT TO CUTOFF-TIME
               END-IF
           END-IF.

           OPEN INPUT UNLOAD-FILE.
           IF UN-FILE-STATUS NOT EQUAL '00'
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'MFRECOVR: ERROR OPENING UNLIN, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           OPEN OUTPUT REPORT-FILE.
           MOVE CUTOFF-DATE TO HDG-CUTOFF-DATE.
           MOVE CUTOFF-TIME TO HDG-CUTOFF-TIME.
           WRITE REPORT-LINE FROM HEADING-LINE-1.

       0500-EXIT.
           EXIT.

      ******************************************************************
      * PASS 1 - READ THE WHOLE GENERATION WITHOUT LOADING ANYTHING,
      * PROVING THE HEADER LEADS, THE TRAILER CLOSES, AND THE
      * TRAILER'S COUNT AND CONTROL TOTAL BALANCE AGAINST THE DETAILS
      * ACTUALLY PRESENT. A GENERATION TAKEN AFTER THE CUT-OFF CANNOT
      * BE ROLLED BACK TO IT - THE JOURNAL ONLY RUNS FORWARD - SO IT
      * IS REFUSED TOO. ANY FAILURE REFUSES THE RECOVERY OUTRIGHT -
      * MYFILE IS NEVER OPENED.
      ******************************************************************
       1000-VERIFY-UNLOAD-FILE.
           PERFORM 2000-READ-UNLOAD-FILE.
           PERFORM UNTIL NO-MORE-UNLOAD OR NOT FILE-BALANCES
               PERFORM 3000-VERIFY-ONE-RECORD
               PERFORM 2000-READ-UNLOAD-FILE
           END-PERFORM.

           IF FILE-BALANCES
              AND NOT HEADER-SEEN
               MOVE 'LOAD REFUSED - NO HEADER RECORD ON UNLOAD FILE'
                   TO RFL-MESSAGE
               PERFORM 3500-REFUSE-LOAD
           END-IF.
           IF FILE-BALANCES
              AND NOT TRAILER-SEEN
               MOVE 'LOAD REFUSED - NO TRAILER RECORD ON UNLOAD FILE'
                   TO RFL-MESSAGE
               PERFORM 3500-REFUSE-LOAD
           END-IF.
           IF FILE-BALANCES
              AND TRAILER-COUNT NOT EQUAL DETAILS-READ
               MOVE 'LOAD REFUSED - TRAILER COUNT MISMATCH'
                   TO RFL-MESSAGE
               PERFORM 3500-REFUSE-LOAD
           END-IF.
           IF FILE-BALANCES
              AND TRAILER-FLD2-TOT NOT EQUAL FIELD2-TOTAL
               MOVE 'LOAD REFUSED - FIELD-2 CONTROL TOTAL UNBALANCED'
                   TO RFL-MESSAGE
               PERFORM 3500-REFUSE-LOAD
           END-IF.
           IF FILE-BALANCES
              AND HEADER-PROGRAM NOT EQUAL 'MFUNLOAD'
               MOVE 'LOAD REFUSED - NOT A MYFILE UNLOAD GENERATION'
                   TO RFL-MESSAGE
               PERFORM 3500-REFUSE-LOAD
           END-IF.
           IF FILE-BALANCES
              AND HEADER-STAMP > CUTOFF-STAMP
               MOVE 'LOAD REFUSED - UNLOAD TAKEN AFTER THE CUT-OFF'
                   TO RFL-MESSAGE
               PERFORM 3500-REFUSE-LOAD
           END-IF.

       2000-READ-UNLOAD-FILE.
           READ UNLOAD-FILE
               AT END
                   SET NO-MORE-UNLOAD TO TRUE
           END-READ.
           IF UN-FILE-STATUS NOT EQUAL '00'
              AND UN-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'MFRECOVR: ERROR READING UNLIN, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * ONE HEADER LEADING, ONE TRAILER CLOSING, NOTHING AFTER THE
      * TRAILER, AS IN YFRELOAD. THE HEADER'S PROGRAM NAME IS KEPT SO
      * PASS 1 CAN REFUSE A YOURFILE GENERATION - IT HAS THE SAME
      * LAYOUT AND WOULD OTHERWISE LOAD CLEANLY INTO THE WRONG FILE.
      ******************************************************************
       3000-VERIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN UN-UNL-HEADER
                   IF HEADER-SEEN
                       MOVE 'LOAD REFUSED - MORE THAN ONE HEADER'
                           TO RFL-MESSAGE
                       PERFORM 3500-REFUSE-LOAD
                   ELSE
                       SET HEADER-SEEN TO TRUE
                       MOVE UN-UNL-HDR-DATE TO HEADER-DATE
                       MOVE UN-UNL-HDR-TIME TO HEADER-TIME
                       MOVE UN-UNL-HDR-PROGRAM TO HEADER-PROGRAM
                   END-IF
               WHEN UN-UNL-TRAILER
                   IF TRAILER-SEEN
                       MOVE 'LOAD REFUSED - MORE THAN ONE TRAILER'
                           TO RFL-MESSAGE
                       PERFORM 3500-REFUSE-LOAD
                   ELSE
                       SET TRAILER-SEEN TO TRUE
                       MOVE UN-UNL-TRL-COUNT TO TRAILER-COUNT
                       MOVE UN-UNL-TRL-FLD2-TOT TO TRAILER-FLD2-TOT
                   END-IF
               WHEN UN-UNL-DETAIL AND NOT HEADER-SEEN
                   MOVE 'LOAD REFUSED - RECORDS BEFORE HEADER'
                       TO RFL-MESSAGE
                   PERFORM 3500-REFUSE-LOAD
               WHEN UN-UNL-DETAIL AND TRAILER-SEEN
                   MOVE 'LOAD REFUSED - RECORDS AFTER TRAILER'
                       TO RFL-MESSAGE
                   PERFORM 3500-REFUSE-LOAD
               WHEN UN-UNL-DETAIL
                   ADD 1 TO DETAILS-READ
                   MOVE UN-UNL-RECORD-IMAGE TO UNL-RECORD
                   IF UNL-FIELD-2 NUMERIC
                       MOVE UNL-FIELD-2 TO FIELD2-NUMERIC
                       ADD FIELD2-NUMERIC TO FIELD2-TOTAL
                   END-IF
               WHEN OTHER
                   MOVE 'LOAD REFUSED - UNRECOGNIZED UNLOAD RECORD'
                       TO RFL-MESSAGE
                   PERFORM 3500-REFUSE-LOAD
           END-EVALUATE.

       3500-REFUSE-LOAD.
           IF FILE-BALANCES
               SET FILE-BALANCES TO FALSE
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY 'MFRECOVR: ' RFL-MESSAGE.
           WRITE REPORT-LINE FROM REFUSAL-LINE.

      ******************************************************************
      * PASS 2 - THE GENERATION PROVED COMPLETE, SO REBUILD THE KSDS
      * FROM IT, EXACTLY AS IT STOOD WHEN THE UNLOAD WAS TAKEN.
      ******************************************************************
       4000-LOAD-MYFILE.
           CLOSE UNLOAD-FILE.
           OPEN INPUT UNLOAD-FILE.
           IF UN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MFRECOVR: ERROR REOPENING UNLIN, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT MYFILE.
           IF MF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MFRECOVR: ERROR OPENING MYFILE, FILE STATUS '
                       '= ' MF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           SET NO-MORE-UNLOAD TO FALSE.
           PERFORM 2000-READ-UNLOAD-FILE.
           PERFORM UNTIL NO-MORE-UNLOAD
               IF UN-UNL-DETAIL
                   PERFORM 5000-LOAD-ONE-RECORD
               END-IF
               PERFORM 2000-READ-UNLOAD-FILE
           END-PERFORM.

           CLOSE MYFILE.

           MOVE HEADER-DATE TO BTL-HEADER-DATE.
           MOVE HEADER-TIME TO BTL-HEADER-TIME.
           WRITE REPORT-LINE FROM BACKUP-THROUGH-LINE.

       5000-LOAD-ONE-RECORD.
           MOVE UN-UNL-RECORD-IMAGE TO MF-RECORD.
           WRITE MF-RECORD.
           IF MF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MFRECOVR: ERROR WRITING MYFILE KEY ' MF-KEY
                       ', FILE STATUS = ' MF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO RECORDS-LOADED.

      ******************************************************************
      * PASS 3 - READ MYFJRNL IN THE ORDER THE CHANGES WERE APPENDED,
      * WHICH IS JOURNAL DATE/TIME ORDER, AND RE-APPLY EVERY ENTRY
      * LATER THAN THE BACKUP AND NO LATER THAN THE CUT-OFF.
      ******************************************************************
       6000-ROLL-FORWARD.
           OPEN INPUT MYF-JOURNAL.
           IF MJ-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MFRECOVR: ERROR OPENING MYFJRNL, FILE STATUS '
                       '= ' MJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O MYFILE.
           IF MF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MFRECOVR: ERROR OPENING MYFILE, FILE STATUS '
                       '= ' MF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           WRITE REPORT-LINE FROM HEADING-LINE-2.
           PERFORM 6050-READ-JOURNAL.
           PERFORM UNTIL NO-MORE-JOURNAL
               PERFORM 6100-APPLY-JOURNAL-RECORD
               PERFORM 6050-READ-JOURNAL
           END-PERFORM.

           CLOSE MYF-JOURNAL.
           CLOSE MYFILE.

       6050-READ-JOURNAL.
           READ MYF-JOURNAL
               AT END
                   SET NO-MORE-JOURNAL TO TRUE
           END-READ.
           IF MJ-FILE-STATUS NOT EQUAL '00'
              AND MJ-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'MFRECOVR: ERROR READING MYFJRNL, FILE STATUS '
                       '= ' MJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-JOURNAL
               ADD 1 TO JOURNAL-READ
           END-IF.

      ******************************************************************
      * AN ENTRY STAMPED AT OR BEFORE THE UNLOAD HEADER IS ALREADY IN
      * THE BACKUP AND IS ONLY COUNTED - THE JOURNAL IS NEVER TRIMMED,
      * SO LISTING THEM WOULD BURY THE ENTRIES THAT MATTER. AN ENTRY
      * AFTER THE CUT-OFF IS LISTED AS SKIPPED; EVERYTHING BETWEEN IS
      * RE-APPLIED.
      ******************************************************************
       6100-APPLY-JOURNAL-RECORD.
           MOVE MJ-JRNL-DATE TO JOURNAL-DATE.
           MOVE MJ-JRNL-TIME TO JOURNAL-TIME.
           SET IMAGE-MISMATCHED TO FALSE.
           IF JOURNAL-STAMP NOT > HEADER-STAMP
               ADD 1 TO JOURNAL-IN-BACKUP
           ELSE
               IF JOURNAL-STAMP > CUTOFF-STAMP
                   ADD 1 TO RECORDS-SKIPPED
                   MOVE 'SKIPPED - AFTER CUT-OFF' TO DTL-DISPOSITION
                   PERFORM 7000-PRINT-DETAIL
               ELSE
                   IF MJ-JRNL-ACTION-DELETE
                       PERFORM 6300-APPLY-DELETE
                   ELSE
                       PERFORM 6200-APPLY-AFTER-IMAGE
                   END-IF
                   IF IMAGE-MISMATCHED
                       ADD 1 TO IMAGE-MISMATCHES
                       MOVE 'APPLIED - BEFORE-IMAGE DIFFERS'
                           TO DTL-DISPOSITION
                   END-IF
                   PERFORM 7000-PRINT-DETAIL
               END-IF
           END-IF.

      ******************************************************************
      * PUT THE AFTER-IMAGE BACK UNDER ITS KEY, WRITING OR REWRITING
      * AS THE REBUILT FILE REQUIRES. THE RECORD FOUND THERE SHOULD BE
      * THE ENTRY'S BEFORE-IMAGE (NO RECORD AT ALL FOR AN ADD); ANY
      * OTHER STATE IS FLAGGED.
      ******************************************************************
       6200-APPLY-AFTER-IMAGE.
           MOVE MJ-JRNL-KEY TO MF-KEY.
           READ MYFILE.
           EVALUATE MF-FILE-STATUS
               WHEN '00'
                   IF MF-RECORD NOT EQUAL MJ-JRNL-BEFORE-IMAGE
                       SET IMAGE-MISMATCHED TO TRUE
                   END-IF
                   MOVE MJ-JRNL-AFTER-IMAGE TO MF-RECORD
                   REWRITE MF-RECORD
                   IF MF-FILE-STATUS NOT EQUAL '00'
                       DISPLAY 'MFRECOVR: ERROR REWRITING MYFILE KEY '
                               MF-KEY ', FILE STATUS = '
                               MF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO RECORDS-APPLIED
                   ADD 1 TO APPLIED-AS-CHANGE
                   MOVE 'APPLIED - RECORD UPDATED' TO DTL-DISPOSITION
               WHEN '23'
                   IF MJ-JRNL-BEFORE-IMAGE NOT EQUAL SPACES
                       SET IMAGE-MISMATCHED TO TRUE
                   END-IF
                   MOVE MJ-JRNL-AFTER-IMAGE TO MF-RECORD
                   WRITE MF-RECORD
                   IF MF-FILE-STATUS NOT EQUAL '00'
                       DISPLAY 'MFRECOVR: ERROR WRITING MYFILE KEY '
                               MF-KEY ', FILE STATUS = '
                               MF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO RECORDS-APPLIED
                   ADD 1 TO APPLIED-AS-ADD
                   MOVE 'APPLIED - RECORD ADDED' TO DTL-DISPOSITION
               WHEN OTHER
                   DISPLAY 'MFRECOVR: ERROR READING MYFILE KEY '
                           MF-KEY ', FILE STATUS = ' MF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      ******************************************************************
      * RE-APPLY A JOURNALED DELETE. A KEY ALREADY ABSENT LEAVES THE
      * FILE IN THE STATE THE JOURNAL CALLS FOR, SO IT STILL COUNTS AS
      * APPLIED - BUT THE JOURNAL SAYS IT WAS THERE, SO IT IS FLAGGED.
      ******************************************************************
       6300-APPLY-DELETE.
           MOVE MJ-JRNL-KEY TO MF-KEY.
           READ MYFILE.
           EVALUATE MF-FILE-STATUS
               WHEN '00'
                   IF MF-RECORD NOT EQUAL MJ-JRNL-BEFORE-IMAGE
                       SET IMAGE-MISMATCHED TO TRUE
                   END-IF
                   DELETE MYFILE
                   IF MF-FILE-STATUS NOT EQUAL '00'
                       DISPLAY 'MFRECOVR: ERROR DELETING MYFILE KEY '
                               MF-KEY ', FILE STATUS = '
                               MF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO RECORDS-APPLIED
                   ADD 1 TO APPLIED-AS-DELETE
                   MOVE 'APPLIED - RECORD DELETED' TO DTL-DISPOSITION
               WHEN '23'
                   SET IMAGE-MISMATCHED TO TRUE
                   ADD 1 TO RECORDS-APPLIED
                   ADD 1 TO APPLIED-AS-DELETE
                   MOVE 'APPLIED - KEY ALREADY ABSENT'
                       TO DTL-DISPOSITION
               WHEN OTHER
                   DISPLAY 'MFRECOVR: ERROR READING MYFILE KEY '
                           MF-KEY ', FILE STATUS = ' MF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       7000-PRINT-DETAIL.
           MOVE MJ-JRNL-KEY TO DTL-KEY.
           MOVE MJ-JRNL-ACTION TO DTL-ACTION.
           MOVE MJ-JRNL-DATE TO DTL-DATE.
           MOVE MJ-JRNL-TIME TO DTL-TIME.
           MOVE MJ-JRNL-TRAN-DATE TO DTL-TRAN-DATE.
           MOVE MJ-JRNL-TRAN-SOURCE TO DTL-TRAN-SOURCE.
           MOVE MJ-JRNL-TRAN-RECNO TO DTL-TRAN-RECNO.
           WRITE REPORT-LINE FROM DETAIL-LINE.

      ******************************************************************
      * A BEFORE-IMAGE MISMATCH MEANS MYFILE WAS CHANGED BY SOMETHING
      * THAT DOES NOT JOURNAL, SO THE REBUILT FILE MAY NOT BE WHAT WAS
      * ON LINE AT THE CUT-OFF - RC 8 MAKES SOMEONE LOOK.
      ******************************************************************
       8000-PRINT-TOTALS.
           MOVE DETAILS-READ TO TOT-DETAILS.
           MOVE RECORDS-LOADED TO TOT-LOADED.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE JOURNAL-READ TO TOT-JOURNAL-READ.
           MOVE JOURNAL-IN-BACKUP TO TOT-IN-BACKUP.
           MOVE RECORDS-APPLIED TO TOT-APPLIED.
           MOVE RECORDS-SKIPPED TO TOT-SKIPPED.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE APPLIED-AS-ADD TO TOT-AS-ADD.
           MOVE APPLIED-AS-CHANGE TO TOT-AS-CHANGE.
           MOVE APPLIED-AS-DELETE TO TOT-AS-DELETE.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           MOVE IMAGE-MISMATCHES TO TOT-MISMATCHES.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.
           IF IMAGE-MISMATCHES > ZERO
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
      * RUNLOG DATASET. A RUNLOG PROBLEM IS REPORTED BUT NEVER FAILS
      * THE JOB - THE RECOVERY ITSELF IS ALREADY COMPLETE.
      ******************************************************************
       8500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MFRECOVR: ERROR OPENING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
           ELSE
               MOVE 'MFRECOVR' TO RL-RUN-PROGRAM
               ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS TO RL-RUN-TIME
               COMPUTE RL-RUN-RECORDS-READ = DETAILS-READ
                   + JOURNAL-READ
               COMPUTE RL-RUN-RECORDS-WRITTEN = RECORDS-LOADED
                   + RECORDS-APPLIED
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               MOVE 'LOADED' TO RL-RUN-COUNT-NAME(1)
               MOVE RECORDS-LOADED TO RL-RUN-COUNT-VALUE(1)
               MOVE 'APPLIED' TO RL-RUN-COUNT-NAME(2)
               MOVE RECORDS-APPLIED TO RL-RUN-COUNT-VALUE(2)
               MOVE 'SKIPPED' TO RL-RUN-COUNT-NAME(3)
               MOVE RECORDS-SKIPPED TO RL-RUN-COUNT-VALUE(3)
               MOVE 'MISMATCHES' TO RL-RUN-COUNT-NAME(4)
               MOVE IMAGE-MISMATCHES TO RL-RUN-COUNT-VALUE(4)
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'MFRECOVR: ERROR WRITING RUNLOG, FILE '
                           'STATUS = ' RL-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE UNLOAD-FILE.
           CLOSE REPORT-FILE.

       9999-END.
           .
