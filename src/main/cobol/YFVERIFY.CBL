      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   NIGHTLY PROOF THAT YOURFILE IS WHAT ITS BACKUP PLUS
      *            ITS JOURNAL SAY IT SHOULD BE. THE CHOSEN YFUNLOAD
      *            GENERATION IS VERIFIED IN FULL AS YFRELOAD DOES AND
      *            LOADED INTO A WORK KSDS - NEVER INTO YOURFILE - AND
      *            EVERY AUDITLG ENTRY STAMPED AFTER THE GENERATION'S
      *            HEADER DATE/TIME IS REPLAYED OVER IT, AFTER-IMAGE,
      *            LAST-MAINTAINED STAMP AND ALL, GIVING THE EXPECTED
      *            FILE. THE EXPECTED FILE IS THEN MATCH-MERGED AGAINST
      *            THE LIVE YOURFILE AND EVERY KEY WHOSE FIELDS OR
      *            STAMP DIFFER, OR THAT IS ON ONLY ONE SIDE, IS
      *            REPORTED. ANY DISAGREEMENT ENDS THE RUN WITH RC 8 -
      *            SOMETHING CHANGED YOURFILE WITHOUT JOURNALING IT, OR
      *            A JOURNAL WRITE WAS LOST - SO RUNWATCH AND THE ALERT
      *            STEP PICK IT UP. A GENERATION THAT DOES NOT BALANCE
      *            IS REFUSED WITH RC 16 AND NOTHING IS COMPARED.
      *
      *            THE EXPECTED STAMP OF A REPLAYED ENTRY IS ITS
      *            JOURNAL DATE AND TIME, WHICH EVERY JOURNALING WRITER
      *            TAKES FROM THE STAMP IT PUT ON THE RECORD, AND ITS
      *            SOURCE IS THE WRITING PROGRAM - CICSDEMO FOR AN
      *            ONLINE ENTRY, THE PROGRAM NAMED IN JRNL-OPER-ID FOR
      *            A 'BTCH' ENTRY. YFRECOVR RE-APPLIES JOURNALED
      *            CHANGES UNDER ITS OWN STAMP WITHOUT JOURNALING
      *            THEM AGAIN, SO A LIVE RECORD STAMPED BY YFRECOVR NO
      *            EARLIER THAN THE EXPECTED STAMP, WITH THE EXPECTED
      *            FIELDS, AGREES AND IS COUNTED AS RECOVERED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFVERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNLOAD-FILE ASSIGN TO UNLIN
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS UN-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO AUDITLG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.
           SELECT EXPECTED-FILE ASSIGN TO VFYWORK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS EX-FILE-STATUS.
           SELECT YOURFILE ASSIGN TO YOURFILE
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS YF-KEY
               FILE STATUS IS YF-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNLOAD-FILE.
           COPY YFUNLD REPLACING ==:PREFIX:== BY ==UN-==.

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(71).

       FD  EXPECTED-FILE.
           COPY MYFREC REPLACING ==:PREFIX:== BY ==EX-==.

       FD  YOURFILE.
           COPY MYFREC REPLACING ==:PREFIX:== BY ==YF-==.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       WORKING-STORAGE SECTION.
       01  UN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  AL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  EX-FILE-STATUS        PIC X(2) VALUE '00'.
       01  YF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

           COPY MYFREC REPLACING ==:PREFIX:== BY ==UNL-==.

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
           05  EOF-SW            PIC X VALUE 'N'.
               88  NO-MORE-UNLOAD    VALUE 'Y', FALSE 'N'.
           05  HEADER-SW         PIC X VALUE 'N'.
               88  HEADER-SEEN       VALUE 'Y'.
           05  TRAILER-SW        PIC X VALUE 'N'.
               88  TRAILER-SEEN      VALUE 'Y'.
           05  BALANCE-SW        PIC X VALUE 'Y'.
               88  FILE-BALANCES     VALUE 'Y', FALSE 'N'.
           05  AL-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-JOURNAL   VALUE 'Y'.
           05  EX-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-EXPECTED  VALUE 'Y'.
           05  YF-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-YOURFILE  VALUE 'Y'.

       01  COMPARE-KEYS.
           05  EX-COMPARE-KEY    PIC X(5).
           05  YF-COMPARE-KEY    PIC X(5).

       01  COUNTERS.
           05  DETAILS-READ      PIC 9(9)  VALUE 0.
           05  FIELD2-TOTAL      PIC 9(15) VALUE 0.
           05  JOURNAL-READ      PIC 9(9)  VALUE 0.
           05  JOURNAL-IN-BACKUP PIC 9(9)  VALUE 0.
           05  JOURNAL-REPLAYED  PIC 9(9)  VALUE 0.
           05  EX-RECORDS-READ   PIC 9(9)  VALUE 0.
           05  YF-RECORDS-READ   PIC 9(9)  VALUE 0.
           05  KEYS-AGREE        PIC 9(9)  VALUE 0.
           05  KEYS-RECOVERED    PIC 9(9)  VALUE 0.
           05  FIELDS-DIFFER     PIC 9(9)  VALUE 0.
           05  STAMPS-DIFFER     PIC 9(9)  VALUE 0.
           05  MISSING-FROM-YOURFILE PIC 9(9) VALUE 0.
           05  NOT-EXPECTED      PIC 9(9)  VALUE 0.

       01  FIELD2-NUMERIC        PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(30)
               VALUE 'YOURFILE VERIFICATION AGAINST'.
           05  FILLER            PIC X(30)
               VALUE 'UNLOAD GENERATION PLUS AUDITLG'.
           05  FILLER            PIC X(19) VALUE SPACES.

       01  CURRENT-THROUGH-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(34)
               VALUE 'UNLOAD GENERATION CURRENT THROUGH'.
           05  CTL-HEADER-DATE   PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  CTL-HEADER-TIME   PIC 9(6).
           05  FILLER            PIC X(30) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(6)  VALUE 'KEY'.
           05  FILLER            PIC X(9)  VALUE 'COPY'.
           05  FILLER            PIC X(18) VALUE 'FIELD 2/3/4'.
           05  FILLER            PIC X(9)  VALUE 'DATE'.
           05  FILLER            PIC X(7)  VALUE 'TIME'.
           05  FILLER            PIC X(9)  VALUE 'SOURCE'.
           05  FILLER            PIC X(21) VALUE 'DISPOSITION'.

      ******************************************************************
      * ONE LINE PER COPY OF A DISAGREEING KEY - THE EXPECTED IMAGE
      * FROM BACKUP PLUS JOURNAL, THE LIVE IMAGE FROM YOURFILE, OR
      * BOTH. THE STAMP IS PRINTED ALPHANUMERIC SO A PRE-STAMP RECORD
      * SHOWS AS BLANKS.
      ******************************************************************
       01  DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-KEY           PIC X(6).
           05  DTL-COPY          PIC X(9).
           05  DTL-FIELD-2       PIC X(6).
           05  DTL-FIELD-3       PIC X(6).
           05  DTL-FIELD-4       PIC X(6).
           05  DTL-DATE          PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-TIME          PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-SOURCE        PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-DISPOSITION   PIC X(21).

       01  REFUSAL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RFL-MESSAGE       PIC X(79).

       01  TOTAL-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'JOURNAL READ:'.
           05  TOT-JOURNAL-READ  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(13) VALUE '  IN BACKUP:'.
           05  TOT-IN-BACKUP     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE '  REPLAYED:'.
           05  TOT-REPLAYED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(7)  VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'EXPECTED KEYS:'.
           05  TOT-EXPECTED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(13) VALUE '  LIVE KEYS:'.
           05  TOT-LIVE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE '  AGREE:'.
           05  TOT-AGREE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(7)  VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'FIELDS DIFFER:'.
           05  TOT-FIELDS-DIFFER PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(17) VALUE '  STAMP DIFFERS:'.
           05  TOT-STAMPS-DIFFER PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(14) VALUE '  (RECOVERED:'.
           05  TOT-RECOVERED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1)  VALUE ')'.

       01  TOTAL-LINE-4.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(23)
               VALUE 'MISSING FROM YOURFILE:'.
           05  TOT-MISSING-YF    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(17) VALUE '  NOT EXPECTED:'.
           05  TOT-NOT-EXPECTED  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(17) VALUE SPACES.

       01  RESULT-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  RSL-MESSAGE       PIC X(79).

           COPY CICDJRNL.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE.

           PERFORM 1000-VERIFY-UNLOAD-FILE.
           IF FILE-BALANCES
               PERFORM 4000-LOAD-EXPECTED
               PERFORM 5000-REPLAY-JOURNAL
               PERFORM 6000-COMPARE-YOURFILE
           END-IF.

           PERFORM 8000-PRINT-TOTALS.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 9000-TERMINATE.
           GOBACK.

       0500-INITIALIZE.
           OPEN INPUT UNLOAD-FILE.
           IF UN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFVERIFY: ERROR OPENING UNLIN, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.

      ******************************************************************
      * PASS 1 - READ THE WHOLE GENERATION WITHOUT LOADING ANYTHING,
      * PROVING THE HEADER LEADS, THE TRAILER CLOSES, AND THE
      * TRAILER'S COUNT AND CONTROL TOTAL BALANCE AGAINST THE DETAILS
      * ACTUALLY PRESENT, EXACTLY AS YFRELOAD DOES. A MYFILE
      * GENERATION HAS THE SAME LAYOUT AND IS REFUSED BY ITS HEADER.
      * A GENERATION THAT CANNOT BE TRUSTED PROVES NOTHING, SO ANY
      * FAILURE ENDS THE RUN BEFORE A SINGLE KEY IS COMPARED.
      ******************************************************************
       1000-VERIFY-UNLOAD-FILE.
           PERFORM 2000-READ-UNLOAD-FILE.
           PERFORM UNTIL NO-MORE-UNLOAD OR NOT FILE-BALANCES
               PERFORM 3000-VERIFY-ONE-RECORD
               PERFORM 2000-READ-UNLOAD-FILE
           END-PERFORM.

           IF FILE-BALANCES
              AND NOT HEADER-SEEN
               MOVE 'VERIFY REFUSED - NO HEADER RECORD ON UNLOAD FILE'
                   TO RFL-MESSAGE
               PERFORM 3500-REFUSE-VERIFY
           END-IF.
           IF FILE-BALANCES
              AND NOT TRAILER-SEEN
               MOVE 'VERIFY REFUSED - NO TRAILER RECORD ON UNLOAD FILE'
                   TO RFL-MESSAGE
               PERFORM 3500-REFUSE-VERIFY
           END-IF.
           IF FILE-BALANCES
              AND TRAILER-COUNT NOT EQUAL DETAILS-READ
               MOVE 'VERIFY REFUSED - TRAILER COUNT MISMATCH'
                   TO RFL-MESSAGE
               PERFORM 3500-REFUSE-VERIFY
           END-IF.
           IF FILE-BALANCES
              AND TRAILER-FLD2-TOT NOT EQUAL FIELD2-TOTAL
               MOVE 'VERIFY REFUSED - FIELD-2 CONTROL TOTAL UNBALANCED'
                   TO RFL-MESSAGE
               PERFORM 3500-REFUSE-VERIFY
           END-IF.
           IF FILE-BALANCES
              AND HEADER-PROGRAM NOT EQUAL 'YFUNLOAD'
               MOVE 'VERIFY REFUSED - NOT A YOURFILE UNLOAD GENERATION'
                   TO RFL-MESSAGE
               PERFORM 3500-REFUSE-VERIFY
           END-IF.

       2000-READ-UNLOAD-FILE.
           READ UNLOAD-FILE
               AT END
                   SET NO-MORE-UNLOAD TO TRUE
           END-READ.
           IF UN-FILE-STATUS NOT EQUAL '00'
              AND UN-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFVERIFY: ERROR READING UNLIN, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * ONE HEADER LEADING, ONE TRAILER CLOSING, NOTHING AFTER THE
      * TRAILER - THE SAME RULES YFRELOAD APPLIES BEFORE A RESTORE.
      ******************************************************************
       3000-VERIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN UN-UNL-HEADER
                   IF HEADER-SEEN
                       MOVE 'VERIFY REFUSED - MORE THAN ONE HEADER'
                           TO RFL-MESSAGE
                       PERFORM 3500-REFUSE-VERIFY
                   ELSE
                       SET HEADER-SEEN TO TRUE
                       MOVE UN-UNL-HDR-PROGRAM TO HEADER-PROGRAM
                       MOVE UN-UNL-HDR-DATE TO HEADER-DATE
                       MOVE UN-UNL-HDR-TIME TO HEADER-TIME
                   END-IF
               WHEN UN-UNL-TRAILER
                   IF TRAILER-SEEN
                       MOVE 'VERIFY REFUSED - MORE THAN ONE TRAILER'
                           TO RFL-MESSAGE
                       PERFORM 3500-REFUSE-VERIFY
                   ELSE
                       SET TRAILER-SEEN TO TRUE
                       MOVE UN-UNL-TRL-COUNT TO TRAILER-COUNT
                       MOVE UN-UNL-TRL-FLD2-TOT TO TRAILER-FLD2-TOT
                   END-IF
               WHEN UN-UNL-DETAIL AND NOT HEADER-SEEN
                   MOVE 'VERIFY REFUSED - RECORDS BEFORE HEADER'
                       TO RFL-MESSAGE
                   PERFORM 3500-REFUSE-VERIFY
               WHEN UN-UNL-DETAIL AND TRAILER-SEEN
                   MOVE 'VERIFY REFUSED - RECORDS AFTER TRAILER'
                       TO RFL-MESSAGE
                   PERFORM 3500-REFUSE-VERIFY
               WHEN UN-UNL-DETAIL
                   ADD 1 TO DETAILS-READ
                   MOVE UN-UNL-RECORD-IMAGE TO UNL-RECORD
                   IF UNL-FIELD-2 NUMERIC
                       MOVE UNL-FIELD-2 TO FIELD2-NUMERIC
                       ADD FIELD2-NUMERIC TO FIELD2-TOTAL
                   END-IF
               WHEN OTHER
                   MOVE 'VERIFY REFUSED - UNRECOGNIZED UNLOAD RECORD'
                       TO RFL-MESSAGE
                   PERFORM 3500-REFUSE-VERIFY
           END-EVALUATE.

       3500-REFUSE-VERIFY.
           IF FILE-BALANCES
               SET FILE-BALANCES TO FALSE
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY 'YFVERIFY: ' RFL-MESSAGE.
           WRITE REPORT-LINE FROM REFUSAL-LINE.

      ******************************************************************
      * PASS 2 - LOAD THE PROVED GENERATION INTO THE WORK KSDS. THE
      * DETAILS WERE UNLOADED IN KEY ORDER, SO THEY LOAD STRAIGHT
      * THROUGH AN OUTPUT OPEN, AS YFRELOAD LOADS YOURFILE ITSELF.
      ******************************************************************
       4000-LOAD-EXPECTED.
           CLOSE UNLOAD-FILE.
           OPEN INPUT UNLOAD-FILE.
           IF UN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFVERIFY: ERROR REOPENING UNLIN, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT EXPECTED-FILE.
           IF EX-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFVERIFY: ERROR OPENING VFYWORK, FILE STATUS '
                       '= ' EX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           SET NO-MORE-UNLOAD TO FALSE.
           PERFORM 2000-READ-UNLOAD-FILE.
           PERFORM UNTIL NO-MORE-UNLOAD
               IF UN-UNL-DETAIL
                   PERFORM 4100-LOAD-ONE-RECORD
               END-IF
               PERFORM 2000-READ-UNLOAD-FILE
           END-PERFORM.

           CLOSE EXPECTED-FILE.

           MOVE HEADER-DATE TO CTL-HEADER-DATE.
           MOVE HEADER-TIME TO CTL-HEADER-TIME.
           WRITE REPORT-LINE FROM CURRENT-THROUGH-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

       4100-LOAD-ONE-RECORD.
           MOVE UN-UNL-RECORD-IMAGE TO EX-RECORD.
           WRITE EX-RECORD.
           IF EX-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFVERIFY: ERROR WRITING VFYWORK KEY ' EX-KEY
                       ', FILE STATUS = ' EX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * PASS 3 - REPLAY AUDITLG OVER THE WORK KSDS. AN ENTRY STAMPED AT
      * OR BEFORE THE GENERATION'S HEADER IS ALREADY IN THE BACKUP AND
      * IS ONLY COUNTED; EVERY LATER ENTRY IS APPLIED IN THE ORDER IT
      * WAS WRITTEN, THE SAME WAY YFRECOVR WOULD APPLY IT TO A
      * RESTORED YOURFILE.
      ******************************************************************
       5000-REPLAY-JOURNAL.
           OPEN INPUT AUDIT-LOG.
           IF AL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFVERIFY: ERROR OPENING AUDITLG, FILE STATUS '
                       '= ' AL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O EXPECTED-FILE.
           IF EX-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFVERIFY: ERROR OPENING VFYWORK, FILE STATUS '
                       '= ' EX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 5100-READ-AUDIT-LOG.
           PERFORM UNTIL NO-MORE-JOURNAL
               MOVE JRNL-DATE TO JOURNAL-DATE
               MOVE JRNL-TIME TO JOURNAL-TIME
               IF JOURNAL-STAMP NOT > HEADER-STAMP
                   ADD 1 TO JOURNAL-IN-BACKUP
               ELSE
                   ADD 1 TO JOURNAL-REPLAYED
                   IF JRNL-ACTION-DELETE
                       PERFORM 5300-REPLAY-DELETE
                   ELSE
                       PERFORM 5200-REPLAY-AFTER-IMAGE
                   END-IF
               END-IF
               PERFORM 5100-READ-AUDIT-LOG
           END-PERFORM.

           CLOSE AUDIT-LOG.
           CLOSE EXPECTED-FILE.

       5100-READ-AUDIT-LOG.
           READ AUDIT-LOG INTO WS-JRNL-RECORD
               AT END
                   SET NO-MORE-JOURNAL TO TRUE
           END-READ.
           IF AL-FILE-STATUS NOT EQUAL '00'
              AND AL-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFVERIFY: ERROR READING AUDITLG, FILE STATUS '
                       '= ' AL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-JOURNAL
               ADD 1 TO JOURNAL-READ
           END-IF.

      ******************************************************************
      * THE EXPECTED RECORD IS THE AFTER-IMAGE UNDER THE STAMP THE
      * WRITER PUT ON IT - THE JOURNAL DATE/TIME AND THE WRITING
      * PROGRAM. A KEY NOT YET ON THE WORK FILE GOES IN AS NEW.
      ******************************************************************
       5200-REPLAY-AFTER-IMAGE.
           MOVE JRNL-KEY TO EX-KEY.
           READ EXPECTED-FILE.
           IF EX-FILE-STATUS NOT EQUAL '00'
              AND EX-FILE-STATUS NOT EQUAL '23'
               DISPLAY 'YFVERIFY: ERROR READING VFYWORK KEY ' EX-KEY
                       ', FILE STATUS = ' EX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE JRNL-KEY TO EX-KEY.
           MOVE JRNL-AFTER-FIELD-2 TO EX-FIELD-2.
           MOVE JRNL-AFTER-FIELD-3 TO EX-FIELD-3.
           MOVE JRNL-AFTER-FIELD-4 TO EX-FIELD-4.
           MOVE JRNL-DATE TO EX-LAST-MAINT-DATE.
           MOVE JRNL-TIME TO EX-LAST-MAINT-TIME.
           IF JRNL-TERM-ID EQUAL 'BTCH'
               MOVE JRNL-OPER-ID TO EX-LAST-MAINT-SOURCE
           ELSE
               MOVE 'CICSDEMO' TO EX-LAST-MAINT-SOURCE
           END-IF.

           IF EX-FILE-STATUS EQUAL '00'
               REWRITE EX-RECORD
           ELSE
               WRITE EX-RECORD
           END-IF.
           IF EX-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFVERIFY: ERROR WRITING VFYWORK KEY ' EX-KEY
                       ', FILE STATUS = ' EX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * A JOURNALED DELETE OF A KEY ALREADY ABSENT LEAVES THE EXPECTED
      * FILE IN THE STATE THE JOURNAL CALLS FOR, AS IN YFRECOVR.
      ******************************************************************
       5300-REPLAY-DELETE.
           MOVE JRNL-KEY TO EX-KEY.
           DELETE EXPECTED-FILE.
           IF EX-FILE-STATUS NOT EQUAL '00'
              AND EX-FILE-STATUS NOT EQUAL '23'
               DISPLAY 'YFVERIFY: ERROR DELETING VFYWORK KEY ' EX-KEY
                       ', FILE STATUS = ' EX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * PASS 4 - STANDARD MATCH-MERGE OF THE EXPECTED FILE AGAINST THE
      * LIVE YOURFILE, DRIVEN BY COMPARE-KEYS AS RECONCIL IS SO AN
      * EXHAUSTED FILE COMPARES HIGH AND DRAINS THE OTHER OUT.
      ******************************************************************
       6000-COMPARE-YOURFILE.
           OPEN INPUT EXPECTED-FILE.
           IF EX-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFVERIFY: ERROR OPENING VFYWORK, FILE STATUS '
                       '= ' EX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT YOURFILE.
           IF YF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFVERIFY: ERROR OPENING YOURFILE, FILE STATUS '
                       '= ' YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 6100-READ-EXPECTED.
           PERFORM 6200-READ-YOURFILE.
           PERFORM UNTIL NO-MORE-EXPECTED AND NO-MORE-YOURFILE
               IF EX-COMPARE-KEY EQUAL YF-COMPARE-KEY
                   PERFORM 7000-COMPARE-RECORDS
                   PERFORM 6100-READ-EXPECTED
                   PERFORM 6200-READ-YOURFILE
               ELSE
                   IF EX-COMPARE-KEY < YF-COMPARE-KEY
                       PERFORM 7300-REPORT-MISSING-YOURFILE
                       PERFORM 6100-READ-EXPECTED
                   ELSE
                       PERFORM 7400-REPORT-NOT-EXPECTED
                       PERFORM 6200-READ-YOURFILE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE EXPECTED-FILE.
           CLOSE YOURFILE.

           IF FIELDS-DIFFER > ZERO
              OR STAMPS-DIFFER > ZERO
              OR MISSING-FROM-YOURFILE > ZERO
              OR NOT-EXPECTED > ZERO
               MOVE 'YOURFILE DOES NOT AGREE WITH BACKUP PLUS JOURNAL'
                   TO RSL-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'YOURFILE AGREES WITH BACKUP PLUS JOURNAL'
                   TO RSL-MESSAGE
           END-IF.
           WRITE REPORT-LINE FROM RESULT-LINE.

       6100-READ-EXPECTED.
           READ EXPECTED-FILE NEXT RECORD
               AT END
                   SET NO-MORE-EXPECTED TO TRUE
                   MOVE HIGH-VALUES TO EX-RECORD
           END-READ.
           IF EX-FILE-STATUS NOT EQUAL '00'
              AND EX-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFVERIFY: ERROR READING VFYWORK, FILE STATUS '
                       '= ' EX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-EXPECTED
               ADD 1 TO EX-RECORDS-READ
           END-IF.
           MOVE EX-KEY TO EX-COMPARE-KEY.

       6200-READ-YOURFILE.
           READ YOURFILE NEXT RECORD
               AT END
                   SET NO-MORE-YOURFILE TO TRUE
                   MOVE HIGH-VALUES TO YF-RECORD
           END-READ.
           IF YF-FILE-STATUS NOT EQUAL '00'
              AND YF-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFVERIFY: ERROR READING YOURFILE, FILE STATUS '
                       '= ' YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-YOURFILE
               ADD 1 TO YF-RECORDS-READ
           END-IF.
           MOVE YF-KEY TO YF-COMPARE-KEY.

      ******************************************************************
      * FIELDS ARE COMPARED FIRST; WITH THE FIELDS EQUAL, THE STAMPS
      * ARE COMPARED AS ALPHANUMERIC GROUPS, AS RECONCIL DOES. A LIVE
      * STAMP FROM A YFRECOVR RUN AT OR AFTER THE EXPECTED STAMP IS
      * THE RECOVERY RE-APPLYING THAT VERY CHANGE, AND AGREES.
      ******************************************************************
       7000-COMPARE-RECORDS.
           EVALUATE TRUE
               WHEN EX-FIELD-2 NOT EQUAL YF-FIELD-2
                 OR EX-FIELD-3 NOT EQUAL YF-FIELD-3
                 OR EX-FIELD-4 NOT EQUAL YF-FIELD-4
                   ADD 1 TO FIELDS-DIFFER
                   MOVE 'FIELDS DIFFER' TO DTL-DISPOSITION
                   PERFORM 7100-PRINT-EXPECTED
                   PERFORM 7200-PRINT-LIVE
               WHEN EX-LAST-MAINT-STAMP EQUAL YF-LAST-MAINT-STAMP
                AND EX-LAST-MAINT-SOURCE EQUAL YF-LAST-MAINT-SOURCE
                   ADD 1 TO KEYS-AGREE
               WHEN YF-LAST-MAINT-SOURCE EQUAL 'YFRECOVR'
                AND YF-LAST-MAINT-STAMP NOT < EX-LAST-MAINT-STAMP
                   ADD 1 TO KEYS-AGREE
                   ADD 1 TO KEYS-RECOVERED
               WHEN OTHER
                   ADD 1 TO STAMPS-DIFFER
                   MOVE 'STAMP DIFFERS' TO DTL-DISPOSITION
                   PERFORM 7100-PRINT-EXPECTED
                   PERFORM 7200-PRINT-LIVE
           END-EVALUATE.

       7100-PRINT-EXPECTED.
           MOVE EX-KEY TO DTL-KEY.
           MOVE 'EXPECTED' TO DTL-COPY.
           MOVE EX-FIELD-2 TO DTL-FIELD-2.
           MOVE EX-FIELD-3 TO DTL-FIELD-3.
           MOVE EX-FIELD-4 TO DTL-FIELD-4.
           MOVE EX-LAST-MAINT-DATE TO DTL-DATE.
           MOVE EX-LAST-MAINT-TIME TO DTL-TIME.
           MOVE EX-LAST-MAINT-SOURCE TO DTL-SOURCE.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           MOVE SPACES TO DTL-DISPOSITION.

       7200-PRINT-LIVE.
           MOVE YF-KEY TO DTL-KEY.
           MOVE 'LIVE' TO DTL-COPY.
           MOVE YF-FIELD-2 TO DTL-FIELD-2.
           MOVE YF-FIELD-3 TO DTL-FIELD-3.
           MOVE YF-FIELD-4 TO DTL-FIELD-4.
           MOVE YF-LAST-MAINT-DATE TO DTL-DATE.
           MOVE YF-LAST-MAINT-TIME TO DTL-TIME.
           MOVE YF-LAST-MAINT-SOURCE TO DTL-SOURCE.
           WRITE REPORT-LINE FROM DETAIL-LINE.

       7300-REPORT-MISSING-YOURFILE.
           ADD 1 TO MISSING-FROM-YOURFILE.
           MOVE 'MISSING FROM YOURFILE' TO DTL-DISPOSITION.
           PERFORM 7100-PRINT-EXPECTED.

       7400-REPORT-NOT-EXPECTED.
           ADD 1 TO NOT-EXPECTED.
           MOVE 'NOT IN BACKUP+JOURNAL' TO DTL-DISPOSITION.
           PERFORM 7200-PRINT-LIVE.

       8000-PRINT-TOTALS.
           MOVE JOURNAL-READ TO TOT-JOURNAL-READ.
           MOVE JOURNAL-IN-BACKUP TO TOT-IN-BACKUP.
           MOVE JOURNAL-REPLAYED TO TOT-REPLAYED.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE EX-RECORDS-READ TO TOT-EXPECTED.
           MOVE YF-RECORDS-READ TO TOT-LIVE.
           MOVE KEYS-AGREE TO TOT-AGREE.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE FIELDS-DIFFER TO TOT-FIELDS-DIFFER.
           MOVE STAMPS-DIFFER TO TOT-STAMPS-DIFFER.
           MOVE KEYS-RECOVERED TO TOT-RECOVERED.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           MOVE MISSING-FROM-YOURFILE TO TOT-MISSING-YF.
           MOVE NOT-EXPECTED TO TOT-NOT-EXPECTED.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
      * RUNLOG DATASET, SO RUNWATCH SEES THE RETURN CODE AND THE
      * DIFFERENCE COUNTS. A RUNLOG PROBLEM IS REPORTED BUT NEVER
      * FAILS THE JOB - THE VERIFICATION ITSELF IS ALREADY COMPLETE.
      ******************************************************************
       8500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFVERIFY: ERROR OPENING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
           ELSE
               MOVE 'YFVERIFY' TO RL-RUN-PROGRAM
               ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS TO RL-RUN-TIME
               COMPUTE RL-RUN-RECORDS-READ =
                   DETAILS-READ + JOURNAL-READ + YF-RECORDS-READ
               COMPUTE RL-RUN-RECORDS-WRITTEN = FIELDS-DIFFER
                   + STAMPS-DIFFER + MISSING-FROM-YOURFILE
                   + NOT-EXPECTED
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               MOVE 'AGREE' TO RL-RUN-COUNT-NAME(1)
               MOVE KEYS-AGREE TO RL-RUN-COUNT-VALUE(1)
               MOVE 'DIFFER' TO RL-RUN-COUNT-NAME(2)
               COMPUTE RL-RUN-COUNT-VALUE(2) =
                   FIELDS-DIFFER + STAMPS-DIFFER
               MOVE 'MISSING YF' TO RL-RUN-COUNT-NAME(3)
               MOVE MISSING-FROM-YOURFILE TO RL-RUN-COUNT-VALUE(3)
               MOVE 'NOT EXPECTED' TO RL-RUN-COUNT-NAME(4)
               MOVE NOT-EXPECTED TO RL-RUN-COUNT-VALUE(4)
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'YFVERIFY: ERROR WRITING RUNLOG, FILE '
                           'STATUS = ' RL-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE UNLOAD-FILE.
           CLOSE REPORT-FILE.

       9999-END.
           .
