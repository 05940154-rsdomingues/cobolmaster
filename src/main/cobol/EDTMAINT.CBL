      *            REASON CODE. AFTER THE TRANSACTIONS ARE APPLIED
      *            THE FULL RULES FILE IS LISTED, SO EVERY RUN'S
      *            REPORT SHOWS THE RULES NOW IN FORCE - RUN WITH AN
      *            EMPTY RULEIN TO GET A LISTING ALONE. EVERY CHANGE
      *            TO A PERMITTED-VALUES LIST IS JOURNALED TO CTLJRNL
      *            WITH THE RULE BEFORE AND AFTER, THE TRANSACTION
      *            THAT MADE IT, AND THE RUN DATE/TIME, FOR SECURITY
      *            REVIEW.
      *
      * INPUT:     RULEIN - 45-BYTE TRANSACTIONS, AN ACTION CODE
      *            ('A' ADD, 'C' CHANGE, 'D' DELETE) FOLLOWED BY THE
               ACCESS MODE DYNAMIC
               RECORD KEY IS ER-RULE-FIELD-NO
               FILE STATUS IS ER-FILE-STATUS.
           SELECT CTL-JOURNAL ASSIGN TO CTLJRNL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CJ-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
       FD  EDIT-RULES.
           COPY EDITRUL REPLACING ==:PREFIX:== BY ==ER-==.

       FD  CTL-JOURNAL.
           COPY CTLJRNL REPLACING ==:PREFIX:== BY ==CJ-==.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  TR-FILE-STATUS        PIC X(2) VALUE '00'.
       01  ER-FILE-STATUS        PIC X(2) VALUE '00'.
       01  CJ-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

       01  RUN-STAMP.
           05  RUN-DATE          PIC 9(8).
           05  RUN-TIME          PIC 9(6).

           COPY EDITRUL REPLACING ==:PREFIX:== BY ==TRN-==.

           COPY EDITRUL REPLACING ==:PREFIX:== BY ==BEFORE-==.

           COPY EDITRUL REPLACING ==:PREFIX:== BY ==AFTER-==.

      ******************************************************************
      * THE CLASS, COUNT, AND VALUES OF A RULE BEFORE AND AFTER THE
      * CHANGE - EVERYTHING BUT THE FIELD NUMBER AND REQUIRED FLAG -
      * SO ONE COMPARE SAYS WHETHER THE PERMITTED VALUES MOVED.
      ******************************************************************
       01  VALUE-LIST-COMPARE.
           05  VLC-BEFORE.
               10  FILLER        PIC X(2).
               10  VLC-BEFORE-LIST PIC X(42).
           05  VLC-AFTER.
               10  FILLER        PIC X(2).
               10  VLC-AFTER-LIST  PIC X(42).

       01  SWITCHES.
           05  EOF-SW            PIC X VALUE 'N'.
               88  NO-MORE-TRANS     VALUE 'Y'.
           05  DELETES-APPLIED   PIC 9(6) VALUE 0.
           05  REJECT-COUNT      PIC 9(6) VALUE 0.
           05  RULES-LISTED      PIC 9(6) VALUE 0.
           05  CONTROL-CHANGES   PIC 9(6) VALUE 0.

       01  DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  TOT-DELETES       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(28) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(27)
               VALUE 'CONTROL CHANGES JOURNALED:'.
           05  TOT-CONTROL-CHANGES PIC ZZZ,ZZ9.
           05  FILLER            PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
               GOBACK
           END-IF.

           OPEN EXTEND CTL-JOURNAL.
           IF CJ-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'EDTMAINT: ERROR OPENING CTLJRNL, FILE STATUS '
                       '= ' CJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           MOVE TOD-HHMMSS TO RUN-TIME.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-READ-TRANS-FILE.

           EVALUATE ER-FILE-STATUS
               WHEN '00'
                   ADD 1 TO ADDS-APPLIED
                   MOVE SPACES TO BEFORE-RULE-RECORD
                   MOVE ER-RULE-RECORD TO AFTER-RULE-RECORD
                   PERFORM 7100-CHECK-VALUES-CHANGE
                       THRU 7100-EXIT
               WHEN '22'
                   MOVE 'R07 ' TO DTL-REASON-CODE
                   MOVE 'DUPLICATE ADD - RULE ALREADY ON EDITRLS'
           READ EDIT-RULES.
           EVALUATE ER-FILE-STATUS
               WHEN '00'
                   MOVE ER-RULE-RECORD TO BEFORE-RULE-RECORD
                   MOVE TRN-RULE-RECORD TO ER-RULE-RECORD
                   REWRITE ER-RULE-RECORD
                   IF ER-FILE-STATUS NOT EQUAL '00'
                       GOBACK
                   END-IF
                   ADD 1 TO CHANGES-APPLIED
                   MOVE ER-RULE-RECORD TO AFTER-RULE-RECORD
                   PERFORM 7100-CHECK-VALUES-CHANGE
                       THRU 7100-EXIT
               WHEN '23'
                   MOVE 'R08 ' TO DTL-REASON-CODE
                   MOVE 'CHANGE - RULE NOT ON EDITRLS' TO DTL-MESSAGE
                   GOBACK
           END-EVALUATE.

      ******************************************************************
      * THE RULE IS READ BEFORE IT IS DELETED SO THE JOURNAL CAN SHOW
      * THE PERMITTED VALUES THAT WENT WITH IT.
      ******************************************************************
       6000-APPLY-DELETE.
           MOVE TRN-RULE-FIELD-NO TO ER-RULE-FIELD-NO.
           READ EDIT-RULES.
           EVALUATE ER-FILE-STATUS
               WHEN '00'
                   MOVE ER-RULE-RECORD TO BEFORE-RULE-RECORD
                   DELETE EDIT-RULES
                   IF ER-FILE-STATUS NOT EQUAL '00'
                       DISPLAY 'EDTMAINT: ERROR DELETING EDITRLS '
                               'FIELD ' TRN-RULE-FIELD-NO
                               ', FILE STATUS = ' ER-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO DELETES-APPLIED
                   MOVE SPACES TO AFTER-RULE-RECORD
                   PERFORM 7100-CHECK-VALUES-CHANGE
                       THRU 7100-EXIT
               WHEN '23'
                   MOVE 'R08 ' TO DTL-REASON-CODE
                   MOVE 'DELETE - RULE NOT ON EDITRLS' TO DTL-MESSAGE
                   PERFORM 7000-REJECT-TRANSACTION
               WHEN OTHER
                   DISPLAY 'EDTMAINT: ERROR READING EDITRLS FIELD '
                           TRN-RULE-FIELD-NO ', FILE STATUS = '
                           ER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           WRITE REPORT-LINE FROM DETAIL-LINE.
           SET TRANS-REJECTED TO TRUE.

      ******************************************************************
      * JOURNAL AN APPLIED RULE CHANGE TO CTLJRNL WHEN IT CHANGES A
      * PERMITTED-VALUES LIST - THE RULE IS CLASS 'V' ON EITHER SIDE
      * OF THE CHANGE AND ITS CLASS, COUNT, OR VALUES DIFFER. A CHANGE
      * TO THE REQUIRED FLAG ALONE, OR TO AN 'N' OR 'A' RULE, HAS NO
      * LIST TO CHANGE AND IS LEFT TO THE RUN'S LISTING. A JOURNAL
      * THAT CANNOT BE WRITTEN ENDS THE RUN WITH RC 16.
      ******************************************************************
       7100-CHECK-VALUES-CHANGE.
           IF NOT BEFORE-RULE-CLASS-VALUES
              AND NOT AFTER-RULE-CLASS-VALUES
               GO TO 7100-EXIT.
           MOVE BEFORE-RULE-RECORD TO VLC-BEFORE.
           MOVE AFTER-RULE-RECORD TO VLC-AFTER.
           IF VLC-BEFORE-LIST EQUAL VLC-AFTER-LIST
               GO TO 7100-EXIT.

           MOVE SPACES TO CJ-CTL-RECORD.
           MOVE 'EDITRLS' TO CJ-CTL-FILE.
           MOVE TRN-RULE-FIELD-NO TO CJ-CTL-REC-KEY.
           MOVE TRN-ACTION TO CJ-CTL-ACTION.
           MOVE 'V' TO CJ-CTL-CHANGE-TYPE.
           MOVE 'EDTMAINT' TO CJ-CTL-RUN-PROGRAM.
           MOVE RUN-DATE TO CJ-CTL-RUN-DATE.
           MOVE RUN-TIME TO CJ-CTL-RUN-TIME.
           MOVE 'RULEIN' TO CJ-CTL-TRAN-DD.
           MOVE TRANS-READ TO CJ-CTL-TRAN-RECNO.
           MOVE TRANS-RECORD TO CJ-CTL-TRAN-IMAGE.
           MOVE BEFORE-RULE-RECORD TO CJ-CTL-BEFORE-IMAGE.
           MOVE AFTER-RULE-RECORD TO CJ-CTL-AFTER-IMAGE.
           WRITE CJ-CTL-RECORD.
           IF CJ-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'EDTMAINT: ERROR WRITING CTLJRNL FOR FIELD '
                       TRN-RULE-FIELD-NO ', FILE STATUS = '
                       CJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO CONTROL-CHANGES.

       7100-EXIT.
           EXIT.

      ******************************************************************
      * LIST EVERY RULE NOW ON THE FILE, IN FIELD-NUMBER ORDER, SO
      * THE RUN'S REPORT IS A COMPLETE STATEMENT OF THE EDITS IN
           MOVE CHANGES-APPLIED TO TOT-CHANGES.
           MOVE DELETES-APPLIED TO TOT-DELETES.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE CONTROL-CHANGES TO TOT-CONTROL-CHANGES.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
       9000-TERMINATE.
           CLOSE TRANS-FILE.
           CLOSE EDIT-RULES.
           CLOSE CTL-JOURNAL.
           CLOSE REPORT-FILE.

       9999-END.
