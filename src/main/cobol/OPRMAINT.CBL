      *            TRANSACTIONS ARE LISTED ON THE ERROR REPORT WITH A
      *            REASON CODE, AND CONTROL TOTALS ARE PRINTED AT THE
      *            END - SO OPERATOR AUTHORITIES ARE NEVER EDITED
      *            WITH IDCAMS. EVERY CHANGE TO AN OPERATOR'S
      *            AUTHORITY - ABOVE ALL A GRANT OF 'D' - IS JOURNALED
      *            TO CTLJRNL WITH ITS BEFORE AND AFTER PROFILE, THE
      *            TRANSACTION THAT MADE IT, AND THE RUN DATE/TIME,
      *            FOR SECURITY REVIEW AND THE OPRRECRT ACCESS
      *            RECERTIFICATION.
      *
      * INPUT:     OPRIN - 30-BYTE TRANSACTIONS, AN ACTION CODE
      *            ('A' ADD, 'C' CHANGE, 'D' DELETE) FOLLOWED BY THE
               ACCESS MODE RANDOM
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS OP-FILE-STATUS.
           SELECT CTL-JOURNAL ASSIGN TO CTLJRNL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CJ-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
       FD  OPER-PROFILE.
           COPY OPERPROF REPLACING ==:PREFIX:== BY ==OP-==.

       FD  CTL-JOURNAL.
           COPY CTLJRNL REPLACING ==:PREFIX:== BY ==CJ-==.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  TR-FILE-STATUS        PIC X(2) VALUE '00'.
       01  OP-FILE-STATUS        PIC X(2) VALUE '00'.
       01  CJ-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

       01  RUN-STAMP.
           05  RUN-DATE          PIC 9(8).
           05  RUN-TIME          PIC 9(6).

           COPY OPERPROF REPLACING ==:PREFIX:== BY ==TRN-==.

           COPY OPERPROF REPLACING ==:PREFIX:== BY ==BEFORE-==.

       01  SWITCHES.
           05  EOF-SW            PIC X VALUE 'N'.
               88  NO-MORE-TRANS     VALUE 'Y'.
           05  CHANGES-APPLIED   PIC 9(6) VALUE 0.
           05  DELETES-APPLIED   PIC 9(6) VALUE 0.
           05  REJECT-COUNT      PIC 9(6) VALUE 0.
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
               DISPLAY 'OPRMAINT: ERROR OPENING CTLJRNL, FILE STATUS '
                       '= ' CJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           MOVE TOD-HHMMSS TO RUN-TIME.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-READ-TRANS-FILE.

           EVALUATE OP-FILE-STATUS
               WHEN '00'
                   ADD 1 TO ADDS-APPLIED
                   MOVE SPACES TO BEFORE-OPER-RECORD
                   PERFORM 7100-JOURNAL-AUTHORITY
               WHEN '22'
                   MOVE 'R04 ' TO DTL-REASON-CODE
                   MOVE 'DUPLICATE ADD - OPERATOR ALREADY ON OPERPROF'
           READ OPER-PROFILE.
           EVALUATE OP-FILE-STATUS
               WHEN '00'
                   MOVE OP-OPER-RECORD TO BEFORE-OPER-RECORD
                   MOVE TRN-OPER-NAME TO OP-OPER-NAME
                   MOVE TRN-OPER-AUTHORITY TO OP-OPER-AUTHORITY
                   REWRITE OP-OPER-RECORD
                       GOBACK
                   END-IF
                   ADD 1 TO CHANGES-APPLIED
                   IF OP-OPER-AUTHORITY NOT EQUAL
                       BEFORE-OPER-AUTHORITY
                       PERFORM 7100-JOURNAL-AUTHORITY
                   END-IF
               WHEN '23'
                   MOVE 'R05 ' TO DTL-REASON-CODE
                   MOVE 'CHANGE - OPERATOR NOT ON OPERPROF'
                   GOBACK
           END-EVALUATE.

      ******************************************************************
      * THE PROFILE IS READ BEFORE IT IS DELETED SO THE JOURNAL CAN
      * SHOW WHAT AUTHORITY THE OPERATOR LOST.
      ******************************************************************
       6000-APPLY-DELETE.
           MOVE TRN-OPER-ID TO OP-OPER-ID.
           READ OPER-PROFILE.
           EVALUATE OP-FILE-STATUS
               WHEN '00'
                   MOVE OP-OPER-RECORD TO BEFORE-OPER-RECORD
                   DELETE OPER-PROFILE
                   IF OP-FILE-STATUS NOT EQUAL '00'
                       DISPLAY 'OPRMAINT: ERROR DELETING OPERPROF '
                               'ID ' TRN-OPER-ID ', FILE STATUS = '
                               OP-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO DELETES-APPLIED
                   PERFORM 7100-JOURNAL-AUTHORITY
               WHEN '23'
                   MOVE 'R05 ' TO DTL-REASON-CODE
                   MOVE 'DELETE - OPERATOR NOT ON OPERPROF'
                       TO DTL-MESSAGE
                   PERFORM 7000-REJECT-TRANSACTION
               WHEN OTHER
                   DISPLAY 'OPRMAINT: ERROR READING OPERPROF ID '
                           TRN-OPER-ID ', FILE STATUS = '
                           OP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           WRITE REPORT-LINE FROM DETAIL-LINE.
           SET TRANS-REJECTED TO TRUE.

      ******************************************************************
      * JOURNAL ONE CHANGE TO AN OPERATOR'S AUTHORITY TO CTLJRNL - THE
      * PROFILE BEFORE (SAVED BY THE APPLY PARAGRAPH) AND AFTER, THE
      * OPRIN RECORD THAT MADE THE CHANGE, AND THIS RUN'S DATE/TIME.
      * AN ENTRY THAT LEAVES THE OPERATOR WITH 'D' AUTHORITY THEY DID
      * NOT HAVE BEFORE IS TYPED AS A DELETE GRANT SO THE SECURITY
      * REVIEW CAN PICK THOSE OUT. A JOURNAL THAT CANNOT BE WRITTEN
      * ENDS THE RUN WITH RC 16 - AN UNRECORDED GRANT IS EXACTLY WHAT
      * THE JOURNAL EXISTS TO PREVENT.
      ******************************************************************
       7100-JOURNAL-AUTHORITY.
           MOVE SPACES TO CJ-CTL-RECORD.
           MOVE 'OPERPROF' TO CJ-CTL-FILE.
           MOVE TRN-OPER-ID TO CJ-CTL-REC-KEY.
           MOVE TRN-ACTION TO CJ-CTL-ACTION.
           MOVE 'OPRMAINT' TO CJ-CTL-RUN-PROGRAM.
           MOVE RUN-DATE TO CJ-CTL-RUN-DATE.
           MOVE RUN-TIME TO CJ-CTL-RUN-TIME.
           MOVE 'OPRIN' TO CJ-CTL-TRAN-DD.
           MOVE TRANS-READ TO CJ-CTL-TRAN-RECNO.
           MOVE TRANS-RECORD TO CJ-CTL-TRAN-IMAGE.
           MOVE BEFORE-OPER-RECORD TO CJ-CTL-BEFORE-IMAGE.
           IF NOT TRN-ACTION-DELETE
               MOVE OP-OPER-RECORD TO CJ-CTL-AFTER-IMAGE
           END-IF.
           IF CJ-CTL-AFTER-OPER-AUTH EQUAL 'D'
              AND CJ-CTL-BEFORE-OPER-AUTH NOT EQUAL 'D'
               MOVE 'G' TO CJ-CTL-CHANGE-TYPE
           ELSE
               MOVE 'A' TO CJ-CTL-CHANGE-TYPE
           END-IF.
           WRITE CJ-CTL-RECORD.
           IF CJ-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPRMAINT: ERROR WRITING CTLJRNL FOR ID '
                       TRN-OPER-ID ', FILE STATUS = ' CJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO CONTROL-CHANGES.

       8000-PRINT-TOTALS.
           MOVE TRANS-READ TO TOT-TRANS-READ.
           MOVE REJECT-COUNT TO TOT-REJECTS.
           MOVE CHANGES-APPLIED TO TOT-CHANGES.
           MOVE DELETES-APPLIED TO TOT-DELETES.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE CONTROL-CHANGES TO TOT-CONTROL-CHANGES.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
       9000-TERMINATE.
           CLOSE TRANS-FILE.
           CLOSE OPER-PROFILE.
           CLOSE CTL-JOURNAL.
           CLOSE REPORT-FILE.

       9999-END.
