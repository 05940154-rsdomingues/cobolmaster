      *            CONTROL TOTALS OF READS, ADDS, CHANGES, DELETES,
      *            AND REJECTS ARE PRINTED AT THE END. THIS REPLACES
      *            THE AD-HOC IDCAMS REPRO LOADS THAT BYPASSED EVERY
      *            EDIT. EVERY CHANGE APPLIED IS JOURNALED TO MYFJRNL
      *            WITH ITS BEFORE AND AFTER IMAGES AND THE IDENTITY
      *            OF THE TRANSACTION FILE IT CAME FROM, SO MFRECOVR
      *            CAN ROLL A RESTORED MYFILE FORWARD TO ANY POINT.
      *
      * INPUT:     TRANIN - 21-BYTE TRANSACTIONS, AN ACTION CODE
      *            ('A' ADD, 'C' CHANGE, 'D' DELETE) FOLLOWED BY THE
               ACCESS MODE RANDOM
               RECORD KEY IS ER-RULE-FIELD-NO
               FILE STATUS IS ER-FILE-STATUS.
           SELECT MYF-JOURNAL ASSIGN TO MYFJRNL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS MJ-FILE-STATUS.
           SELECT APPLIED-FILE ASSIGN TO APPLIED
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS AP-FILE-STATUS.
       FD  EDIT-RULES.
           COPY EDITRUL REPLACING ==:PREFIX:== BY ==ER-==.

       FD  MYF-JOURNAL.
           COPY MYFJRNL REPLACING ==:PREFIX:== BY ==MJ-==.

       FD  APPLIED-FILE.
       01  APPLIED-RECORD.
           05  AP-APPLIED-DATE   PIC 9(08).
       01  TR-FILE-STATUS        PIC X(2) VALUE '00'.
       01  MF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  ER-FILE-STATUS        PIC X(2) VALUE '00'.
       01  MJ-FILE-STATUS        PIC X(2) VALUE '00'.
       01  AP-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.


           COPY MYFREC REPLACING ==:PREFIX:== BY ==TRN-==.

           COPY MYFREC REPLACING ==:PREFIX:== BY ==BEFORE-==.

       01  SWITCHES.
           05  EOF-SW            PIC X VALUE 'N'.
               88  NO-MORE-TRANS     VALUE 'Y', FALSE 'N'.
               GOBACK
           END-IF.

           OPEN EXTEND MYF-JOURNAL.
           IF MJ-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MYFMAINT: ERROR OPENING MYFJRNL, FILE STATUS '
                       '= ' MJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.

      ******************************************************************
           EVALUATE MF-FILE-STATUS
               WHEN '00'
                   ADD 1 TO ADDS-APPLIED
                   MOVE SPACES TO BEFORE-RECORD
                   PERFORM 7100-WRITE-JOURNAL
               WHEN '22'
                   MOVE 'R04 ' TO DTL-REASON-CODE
                   MOVE 'DUPLICATE ADD - KEY ALREADY ON MYFILE'
           READ MYFILE.
           EVALUATE MF-FILE-STATUS
               WHEN '00'
                   MOVE MF-RECORD TO BEFORE-RECORD
                   MOVE TRN-FIELD-2 TO MF-FIELD-2
                   MOVE TRN-FIELD-3 TO MF-FIELD-3
                   MOVE TRN-FIELD-4 TO MF-FIELD-4
                       GOBACK
                   END-IF
                   ADD 1 TO CHANGES-APPLIED
                   PERFORM 7100-WRITE-JOURNAL
               WHEN '23'
                   MOVE 'R05 ' TO DTL-REASON-CODE
                   MOVE 'CHANGE - KEY NOT ON MYFILE' TO DTL-MESSAGE
           MOVE TOD-HHMMSS TO MF-LAST-MAINT-TIME.
           MOVE 'MYFMAINT' TO MF-LAST-MAINT-SOURCE.

      ******************************************************************
      * THE RECORD IS READ BEFORE IT IS DELETED SO THE JOURNAL CAN
      * CARRY THE IMAGE BEING REMOVED - WITHOUT IT A DELETE COULD
      * NEVER BE BACKED OUT.
      ******************************************************************
       6000-APPLY-DELETE.
           MOVE TRN-KEY TO MF-KEY.
           READ MYFILE.
           EVALUATE MF-FILE-STATUS
               WHEN '00'
                   MOVE MF-RECORD TO BEFORE-RECORD
                   DELETE MYFILE
                   IF MF-FILE-STATUS NOT EQUAL '00'
                       DISPLAY 'MYFMAINT: ERROR DELETING MYFILE KEY '
                               TRN-KEY ', FILE STATUS = '
                               MF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO DELETES-APPLIED
                   PERFORM 7100-WRITE-JOURNAL
               WHEN '23'
                   MOVE 'R05 ' TO DTL-REASON-CODE
                   MOVE 'DELETE - KEY NOT ON MYFILE' TO DTL-MESSAGE
                   PERFORM 7000-REJECT-TRANSACTION
               WHEN OTHER
                   DISPLAY 'MYFMAINT: ERROR READING MYFILE KEY '
                           TRN-KEY ', FILE STATUS = ' MF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           WRITE REPORT-LINE FROM DETAIL-LINE.
           SET TRANS-REJECTED TO TRUE.

      ******************************************************************
      * JOURNAL ONE APPLIED CHANGE TO MYFJRNL - THE BEFORE-IMAGE SAVED
      * BY THE APPLY PARAGRAPH, THE RECORD AS NOW ON MYFILE, AND THE
      * TRANSACTION FILE'S HEADER DATE, SOURCE, AND THE RECORD NUMBER
      * WITHIN IT. AN ADD OR CHANGE IS JOURNALED UNDER THE STAMP JUST
      * WRITTEN ON THE RECORD; A DELETE UNDER THE CURRENT TIME. A
      * JOURNAL THAT CANNOT BE WRITTEN ENDS THE RUN WITH RC 16 - A
      * CHANGE MFRECOVR CANNOT SEE IS A CHANGE THAT CANNOT BE
      * RECOVERED.
      ******************************************************************
       7100-WRITE-JOURNAL.
           MOVE SPACES TO MJ-JRNL-RECORD.
           MOVE TRN-KEY TO MJ-JRNL-KEY.
           MOVE TRN-ACTION TO MJ-JRNL-ACTION.
           MOVE 'MYFMAINT' TO MJ-JRNL-PROGRAM.
           MOVE FILE-CREATE-DATE TO MJ-JRNL-TRAN-DATE.
           MOVE FILE-SOURCE TO MJ-JRNL-TRAN-SOURCE.
           MOVE TRANS-READ TO MJ-JRNL-TRAN-RECNO.
           MOVE BEFORE-RECORD TO MJ-JRNL-BEFORE-IMAGE.
           IF TRN-ACTION-DELETE
               ACCEPT MJ-JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS TO MJ-JRNL-TIME
           ELSE
               MOVE MF-LAST-MAINT-DATE TO MJ-JRNL-DATE
               MOVE MF-LAST-MAINT-TIME TO MJ-JRNL-TIME
               MOVE MF-RECORD TO MJ-JRNL-AFTER-IMAGE
           END-IF.
           WRITE MJ-JRNL-RECORD.
           IF MJ-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MYFMAINT: ERROR WRITING MYFJRNL FOR KEY '
                       TRN-KEY ', FILE STATUS = ' MJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-PRINT-TOTALS.
           MOVE TRANS-READ TO TOT-TRANS-READ.
           MOVE REJECT-COUNT TO TOT-REJECTS.
           CLOSE TRANS-FILE.
           CLOSE MYFILE.
           CLOSE EDIT-RULES.
           CLOSE MYF-JOURNAL.
           CLOSE REPORT-FILE.

       9999-END.
