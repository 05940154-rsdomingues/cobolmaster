      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   NIGHTLY UNLOAD OF MYFILE TO A DATED FLAT-FILE
      *            GENERATION, THE MYFILE COUNTERPART OF YFUNLOAD AND
      *            THE STARTING POINT FOR MFRECOVR'S FORWARD RECOVERY
      *            FROM THE MYFJRNL CHANGE JOURNAL. READS THE KSDS
      *            SEQUENTIALLY BY KEY AND WRITES THE YFUNLD LAYOUT
      *            TO UNLOUT: A HEADER CARRYING THE RUN DATE AND TIME
      *            THE BACKUP IS CURRENT THROUGH, ONE DETAIL PER
      *            RECORD, AND A TRAILER CARRYING THE RECORD COUNT
      *            AND THE SUM OF THE NUMERIC FIELD-2 VALUES AS A
      *            CONTROL TOTAL. MFRECOVR REFUSES A GENERATION WHOSE
      *            TRAILER DOES NOT BALANCE, OR ONE THIS PROGRAM DID
      *            NOT WRITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFUNLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MYFILE ASSIGN TO MYFILE
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS MF-KEY
               FILE STATUS IS MF-FILE-STATUS.
           SELECT UNLOAD-FILE ASSIGN TO UNLOUT
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS UN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MYFILE.
           COPY MYFREC REPLACING ==:PREFIX:== BY ==MF-==.

       FD  UNLOAD-FILE.
           COPY YFUNLD REPLACING ==:PREFIX:== BY ==UN-==.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       WORKING-STORAGE SECTION.
       01  MF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  UN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

       01  RUN-STAMP.
           05  RUN-DATE          PIC 9(8).
           05  RUN-TIME          PIC 9(6).

       01  SWITCHES.
           05  EOF-SW            PIC X VALUE 'N'.
               88  NO-MORE-RECORDS   VALUE 'Y'.

       01  COUNTERS.
           05  RECORDS-UNLOADED  PIC 9(9)  VALUE 0.
           05  FIELD2-TOTAL      PIC 9(15) VALUE 0.

       01  FIELD2-NUMERIC        PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(25)
               VALUE 'MYFILE UNLOAD TAKEN AT'.
           05  HDG-RUN-DATE      PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  HDG-RUN-TIME      PIC 9(6).
           05  FILLER            PIC X(39) VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(19) VALUE 'RECORDS UNLOADED:'.
           05  TOT-UNLOADED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(17) VALUE '  FIELD-2 TOTAL:'.
           05  TOT-FLD2          PIC Z(14)9.
           05  FILLER            PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE.
           PERFORM UNTIL NO-MORE-RECORDS
               PERFORM 3000-UNLOAD-RECORD
               PERFORM 2000-READ-MYFILE
           END-PERFORM.
           PERFORM 4000-WRITE-TRAILER.
           PERFORM 8000-PRINT-TOTALS.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 9000-TERMINATE.
           GOBACK.

       0500-INITIALIZE.
           OPEN INPUT MYFILE.
           IF MF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MFUNLOAD: ERROR OPENING MYFILE, FILE STATUS '
                       '= ' MF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT UNLOAD-FILE.
           IF UN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MFUNLOAD: ERROR OPENING UNLOUT, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           MOVE TOD-HHMMSS TO RUN-TIME.

           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO HDG-RUN-DATE.
           MOVE RUN-TIME TO HDG-RUN-TIME.
           WRITE REPORT-LINE FROM HEADING-LINE-1.

           PERFORM 1000-WRITE-HEADER.
           PERFORM 2000-READ-MYFILE.

      ******************************************************************
      * THE HEADER'S DATE AND TIME ARE TAKEN BEFORE THE FIRST RECORD
      * IS READ - THE BACKUP IS CURRENT THROUGH THE MOMENT THE UNLOAD
      * STARTED - MFRECOVR ROLLS FORWARD ONLY THE MYFJRNL ENTRIES
      * STAMPED LATER THAN THIS. THE PROGRAM NAME IN THE HEADER IS HOW
      * MFRECOVR TELLS A MYFILE GENERATION FROM A YOURFILE ONE.
      ******************************************************************
       1000-WRITE-HEADER.
           MOVE SPACES TO UN-UNLOAD-RECORD.
           MOVE 'H' TO UN-UNL-TYPE.
           MOVE 'MFUNLOAD' TO UN-UNL-HDR-PROGRAM.
           MOVE RUN-DATE TO UN-UNL-HDR-DATE.
           MOVE RUN-TIME TO UN-UNL-HDR-TIME.
           PERFORM 5000-WRITE-UNLOAD-RECORD.

       2000-READ-MYFILE.
           READ MYFILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF MF-FILE-STATUS NOT EQUAL '00'
              AND MF-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'MFUNLOAD: ERROR READING MYFILE, FILE STATUS '
                       '= ' MF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * ONLY A NUMERIC FIELD-2 JOINS THE CONTROL TOTAL - MFRECOVR
      * ACCUMULATES BY THE SAME RULE, SO THE TWO SIDES ALWAYS AGREE
      * EVEN IF A NON-NUMERIC VALUE PREDATING THE EDITRLS RULES IS
      * STILL ON FILE.
      ******************************************************************
       3000-UNLOAD-RECORD.
           MOVE SPACES TO UN-UNLOAD-RECORD.
           MOVE 'D' TO UN-UNL-TYPE.
           MOVE MF-RECORD TO UN-UNL-RECORD-IMAGE.
           PERFORM 5000-WRITE-UNLOAD-RECORD.
           ADD 1 TO RECORDS-UNLOADED.
           IF MF-FIELD-2 NUMERIC
               MOVE MF-FIELD-2 TO FIELD2-NUMERIC
               ADD FIELD2-NUMERIC TO FIELD2-TOTAL
           END-IF.

       4000-WRITE-TRAILER.
           MOVE SPACES TO UN-UNLOAD-RECORD.
           MOVE 'T' TO UN-UNL-TYPE.
           MOVE RECORDS-UNLOADED TO UN-UNL-TRL-COUNT.
           MOVE FIELD2-TOTAL TO UN-UNL-TRL-FLD2-TOT.
           PERFORM 5000-WRITE-UNLOAD-RECORD.

       5000-WRITE-UNLOAD-RECORD.
           WRITE UN-UNLOAD-RECORD.
           IF UN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MFUNLOAD: ERROR WRITING UNLOUT, FILE STATUS '
                       '= ' UN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-PRINT-TOTALS.
           MOVE RECORDS-UNLOADED TO TOT-UNLOADED.
           MOVE FIELD2-TOTAL TO TOT-FLD2.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
      * RUNLOG DATASET, SO RUNRPT01 SHOWS THE BACKUPS ACTUALLY RAN.
      * A RUNLOG PROBLEM IS REPORTED BUT NEVER FAILS THE JOB - THE
      * UNLOAD ITSELF IS ALREADY COMPLETE.
      ******************************************************************
       8500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'MFUNLOAD: ERROR OPENING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
           ELSE
               MOVE 'MFUNLOAD' TO RL-RUN-PROGRAM
               MOVE RUN-DATE TO RL-RUN-DATE
               MOVE RUN-TIME TO RL-RUN-TIME
               MOVE RECORDS-UNLOADED TO RL-RUN-RECORDS-READ
               COMPUTE RL-RUN-RECORDS-WRITTEN = RECORDS-UNLOADED + 2
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               MOVE 'UNLOADED' TO RL-RUN-COUNT-NAME(1)
               MOVE RECORDS-UNLOADED TO RL-RUN-COUNT-VALUE(1)
               MOVE 'FLD2 TOTAL' TO RL-RUN-COUNT-NAME(2)
               MOVE FIELD2-TOTAL TO RL-RUN-COUNT-VALUE(2)
               MOVE SPACES TO RL-RUN-COUNT-NAME(3)
                              RL-RUN-COUNT-NAME(4)
               MOVE ZERO TO RL-RUN-COUNT-VALUE(3)
                            RL-RUN-COUNT-VALUE(4)
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'MFUNLOAD: ERROR WRITING RUNLOG, FILE '
                           'STATUS = ' RL-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE MYFILE.
           CLOSE UNLOAD-FILE.
           CLOSE REPORT-FILE.

       9999-END.
           .
