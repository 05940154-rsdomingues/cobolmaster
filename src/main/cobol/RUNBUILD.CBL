      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   BATCH BUILD OF THE TWO KEYED FILES THE CICSRUNS
      *            BATCH-STATUS INQUIRY READS. CICS CANNOT READ THE
      *            SEQUENTIAL SCHEDIN AND RUNLOG DATASETS THE BATCH
      *            WATCHDOG WORKS FROM, SO THIS PROGRAM LOADS THE
      *            SCHEDIN SCHEDULE INTO RUNSCHED, KEYED BY PROGRAM,
      *            AND EVERY RUNLOG RUN RECORD INTO RUNHIST, KEYED BY
      *            PROGRAM PLUS RUN DATE/TIME/SEQUENCE - THE SAME
      *            SPLIT HSTBUILD MAKES FOR THE CHANGE-HISTORY SCREEN.
      *            THE INQUIRY THEN FINDS A PROGRAM'S LATEST RUN AND
      *            PAGES ITS OLDER RUNS WITH A KEYED BROWSE. RUN AT
      *            THE END OF THE NIGHTLY WINDOW, AFTER RUNWATCH, AND
      *            ON DEMAND, AGAINST EMPTY RUNSCHED AND RUNHIST
      *            CLUSTERS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBUILD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO SCHEDIN
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           SELECT KEYED-SCHEDULE ASSIGN TO RUNSCHED
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS KS-PROGRAM
               FILE STATUS IS KS-FILE-STATUS.
           SELECT RUN-HISTORY ASSIGN TO RUNHIST
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RH-RHST-KEY
               FILE STATUS IS RH-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
           COPY SCHEDREC REPLACING ==:PREFIX:== BY ==SCH-==.

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       FD  KEYED-SCHEDULE.
           COPY SCHEDREC REPLACING ==:PREFIX:== BY ==KS-==.

       FD  RUN-HISTORY.
           COPY RUNHREC REPLACING ==:PREFIX:== BY ==RH-==.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  SC-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  KS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RH-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

       01  COUNT-IX              PIC 9(1).

       01  SWITCHES.
           05  SC-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-SCHEDULE  VALUE 'Y'.
           05  RL-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-RUNLOG    VALUE 'Y'.

       01  COUNTERS.
           05  SCHEDULE-RECORDS-READ PIC 9(7) VALUE 0.
           05  SCHEDULE-LOADED   PIC 9(7) VALUE 0.
           05  SCHEDULE-DUPLICATES PIC 9(7) VALUE 0.
           05  RUNLOG-RECORDS-READ PIC 9(7) VALUE 0.
           05  RUNS-LOADED       PIC 9(7) VALUE 0.
           05  SEQUENCE-BUMPS    PIC 9(7) VALUE 0.

       01  DUPLICATE-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(30)
               VALUE 'DUPLICATE SCHEDIN ENTRY FOR'.
           05  DUP-PROGRAM       PIC X(8).
           05  FILLER            PIC X(41)
               VALUE ' - FIRST ENTRY KEPT'.

       01  TOTAL-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'SCHEDIN READ:'.
           05  TOT-SCHED-READ    PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(9)  VALUE ' LOADED:'.
           05  TOT-SCHED-LOADED  PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(13) VALUE ' DUPLICATES:'.
           05  TOT-SCHED-DUPS    PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'RUNLOG READ:'.
           05  TOT-RUNLOG-READ   PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(9)  VALUE ' LOADED:'.
           05  TOT-RUNS-LOADED   PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(13) VALUE ' TIES BROKEN:'.
           05  TOT-BUMPS         PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE.

           PERFORM 1000-READ-SCHEDULE.
           PERFORM UNTIL NO-MORE-SCHEDULE
               PERFORM 3000-LOAD-SCHEDULE-RECORD
               PERFORM 1000-READ-SCHEDULE
           END-PERFORM.

           PERFORM 2000-READ-RUN-LOG.
           PERFORM UNTIL NO-MORE-RUNLOG
               PERFORM 4000-LOAD-RUN-RECORD
               PERFORM 2000-READ-RUN-LOG
           END-PERFORM.
           CLOSE RUN-LOG-FILE.

           PERFORM 8000-PRINT-TOTALS.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 9000-TERMINATE.
           GOBACK.

       0500-INITIALIZE.
           OPEN INPUT SCHEDULE-FILE.
           IF SC-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'RUNBUILD: ERROR OPENING SCHEDIN, FILE STATUS '
                       '= ' SC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'RUNBUILD: ERROR OPENING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT KEYED-SCHEDULE.
           IF KS-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'RUNBUILD: ERROR OPENING RUNSCHED, FILE STATUS '
                       '= ' KS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RUN-HISTORY.
           IF RH-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'RUNBUILD: ERROR OPENING RUNHIST, FILE STATUS '
                       '= ' RH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.

       1000-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   SET NO-MORE-SCHEDULE TO TRUE
           END-READ.
           IF SC-FILE-STATUS NOT EQUAL '00'
              AND SC-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'RUNBUILD: ERROR READING SCHEDIN, FILE STATUS '
                       '= ' SC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-SCHEDULE
               ADD 1 TO SCHEDULE-RECORDS-READ
           END-IF.

       2000-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET NO-MORE-RUNLOG TO TRUE
           END-READ.
           IF RL-FILE-STATUS NOT EQUAL '00'
              AND RL-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'RUNBUILD: ERROR READING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-RUNLOG
               ADD 1 TO RUNLOG-RECORDS-READ
           END-IF.

      ******************************************************************
      * ONE RUNSCHED RECORD PER SCHEDULED PROGRAM. A PROGRAM LISTED
      * TWICE ON SCHEDIN KEEPS ITS FIRST ENTRY AND THE SECOND IS
      * REPORTED, SO THE SCHEDULE CAN BE CORRECTED.
      ******************************************************************
       3000-LOAD-SCHEDULE-RECORD.
           MOVE SCH-SCHEDULE-RECORD TO KS-SCHEDULE-RECORD.
           WRITE KS-SCHEDULE-RECORD.
           EVALUATE KS-FILE-STATUS
               WHEN '00'
                   ADD 1 TO SCHEDULE-LOADED
               WHEN '22'
                   ADD 1 TO SCHEDULE-DUPLICATES
                   MOVE SCH-PROGRAM TO DUP-PROGRAM
                   WRITE REPORT-LINE FROM DUPLICATE-LINE
                   DISPLAY 'RUNBUILD: DUPLICATE SCHEDIN ENTRY FOR '
                           SCH-PROGRAM
               WHEN OTHER
                   DISPLAY 'RUNBUILD: ERROR WRITING RUNSCHED PROGRAM '
                           SCH-PROGRAM ', FILE STATUS = '
                           KS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      ******************************************************************
      * TURN THE RUN RECORD IN HAND INTO A RUNHIST RECORD. THE
      * SEQUENCE NUMBER STARTS AT ZERO AND IS BUMPED PAST ANY RECORD
      * ALREADY LOADED FOR THE SAME PROGRAM AND SECOND, SO SAME-SECOND
      * RUNS KEEP THEIR RUNLOG ORDER.
      ******************************************************************
       4000-LOAD-RUN-RECORD.
           MOVE RL-RUN-PROGRAM TO RH-RHST-PROGRAM.
           MOVE RL-RUN-DATE TO RH-RHST-DATE.
           MOVE RL-RUN-TIME TO RH-RHST-TIME.
           MOVE ZERO TO RH-RHST-SEQ.
           MOVE RL-RUN-RECORDS-READ TO RH-RHST-RECORDS-READ.
           MOVE RL-RUN-RECORDS-WRITTEN TO RH-RHST-RECORDS-WRITTEN.
           MOVE RL-RUN-RETURN-CODE TO RH-RHST-RETURN-CODE.
           PERFORM VARYING COUNT-IX FROM 1 BY 1
                   UNTIL COUNT-IX > 4
               MOVE RL-RUN-COUNT-NAME(COUNT-IX)
                   TO RH-RHST-COUNT-NAME(COUNT-IX)
               MOVE RL-RUN-COUNT-VALUE(COUNT-IX)
                   TO RH-RHST-COUNT-VALUE(COUNT-IX)
           END-PERFORM.

           PERFORM 4100-WRITE-RUN-HISTORY.
           PERFORM UNTIL RH-FILE-STATUS NOT EQUAL '22'
               IF RH-RHST-SEQ EQUAL 999
                   DISPLAY 'RUNBUILD: MORE THAN 1000 SAME-SECOND '
                           'RUNS FOR PROGRAM ' RL-RUN-PROGRAM ' AT '
                           RL-RUN-DATE ' ' RL-RUN-TIME
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO RH-RHST-SEQ
               ADD 1 TO SEQUENCE-BUMPS
               PERFORM 4100-WRITE-RUN-HISTORY
           END-PERFORM.
           ADD 1 TO RUNS-LOADED.

       4100-WRITE-RUN-HISTORY.
           WRITE RH-RHST-RECORD.
           IF RH-FILE-STATUS NOT EQUAL '00'
              AND RH-FILE-STATUS NOT EQUAL '22'
               DISPLAY 'RUNBUILD: ERROR WRITING RUNHIST PROGRAM '
                       RH-RHST-PROGRAM ', FILE STATUS = '
                       RH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-PRINT-TOTALS.
           MOVE SCHEDULE-RECORDS-READ TO TOT-SCHED-READ.
           MOVE SCHEDULE-LOADED TO TOT-SCHED-LOADED.
           MOVE SCHEDULE-DUPLICATES TO TOT-SCHED-DUPS.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE RUNLOG-RECORDS-READ TO TOT-RUNLOG-READ.
           MOVE RUNS-LOADED TO TOT-RUNS-LOADED.
           MOVE SEQUENCE-BUMPS TO TOT-BUMPS.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
      * RUNLOG DATASET. A RUNLOG PROBLEM IS REPORTED BUT NEVER FAILS
      * THE JOB - THE BUILD ITSELF IS ALREADY COMPLETE. THIS RUN'S
      * OWN RECORD ONLY REACHES RUNHIST ON THE NEXT BUILD.
      ******************************************************************
       8500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'RUNBUILD: ERROR OPENING RUNLOG FOR EXTEND, '
                       'FILE STATUS = ' RL-FILE-STATUS
           ELSE
               MOVE 'RUNBUILD' TO RL-RUN-PROGRAM
               ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS TO RL-RUN-TIME
               COMPUTE RL-RUN-RECORDS-READ = SCHEDULE-RECORDS-READ
                   + RUNLOG-RECORDS-READ
               COMPUTE RL-RUN-RECORDS-WRITTEN = SCHEDULE-LOADED
                   + RUNS-LOADED
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               MOVE 'SCHEDULED' TO RL-RUN-COUNT-NAME(1)
               MOVE SCHEDULE-LOADED TO RL-RUN-COUNT-VALUE(1)
               MOVE 'DUPLICATES' TO RL-RUN-COUNT-NAME(2)
               MOVE SCHEDULE-DUPLICATES TO RL-RUN-COUNT-VALUE(2)
               MOVE 'RUNS LOADED' TO RL-RUN-COUNT-NAME(3)
               MOVE RUNS-LOADED TO RL-RUN-COUNT-VALUE(3)
               MOVE 'TIES BROKEN' TO RL-RUN-COUNT-NAME(4)
               MOVE SEQUENCE-BUMPS TO RL-RUN-COUNT-VALUE(4)
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'RUNBUILD: ERROR WRITING RUNLOG, FILE '
                           'STATUS = ' RL-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE SCHEDULE-FILE.
           CLOSE KEYED-SCHEDULE.
           CLOSE RUN-HISTORY.
           CLOSE REPORT-FILE.

       9999-END.
           .
