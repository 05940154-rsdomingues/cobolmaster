      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   ONE-PAGE DORMANT-RECORD AGING REPORT OVER YOURFILE
      *            - HOW LONG IT HAS BEEN SINCE EACH RECORD WAS LAST
      *            MAINTAINED, TAKEN FROM THE LAST-MAINT-DATE STAMP,
      *            COUNTED INTO AGE BANDS (90 DAYS, A YEAR, TWO YEARS,
      *            FIVE YEARS AND OLDER) AND BROKEN DOWN BY FIELD-4
      *            STATUS. THE STATUS ROWS ARE THE EDITRLS PERMITTED
      *            VALUES PLUS AN OTHER ROW, THE SAME AS YFRPT002.
      *            RECORDS STILL CARRYING A BLANK, PRE-STAMP STAMP
      *            HAVE NO KNOWN AGE AND ARE COUNTED IN THEIR OWN
      *            NO STAMP COLUMN RATHER THAN GUESSED INTO A BAND -
      *            YFPURGE NEVER PURGES THEM. THE REPORT IS THE
      *            EVIDENCE FOR SETTING THE YFPURGE RETENTION AGE AND
      *            PURGE-ALLOWED STATUSES, AND SHOWS WHAT A PURGE RUN
      *            WOULD BE WORKING WITH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFAGERPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YOURFILE ASSIGN TO YOURFILE
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS YF-KEY
               FILE STATUS IS YF-FILE-STATUS.
           SELECT EDIT-RULES ASSIGN TO EDITRLS
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ER-RULE-FIELD-NO
               FILE STATUS IS ER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YOURFILE.
           COPY MYFREC REPLACING ==:PREFIX:== BY ==YF-==.

       FD  EDIT-RULES.
           COPY EDITRUL REPLACING ==:PREFIX:== BY ==ER-==.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       WORKING-STORAGE SECTION.
       01  YF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  ER-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

       01  RUN-DATE              PIC 9(8).
       01  RECORD-AGE            PIC 9(6).

       01  SWITCHES.
           05  YF-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-YOURFILE  VALUE 'Y'.

      ******************************************************************
      * UPPER LIMIT, IN DAYS SINCE LAST MAINTENANCE, OF EACH AGE BAND.
      * A RECORD OLDER THAN THE LAST LIMIT FALLS IN THE OVER 5 YEARS
      * BAND; A RECORD WITH NO STAMP IN THE NO STAMP COLUMN AFTER IT.
      * CHANGE THE LIMITS HERE AND THE COLUMN HEADINGS WITH THEM.
      ******************************************************************
       01  AGE-BAND-DATA.
           05  FILLER            PIC 9(6) VALUE 90.
           05  FILLER            PIC 9(6) VALUE 365.
           05  FILLER            PIC 9(6) VALUE 730.
           05  FILLER            PIC 9(6) VALUE 1825.

       01  AGE-BAND-TABLE REDEFINES AGE-BAND-DATA.
           05  BAND-MAX-DAYS     OCCURS 4 TIMES
                                 PIC 9(6).

       01  BAND-LIMIT-COUNT      PIC 9(1) VALUE 4.
       01  OVER-LIMIT-BAND       PIC 9(1) VALUE 5.
       01  NO-STAMP-BAND         PIC 9(1) VALUE 6.
       01  TOTAL-BAND            PIC 9(1) VALUE 7.
       01  BAND-IX               PIC 9(1).

      ******************************************************************
      * ONE ROW PER PERMITTED FIELD-4 STATUS, LOADED FROM THE EDITRLS
      * FIELD-4 VALUE RULE, PLUS A FINAL OTHER ROW FOR ANY VALUE NOT
      * ON THE PERMITTED LIST. EACH ROW COUNTS THE SIX AGE COLUMNS
      * AND THE ROW TOTAL.
      ******************************************************************
       01  STATUS-TABLE.
           05  STATUS-ENTRY OCCURS 9 TIMES.
               10  ST-NAME       PIC X(05).
               10  ST-BAND-COUNT OCCURS 7 TIMES
                                 PIC 9(09).

       01  ALL-STATUS-ROW.
           05  ALL-BAND-COUNT    OCCURS 7 TIMES
                                 PIC 9(09).

       01  STATUS-ROW-COUNT      PIC 9(2) VALUE 0.
       01  OTHER-ROW             PIC 9(2) VALUE 0.
       01  STATUS-IX             PIC 9(2).
       01  FOUND-IX              PIC 9(2).
       01  LOOKUP-VALUE          PIC X(5).
       01  VALUE-IX              PIC 9(2).

       01  COUNTERS.
           05  YF-RECORDS-READ   PIC 9(9) VALUE 0.
           05  OLDEST-MAINT-DATE PIC 9(8) VALUE 0.
           05  OLDEST-MAINT-KEY  PIC X(5) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(37)
               VALUE 'YOURFILE DORMANT-RECORD AGING, AS AT'.
           05  HDG-RUN-DATE      PIC 9(8).
           05  FILLER            PIC X(34) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(48)
               VALUE 'COUNTS BY TIME SINCE LAST MAINTENANCE AND STATUS'.
           05  FILLER            PIC X(31) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(8)  VALUE 'STATUS'.
           05  FILLER            PIC X(10) VALUE ' 0-90 DAYS'.
           05  FILLER            PIC X(10) VALUE '  91D-1 YR'.
           05  FILLER            PIC X(10) VALUE '    1-2 YR'.
           05  FILLER            PIC X(10) VALUE '    2-5 YR'.
           05  FILLER            PIC X(10) VALUE ' OVER 5 YR'.
           05  FILLER            PIC X(10) VALUE '  NO STAMP'.
           05  FILLER            PIC X(10) VALUE '     TOTAL'.
           05  FILLER            PIC X(1)  VALUE SPACE.

       01  DETAIL-LINE.
           05  FILLER            PIC X(1).
           05  DTL-STATUS        PIC X(8).
           05  DTL-COUNT-ENTRY   OCCURS 7 TIMES.
               10  FILLER        PIC X(1).
               10  DTL-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(1).

       01  TOTAL-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(18) VALUE 'RECORDS ON FILE:'.
           05  TOT-RECORDS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(50) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(28)
               VALUE 'OLDEST LAST MAINTENANCE:'.
           05  TOT-OLDEST-DATE   PIC X(8).
           05  FILLER            PIC X(6)  VALUE ' (KEY '.
           05  TOT-OLDEST-KEY    PIC X(5).
           05  FILLER            PIC X(1)  VALUE ')'.
           05  FILLER            PIC X(31) VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(36)
               VALUE 'NO STAMP = NOT MAINTAINED SINCE THE '.
           05  FILLER            PIC X(43)
               VALUE 'LAST-MAINT STAMP WAS ADDED - NEVER PURGED'.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE.
           PERFORM 1000-LOAD-STATUS-ROWS.

           PERFORM 2000-READ-YOURFILE.
           PERFORM UNTIL NO-MORE-YOURFILE
               PERFORM 3000-AGE-ONE-RECORD
               PERFORM 2000-READ-YOURFILE
           END-PERFORM.

           PERFORM 5000-PRINT-REPORT.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 9000-TERMINATE.
           GOBACK.

       0500-INITIALIZE.
           OPEN INPUT YOURFILE.
           IF YF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFAGERPT: ERROR OPENING YOURFILE, FILE STATUS '
                       '= ' YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO HDG-RUN-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

      ******************************************************************
      * THE STATUS ROWS COME FROM THE EDITRLS FIELD-4 VALUE RULE, THE
      * SAME WAY YFRPT002 BUILDS THEM, INCLUDING ITS FALL-BACK TO THE
      * CLASSIC FOUR STATUSES WHEN NO USABLE RULE IS ON FILE.
      ******************************************************************
       1000-LOAD-STATUS-ROWS.
           MOVE 0 TO STATUS-ROW-COUNT.
           OPEN INPUT EDIT-RULES.
           IF ER-FILE-STATUS EQUAL '00'
               MOVE 4 TO ER-RULE-FIELD-NO
               READ EDIT-RULES
               IF ER-FILE-STATUS EQUAL '00'
                  AND ER-RULE-CLASS-VALUES
                   PERFORM VARYING VALUE-IX FROM 1 BY 1
                           UNTIL VALUE-IX > ER-RULE-VALUE-COUNT
                       ADD 1 TO STATUS-ROW-COUNT
                       MOVE ER-RULE-VALUE(VALUE-IX)
                           TO ST-NAME(STATUS-ROW-COUNT)
                   END-PERFORM
               END-IF
               CLOSE EDIT-RULES
           END-IF.

           IF STATUS-ROW-COUNT EQUAL ZERO
               DISPLAY 'YFAGERPT: NO FIELD-4 VALUE RULE ON EDITRLS - '
                       'USING THE CLASSIC STATUS LIST'
               MOVE 'OPEN ' TO ST-NAME(1)
               MOVE 'CLOSD' TO ST-NAME(2)
               MOVE 'HOLD ' TO ST-NAME(3)
               MOVE 'REVW ' TO ST-NAME(4)
               MOVE 4 TO STATUS-ROW-COUNT
           END-IF.

           COMPUTE OTHER-ROW = STATUS-ROW-COUNT + 1.
           MOVE 'OTHER' TO ST-NAME(OTHER-ROW).
           PERFORM VARYING BAND-IX FROM 1 BY 1
                   UNTIL BAND-IX > TOTAL-BAND
               MOVE ZERO TO ALL-BAND-COUNT(BAND-IX)
               PERFORM VARYING STATUS-IX FROM 1 BY 1
                       UNTIL STATUS-IX > OTHER-ROW
                   MOVE ZERO TO ST-BAND-COUNT(STATUS-IX, BAND-IX)
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * FIND THE ROW FOR A FIELD-4 VALUE - ANY VALUE NOT ON THE
      * PERMITTED LIST LANDS ON THE OTHER ROW.
      ******************************************************************
       1500-CLASSIFY-STATUS.
           MOVE OTHER-ROW TO FOUND-IX.
           PERFORM VARYING STATUS-IX FROM 1 BY 1
                   UNTIL STATUS-IX > STATUS-ROW-COUNT
               IF LOOKUP-VALUE EQUAL ST-NAME(STATUS-IX)
                   MOVE STATUS-IX TO FOUND-IX
               END-IF
           END-PERFORM.

       2000-READ-YOURFILE.
           READ YOURFILE NEXT RECORD
               AT END
                   SET NO-MORE-YOURFILE TO TRUE
           END-READ.
           IF YF-FILE-STATUS NOT EQUAL '00'
              AND YF-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFAGERPT: ERROR READING YOURFILE, FILE STATUS '
                       '= ' YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-YOURFILE
               ADD 1 TO YF-RECORDS-READ
           END-IF.

      ******************************************************************
      * AGE ONE RECORD IN WHOLE DAYS FROM ITS LAST-MAINT-DATE TO THE
      * RUN DATE, AS DELAGING AGES A DELETE REQUEST, AND COUNT IT IN
      * ITS BAND ON ITS STATUS ROW. A BLANK (PRE-STAMP) OR ZERO DATE
      * GOES TO THE NO STAMP COLUMN; A DATE AFTER THE RUN DATE AGES
      * AS ZERO DAYS.
      ******************************************************************
       3000-AGE-ONE-RECORD.
           IF YF-LAST-MAINT-DATE NOT NUMERIC
              OR YF-LAST-MAINT-DATE EQUAL ZERO
               MOVE NO-STAMP-BAND TO BAND-IX
           ELSE
               MOVE ZERO TO RECORD-AGE
               IF YF-LAST-MAINT-DATE < RUN-DATE
                   COMPUTE RECORD-AGE =
                       FUNCTION INTEGER-OF-DATE(RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE(YF-LAST-MAINT-DATE)
               END-IF
               PERFORM VARYING BAND-IX FROM 1 BY 1
                       UNTIL BAND-IX > BAND-LIMIT-COUNT
                          OR RECORD-AGE NOT > BAND-MAX-DAYS(BAND-IX)
                   CONTINUE
               END-PERFORM
               IF OLDEST-MAINT-DATE EQUAL ZERO
                  OR YF-LAST-MAINT-DATE < OLDEST-MAINT-DATE
                   MOVE YF-LAST-MAINT-DATE TO OLDEST-MAINT-DATE
                   MOVE YF-KEY TO OLDEST-MAINT-KEY
               END-IF
           END-IF.

           MOVE YF-FIELD-4 TO LOOKUP-VALUE.
           PERFORM 1500-CLASSIFY-STATUS.
           ADD 1 TO ST-BAND-COUNT(FOUND-IX, BAND-IX)
                    ST-BAND-COUNT(FOUND-IX, TOTAL-BAND)
                    ALL-BAND-COUNT(BAND-IX)
                    ALL-BAND-COUNT(TOTAL-BAND).

       5000-PRINT-REPORT.
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
           PERFORM 5100-PRINT-STATUS-ROW
               VARYING STATUS-IX FROM 1 BY 1
               UNTIL STATUS-IX > OTHER-ROW.

           MOVE SPACES TO DETAIL-LINE.
           MOVE 'ALL' TO DTL-STATUS.
           PERFORM VARYING BAND-IX FROM 1 BY 1
                   UNTIL BAND-IX > TOTAL-BAND
               MOVE ALL-BAND-COUNT(BAND-IX) TO DTL-COUNT(BAND-IX)
           END-PERFORM.
           WRITE REPORT-LINE FROM DETAIL-LINE.

           MOVE YF-RECORDS-READ TO TOT-RECORDS.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           IF OLDEST-MAINT-DATE EQUAL ZERO
               MOVE 'NONE' TO TOT-OLDEST-DATE
               MOVE SPACES TO TOT-OLDEST-KEY
           ELSE
               MOVE OLDEST-MAINT-DATE TO TOT-OLDEST-DATE
               MOVE OLDEST-MAINT-KEY TO TOT-OLDEST-KEY
           END-IF.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.

       5100-PRINT-STATUS-ROW.
           MOVE SPACES TO DETAIL-LINE.
           MOVE ST-NAME(STATUS-IX) TO DTL-STATUS.
           PERFORM VARYING BAND-IX FROM 1 BY 1
                   UNTIL BAND-IX > TOTAL-BAND
               MOVE ST-BAND-COUNT(STATUS-IX, BAND-IX)
                   TO DTL-COUNT(BAND-IX)
           END-PERFORM.
           WRITE REPORT-LINE FROM DETAIL-LINE.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
      * RUNLOG DATASET. A RUNLOG PROBLEM IS REPORTED BUT NEVER FAILS
      * THE JOB - THE REPORT ITSELF IS ALREADY COMPLETE.
      ******************************************************************
       8500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFAGERPT: ERROR OPENING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
           ELSE
               MOVE 'YFAGERPT' TO RL-RUN-PROGRAM
               ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS TO RL-RUN-TIME
               MOVE YF-RECORDS-READ TO RL-RUN-RECORDS-READ
               MOVE ZERO TO RL-RUN-RECORDS-WRITTEN
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               MOVE 'ON FILE' TO RL-RUN-COUNT-NAME(1)
               MOVE YF-RECORDS-READ TO RL-RUN-COUNT-VALUE(1)
               MOVE 'OVER 5 YRS' TO RL-RUN-COUNT-NAME(2)
               MOVE ALL-BAND-COUNT(OVER-LIMIT-BAND)
                   TO RL-RUN-COUNT-VALUE(2)
               MOVE 'NO STAMP' TO RL-RUN-COUNT-NAME(3)
               MOVE ALL-BAND-COUNT(NO-STAMP-BAND)
                   TO RL-RUN-COUNT-VALUE(3)
               MOVE 'OLDEST DATE' TO RL-RUN-COUNT-NAME(4)
               MOVE OLDEST-MAINT-DATE TO RL-RUN-COUNT-VALUE(4)
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'YFAGERPT: ERROR WRITING RUNLOG, FILE '
                           'STATUS = ' RL-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE YOURFILE.
           CLOSE REPORT-FILE.

       9999-END.
           .
