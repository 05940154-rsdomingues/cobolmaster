      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   ONLINE BATCH-STATUS INQUIRY OVER THE RUNSCHED AND
      *            RUNHIST FILES RUNBUILD LOADS FROM THE SCHEDIN
      *            SCHEDULE AND THE SHARED RUNLOG DATASET - SO THE
      *            OPERATIONS DESK CAN SEE LAST NIGHT'S BATCH WITHOUT
      *            WAITING FOR THE RUNWATCH ALERT OR FRIDAY'S RUNRPT01.
      *            RUN AS A PSEUDO-CONVERSATION. THE FIRST CALL
      *            (EIBCALEN ZERO) RECEIVES AN OPERATOR ID AND SIGNS
      *            THE OPERATOR ON AGAINST THE OPERPROF PROFILE FILE,
      *            THE SAME AS CICSDEMO AND CICSHIST. THE SUMMARY
      *            SCREEN THEN LISTS EACH PROGRAM ON THE SCHEDULE WITH
      *            ITS LATEST RUN - DATE, TIME, RETURN CODE, RECORDS
      *            READ AND WRITTEN, AND ITS FOUR NAMED COUNTS - AND
      *            FLAGS IT THE WAY RUNWATCH JUDGES A NIGHT: OK,
      *            LATE/MISSING WHEN IT HAS NOT RUN TODAY, RC NONZERO
      *            WHEN ANY OF TODAY'S RUNS ENDED NONZERO, OR OUT OF
      *            RANGE WHEN ITS LATEST READ OR WRITTEN COUNT FALLS
      *            OUTSIDE ITS SCHEDULED NORMAL RANGE. SELECTING A
      *            PROGRAM BY LINE NUMBER PAGES BACKWARD THROUGH ITS
      *            EARLIER RUNS, NEWEST FIRST, EACH JUDGED THE SAME
      *            WAY. THE FILES ARE RE-READ ON EVERY SCREEN, WITH THE
      *            PAGE POSITIONS CARRIED IN DFHCOMMAREA, SINCE
      *            WORKING-STORAGE DOES NOT SURVIVE BETWEEN
      *            TRANSACTIONS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSRUNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SCREEN-ACTION      PIC X(01).
       01  WS-SELECTED-LINE      PIC 9(01).
       01  WS-SIGNON-INPUT       PIC X(08).

           COPY OPERPROF REPLACING ==:PREFIX:== BY ==WS-==.

       01  WS-RESP-CODES.
           05  WS-RESP           PIC S9(8)  COMP.
           05  WS-RESP2          PIC S9(8)  COMP.

       01  WS-ABSTIME            PIC S9(15) COMP-3.

      ******************************************************************
      * FORMATTIME'S YYYYMMDD OPTION RETURNS A FULLWORD BINARY VALUE,
      * NOT ZONED DECIMAL - RECEIVE IT HERE, THEN MOVE IT TO THE
      * DISPLAY DATE THE RUN DATES ARE COMPARED AGAINST.
      ******************************************************************
       01  WS-FORMATTED-DATE     PIC S9(8)  COMP.
       01  WS-TODAY              PIC 9(08).

       01  WS-COMMAREA-LENGTH    PIC S9(4)  COMP VALUE +56.

      ******************************************************************
      * RUNSCHED BROWSE POSITION AND THE SCHEDULE RECORD READ. A PAGE
      * OF THE SUMMARY IS FOUND BY SKIPPING THE PROGRAMS ON EARLIER
      * PAGES - THE SCHEDULE IS A FEW DOZEN RECORDS AT MOST.
      ******************************************************************
       01  WS-SCHED-KEY          PIC X(08).

           COPY SCHEDREC REPLACING ==:PREFIX:== BY ==WS-SCH-==.

       01  WS-SCHEDULE-PAGE.
           05  WS-SUM-ENTRY OCCURS 4 TIMES
                                 PIC X(44).

       01  WS-SUM-COLLECTED      PIC S9(4) COMP.
       01  WS-SUM-SKIP           PIC S9(4) COMP.

      ******************************************************************
      * BROWSE POSITION ON RUNHIST - THE PROGRAM WITH THE DATE/TIME/
      * SEQUENCE PORTION AT ZERO, SO A GTEQ START LANDS ON THE
      * PROGRAM'S OLDEST RUN AND THE BROWSE ENDS WHEN THE PROGRAM
      * PORTION CHANGES.
      ******************************************************************
       01  WS-BROWSE-KEY.
           05  WS-BROWSE-PROGRAM PIC X(08).
           05  WS-BROWSE-DATE    PIC 9(08).
           05  WS-BROWSE-TIME    PIC 9(06).
           05  WS-BROWSE-SEQ     PIC 9(03).

       01  WS-RUNS-FOR-PROGRAM   PIC X(08).

           COPY RUNHREC REPLACING ==:PREFIX:== BY ==WS-==.

      ******************************************************************
      * THE MOST RECENT RUNS FOUND FOR THE PROGRAM, HELD OLDEST-FIRST
      * IN ARRIVAL ORDER. WHEN THE TABLE IS FULL EVERY FURTHER RUN
      * SHIFTS THE TABLE DOWN ONE SLOT AND DROPS THE OLDEST, SO THE
      * TABLE ALWAYS HOLDS THE NEWEST WS-RUN-MAX-ENTRIES RUNS AND THE
      * LAST ENTRY IS THE LATEST RUN.
      ******************************************************************
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 60.
               10  WS-RUN-DATE          PIC 9(08).
               10  WS-RUN-TIME          PIC 9(06).
               10  WS-RUN-READ          PIC 9(09).
               10  WS-RUN-WRITTEN       PIC 9(09).
               10  WS-RUN-RC            PIC 9(04).
               10  WS-RUN-CNT OCCURS 4.
                   15  WS-RUN-CNT-NAME  PIC X(12).
                   15  WS-RUN-CNT-VALUE PIC 9(09).

       01  WS-RUN-MAX-ENTRIES    PIC S9(4) COMP VALUE +60.
       01  WS-RUN-ENTRY-COUNT    PIC S9(4) COMP VALUE +0.
       01  WS-SHIFT-IX           PIC S9(4) COMP.
       01  WS-ENTRY-IX           PIC S9(4) COMP.
       01  WS-LINE-IX            PIC S9(4) COMP.
       01  WS-COUNT-IX           PIC S9(4) COMP.
       01  WS-SLOT-IX            PIC S9(4) COMP.
       01  WS-FIRST-SHOWN        PIC S9(4) COMP.
       01  WS-LAST-SHOWN         PIC S9(4) COMP.

       01  WS-ENTRIES-PER-PAGE   PIC S9(4) COMP VALUE +4.

       01  WS-NIGHT-DATE         PIC 9(08).
       01  WS-JUDGE-RC           PIC 9(04).
       01  WS-LINE-FLAG          PIC X(12).

       01  SWITCHES.
           05  WS-EOF-SW         PIC X VALUE 'N'.
               88  WS-NO-MORE-RUNS     VALUE 'Y', FALSE 'N'.
           05  WS-SCHED-EOF-SW   PIC X VALUE 'N'.
               88  WS-NO-MORE-SCHEDULE VALUE 'Y', FALSE 'N'.
           05  WS-NIGHT-SW       PIC X VALUE 'N'.
               88  WS-NIGHT-DONE       VALUE 'Y', FALSE 'N'.
           05  WS-SCHED-FOUND-SW PIC X VALUE 'N'.
               88  WS-SCHED-ON-FILE    VALUE 'Y', FALSE 'N'.

      ******************************************************************
      * PLAIN TEXT SCREEN, SENT AS FOURTEEN 80-BYTE LINES SO EACH LINE
      * LANDS ON ITS OWN ROW OF THE TERMINAL - A HEADER, FOUR ENTRIES
      * OF THREE LINES (THE RUN ITSELF, THEN ITS NAMED COUNTS TWO TO
      * A LINE), AND A FOOTER. CICSRUNS HAS NO BMS MAP OF ITS OWN,
      * THE SAME AS CICSDEMO AND CICSHIST.
      ******************************************************************
       01  WS-STATUS-SCREEN.
           05  SCR-HEADER-TEXT    PIC X(80).
           05  WS-SCREEN-ENTRY OCCURS 4.
               10  SCR-MAIN-TEXT  PIC X(80).
               10  SCR-COUNT-TEXT OCCURS 2
                                  PIC X(80).
           05  WS-SCREEN-FOOTER.
               10  SCR-FOOTER-KEYS PIC X(40).
               10  SCR-FOOTER-MSG  PIC X(40).

       01  WS-SUMMARY-HEADER.
           05  FILLER            PIC X(17) VALUE 'BATCH STATUS FOR '.
           05  SCR-SUM-DATE      PIC 9(08).
           05  FILLER            PIC X(06) VALUE ' PAGE '.
           05  SCR-SUM-PAGE      PIC 9(03).
           05  FILLER            PIC X(36)
               VALUE '   R=RECORDS READ  W=RECORDS WRITTEN'.
           05  FILLER            PIC X(10) VALUE SPACES.

       01  WS-HISTORY-HEADER.
           05  FILLER            PIC X(16) VALUE 'RUN HISTORY FOR '.
           05  SCR-HST-PROGRAM   PIC X(08).
           05  FILLER            PIC X(06) VALUE ' PAGE '.
           05  SCR-HST-PAGE      PIC 9(03).
           05  FILLER            PIC X(36)
               VALUE '   R=RECORDS READ  W=RECORDS WRITTEN'.
           05  FILLER            PIC X(11) VALUE SPACES.

       01  WS-RUN-LINE.
           05  SCR-RUN-SEL       PIC Z(01).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  SCR-RUN-PROGRAM   PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  SCR-RUN-DATE      PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  SCR-RUN-TIME      PIC 9(06).
           05  FILLER            PIC X(04) VALUE ' RC '.
           05  SCR-RUN-RC        PIC ZZZ9.
           05  FILLER            PIC X(03) VALUE ' R '.
           05  SCR-RUN-READ      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(03) VALUE ' W '.
           05  SCR-RUN-WRITTEN   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  SCR-RUN-FLAG      PIC X(12).
           05  FILLER            PIC X(05) VALUE SPACES.

       01  WS-NO-RUN-LINE.
           05  SCR-NRN-SEL       PIC Z(01).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  SCR-NRN-PROGRAM   PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(52)
               VALUE 'NO RUN RECORD ON FILE'.
           05  SCR-NRN-FLAG      PIC X(12).
           05  FILLER            PIC X(05) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER            PIC X(11).
           05  SCR-CNT-ENTRY OCCURS 2.
               10  SCR-CNT-NAME  PIC X(12).
               10  FILLER        PIC X(01).
               10  SCR-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
               10  FILLER        PIC X(10).
           05  FILLER            PIC X(01).

       01  WS-RESULT-MESSAGE      PIC X(60).

       LINKAGE SECTION.
           COPY DFHEIBLK.
       01  DFHCOMMAREA.
           COPY CICDRCOM.

       PROCEDURE DIVISION USING DFHEIBLK, DFHCOMMAREA.

       0000-MAIN.
           IF EIBCALEN EQUAL ZERO
               PERFORM 0500-SIGNON-SCREEN
           ELSE
               EVALUATE TRUE
                   WHEN CA-RUNS-SCREEN-SUMMARY
                       PERFORM 1000-SUMMARY-SCREEN
                   WHEN OTHER
                       PERFORM 2000-HISTORY-SCREEN
               END-EVALUATE
           END-IF.

      ******************************************************************
      * SCREEN 0 - RECEIVE THE OPERATOR ID AND SIGN THE OPERATOR ON
      * AGAINST THE OPERPROF PROFILE FILE, THE SAME AS CICSDEMO. ANY
      * AUTHORITY LEVEL MAY VIEW BATCH STATUS - THE SIGN-ON IS WHAT
      * KEEPS UNPROFILED TERMINALS OUT AND NAMES THE OPERATOR IN THE
      * CONVERSATION. A GOOD SIGN-ON GOES STRAIGHT TO THE FIRST PAGE
      * OF THE SUMMARY.
      ******************************************************************
       0500-SIGNON-SCREEN.
           EXEC CICS RECEIVE
               INTO(WS-SIGNON-INPUT)
               LENGTH(8)
               RESP(WS-RESP)
           END-EXEC.

           MOVE WS-SIGNON-INPUT TO WS-OPER-ID.
           EXEC CICS READ
               DATASET('OPERPROF')
               RIDFLD(WS-OPER-ID)
               INTO(WS-OPER-RECORD)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               IF WS-RESP EQUAL DFHRESP(NOTFND)
                   DISPLAY 'CICSRUNS: SIGN-ON REFUSED FOR OPERATOR '
                           WS-SIGNON-INPUT ' - NOT ON OPERPROF'
                   MOVE 'CICSRUNS: OPERATOR NOT AUTHORIZED'
                       TO WS-RESULT-MESSAGE
               ELSE
                   DISPLAY 'CICSRUNS: ERROR READING OPERPROF, RESP='
                           WS-RESP ' RESP2=' WS-RESP2
                   MOVE 'CICSRUNS: OPERATOR PROFILE UNAVAILABLE'
                       TO WS-RESULT-MESSAGE
               END-IF
               PERFORM 8000-SEND-MESSAGE-AND-END
           END-IF.

           MOVE WS-OPER-ID TO CA-RUNS-OPER-ID.
           MOVE 1 TO CA-RUNS-PAGE.
           MOVE SPACES TO CA-RUNS-PROGRAM.
           MOVE ZERO TO CA-RUNS-HIST-PAGE.
           MOVE SPACES TO SCR-FOOTER-MSG.
           PERFORM 3000-SEND-SUMMARY-PAGE.

      ******************************************************************
      * THE SUMMARY IS ON THE TERMINAL. 'F' PAGES FORWARD THROUGH THE
      * SCHEDULE, 'B' PAGES BACK, A LINE NUMBER OPENS THAT PROGRAM'S
      * RUN HISTORY, AND ANYTHING ELSE ENDS THE CONVERSATION.
      ******************************************************************
       1000-SUMMARY-SCREEN.
           EXEC CICS RECEIVE
               INTO(WS-SCREEN-ACTION)
               LENGTH(1)
               RESP(WS-RESP)
           END-EXEC.

           MOVE SPACES TO SCR-FOOTER-MSG.
           EVALUATE WS-SCREEN-ACTION
               WHEN 'F'
                   ADD 1 TO CA-RUNS-PAGE
                   PERFORM 3000-SEND-SUMMARY-PAGE
               WHEN 'B'
                   IF CA-RUNS-PAGE > 1
                       SUBTRACT 1 FROM CA-RUNS-PAGE
                   END-IF
                   PERFORM 3000-SEND-SUMMARY-PAGE
               WHEN '1' THRU '4'
                   PERFORM 1500-SELECT-PROGRAM
               WHEN OTHER
                   MOVE 'CICSRUNS: INQUIRY ENDED' TO WS-RESULT-MESSAGE
                   PERFORM 8000-SEND-MESSAGE-AND-END
           END-EVALUATE.

       1500-SELECT-PROGRAM.
           MOVE WS-SCREEN-ACTION TO WS-SELECTED-LINE.
           IF WS-SELECTED-LINE > CA-RUNS-LINE-COUNT
               MOVE 'NO PROGRAM ON THAT LINE' TO SCR-FOOTER-MSG
               PERFORM 3000-SEND-SUMMARY-PAGE
           END-IF.

           MOVE CA-RUNS-LINE-PROGRAM(WS-SELECTED-LINE)
               TO CA-RUNS-PROGRAM.
           MOVE 1 TO CA-RUNS-HIST-PAGE.
           PERFORM 4000-SEND-HISTORY-PAGE.

      ******************************************************************
      * A PROGRAM'S RUN HISTORY IS ON THE TERMINAL. 'S' GOES BACK TO
      * THE SUMMARY PAGE IT WAS PICKED FROM, 'X' ENDS THE
      * CONVERSATION, AND ANY OTHER INPUT PAGES BACKWARD THROUGH
      * OLDER RUNS.
      ******************************************************************
       2000-HISTORY-SCREEN.
           EXEC CICS RECEIVE
               INTO(WS-SCREEN-ACTION)
               LENGTH(1)
               RESP(WS-RESP)
           END-EXEC.

           MOVE SPACES TO SCR-FOOTER-MSG.
           EVALUATE WS-SCREEN-ACTION
               WHEN 'X'
                   MOVE 'CICSRUNS: INQUIRY ENDED' TO WS-RESULT-MESSAGE
                   PERFORM 8000-SEND-MESSAGE-AND-END
               WHEN 'S'
                   PERFORM 3000-SEND-SUMMARY-PAGE
               WHEN OTHER
                   ADD 1 TO CA-RUNS-HIST-PAGE
                   PERFORM 4000-SEND-HISTORY-PAGE
           END-EVALUATE.

      ******************************************************************
      * BUILD AND SEND THE CA-RUNS-PAGE PAGE OF THE SUMMARY. PAGING
      * FORWARD OFF THE END OF THE SCHEDULE REDISPLAYS THE LAST PAGE
      * INSTEAD OF GOING BLANK.
      ******************************************************************
       3000-SEND-SUMMARY-PAGE.
           PERFORM 8100-GET-TODAY.
           PERFORM 3100-COLLECT-SCHEDULE-PAGE.
           IF WS-SUM-COLLECTED EQUAL ZERO
              AND CA-RUNS-PAGE > 1
               SUBTRACT 1 FROM CA-RUNS-PAGE
               MOVE 'NO MORE SCHEDULED PROGRAMS' TO SCR-FOOTER-MSG
               PERFORM 3100-COLLECT-SCHEDULE-PAGE
           END-IF.
           IF WS-SUM-COLLECTED EQUAL ZERO
               MOVE 'NO PROGRAMS ON THE SCHEDULE' TO SCR-FOOTER-MSG
           END-IF.

           MOVE WS-TODAY TO SCR-SUM-DATE.
           MOVE CA-RUNS-PAGE TO SCR-SUM-PAGE.
           MOVE WS-SUMMARY-HEADER TO SCR-HEADER-TEXT.
           MOVE WS-SUM-COLLECTED TO CA-RUNS-LINE-COUNT.
           MOVE 1 TO WS-LINE-IX.
           PERFORM 3300-FORMAT-SUMMARY-ENTRY
               UNTIL WS-LINE-IX > WS-ENTRIES-PER-PAGE.

           MOVE 'F=FWD B=BACK 1-4=RUN HISTORY X=END'
               TO SCR-FOOTER-KEYS.
           SET CA-RUNS-SCREEN-SUMMARY TO TRUE.
           PERFORM 8200-SEND-STATUS-SCREEN.

       3100-COLLECT-SCHEDULE-PAGE.
           MOVE 0 TO WS-SUM-COLLECTED.
           COMPUTE WS-SUM-SKIP = (CA-RUNS-PAGE - 1)
               * WS-ENTRIES-PER-PAGE.
           MOVE LOW-VALUES TO WS-SCHED-KEY.
           SET WS-NO-MORE-SCHEDULE TO FALSE.

           EXEC CICS STARTBR
               DATASET('RUNSCHED')
               RIDFLD(WS-SCHED-KEY)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-NO-MORE-SCHEDULE TO TRUE
           END-IF.

           PERFORM 3150-READ-NEXT-SCHEDULE
               UNTIL WS-NO-MORE-SCHEDULE
                  OR WS-SUM-COLLECTED >= WS-ENTRIES-PER-PAGE.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              OR WS-RESP EQUAL DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                   DATASET('RUNSCHED')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       3150-READ-NEXT-SCHEDULE.
           EXEC CICS READNEXT
               DATASET('RUNSCHED')
               INTO(WS-SCH-SCHEDULE-RECORD)
               RIDFLD(WS-SCHED-KEY)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-NO-MORE-SCHEDULE TO TRUE
           ELSE
               IF WS-SUM-SKIP > 0
                   SUBTRACT 1 FROM WS-SUM-SKIP
               ELSE
                   ADD 1 TO WS-SUM-COLLECTED
                   MOVE WS-SCH-SCHEDULE-RECORD
                       TO WS-SUM-ENTRY(WS-SUM-COLLECTED)
               END-IF
           END-IF.

      ******************************************************************
      * ONE SUMMARY ENTRY - THE PROGRAM'S LATEST RUN AND ITS FLAG. A
      * PROGRAM WHOSE LATEST RUN IS NOT DATED TODAY HAS NOT RUN IN
      * THE WINDOW THAT ENDED OVERNIGHT. OTHERWISE ITS RETURN CODE IS
      * THE WORST OF ALL TODAY'S RUNS, AS IN RUNWATCH - A FAILED RUN
      * IS NOT HIDDEN BY A CLEAN RERUN - AND ITS COUNTS ARE THE
      * LATEST RUN'S.
      ******************************************************************
       3300-FORMAT-SUMMARY-ENTRY.
           IF WS-LINE-IX > WS-SUM-COLLECTED
               MOVE SPACES TO SCR-MAIN-TEXT(WS-LINE-IX)
               MOVE SPACES TO SCR-COUNT-TEXT(WS-LINE-IX, 1)
               MOVE SPACES TO SCR-COUNT-TEXT(WS-LINE-IX, 2)
               MOVE SPACES TO CA-RUNS-LINE-PROGRAM(WS-LINE-IX)
           ELSE
               MOVE WS-SUM-ENTRY(WS-LINE-IX) TO WS-SCH-SCHEDULE-RECORD
               SET WS-SCHED-ON-FILE TO TRUE
               MOVE WS-SCH-PROGRAM TO CA-RUNS-LINE-PROGRAM(WS-LINE-IX)
               MOVE WS-SCH-PROGRAM TO WS-RUNS-FOR-PROGRAM
               PERFORM 5000-COLLECT-RUNS
               IF WS-RUN-ENTRY-COUNT EQUAL ZERO
                   MOVE WS-LINE-IX TO SCR-NRN-SEL
                   MOVE WS-SCH-PROGRAM TO SCR-NRN-PROGRAM
                   MOVE 'LATE/MISSING' TO SCR-NRN-FLAG
                   MOVE WS-NO-RUN-LINE TO SCR-MAIN-TEXT(WS-LINE-IX)
                   MOVE SPACES TO SCR-COUNT-TEXT(WS-LINE-IX, 1)
                   MOVE SPACES TO SCR-COUNT-TEXT(WS-LINE-IX, 2)
               ELSE
                   MOVE WS-RUN-ENTRY-COUNT TO WS-ENTRY-IX
                   IF WS-RUN-DATE(WS-ENTRY-IX) < WS-TODAY
                       MOVE 'LATE/MISSING' TO WS-LINE-FLAG
                   ELSE
                       PERFORM 3400-FIND-NIGHT-WORST-RC
                       MOVE WS-RUN-ENTRY-COUNT TO WS-ENTRY-IX
                       PERFORM 6100-JUDGE-RUN
                   END-IF
                   MOVE WS-LINE-IX TO SCR-RUN-SEL
                   PERFORM 6000-FORMAT-RUN-LINES
               END-IF
           END-IF.
           ADD 1 TO WS-LINE-IX.

       3400-FIND-NIGHT-WORST-RC.
           MOVE WS-RUN-DATE(WS-ENTRY-IX) TO WS-NIGHT-DATE.
           MOVE ZERO TO WS-JUDGE-RC.
           SET WS-NIGHT-DONE TO FALSE.
           PERFORM 3450-CHECK-NIGHT-RUN
               UNTIL WS-NIGHT-DONE.

       3450-CHECK-NIGHT-RUN.
           IF WS-RUN-DATE(WS-ENTRY-IX) NOT EQUAL WS-NIGHT-DATE
               SET WS-NIGHT-DONE TO TRUE
           ELSE
               IF WS-RUN-RC(WS-ENTRY-IX) > WS-JUDGE-RC
                   MOVE WS-RUN-RC(WS-ENTRY-IX) TO WS-JUDGE-RC
               END-IF
               IF WS-ENTRY-IX EQUAL 1
                   SET WS-NIGHT-DONE TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-ENTRY-IX
               END-IF
           END-IF.

      ******************************************************************
      * RE-BROWSE THE SELECTED PROGRAM'S RUNS AND SEND THE REQUESTED
      * PAGE, NEWEST FIRST. A PROGRAM WITH NO RUNS, OR PAGING OFF THE
      * OLD END OF ITS HISTORY, RETURNS TO THE SUMMARY WITH A NOTE.
      ******************************************************************
       4000-SEND-HISTORY-PAGE.
           MOVE CA-RUNS-PROGRAM TO WS-RUNS-FOR-PROGRAM.
           PERFORM 5000-COLLECT-RUNS.

           IF WS-RUN-ENTRY-COUNT EQUAL ZERO
               MOVE SPACES TO SCR-FOOTER-MSG
               STRING 'NO RUNS ON FILE FOR ' DELIMITED BY SIZE
                      CA-RUNS-PROGRAM DELIMITED BY SIZE
                      INTO SCR-FOOTER-MSG
               PERFORM 3000-SEND-SUMMARY-PAGE
           END-IF.

           COMPUTE WS-FIRST-SHOWN = WS-RUN-ENTRY-COUNT
               - ((CA-RUNS-HIST-PAGE - 1) * WS-ENTRIES-PER-PAGE).
           IF WS-FIRST-SHOWN < 1
               MOVE SPACES TO SCR-FOOTER-MSG
               STRING 'END OF RUN HISTORY FOR ' DELIMITED BY SIZE
                      CA-RUNS-PROGRAM DELIMITED BY SIZE
                      INTO SCR-FOOTER-MSG
               PERFORM 3000-SEND-SUMMARY-PAGE
           END-IF.

           COMPUTE WS-LAST-SHOWN = WS-FIRST-SHOWN
               - WS-ENTRIES-PER-PAGE + 1.
           IF WS-LAST-SHOWN < 1
               MOVE 1 TO WS-LAST-SHOWN
           END-IF.

           EXEC CICS READ
               DATASET('RUNSCHED')
               RIDFLD(CA-RUNS-PROGRAM)
               INTO(WS-SCH-SCHEDULE-RECORD)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-SCHED-ON-FILE TO TRUE
           ELSE
               SET WS-SCHED-ON-FILE TO FALSE
           END-IF.

           MOVE CA-RUNS-PROGRAM TO SCR-HST-PROGRAM.
           MOVE CA-RUNS-HIST-PAGE TO SCR-HST-PAGE.
           MOVE WS-HISTORY-HEADER TO SCR-HEADER-TEXT.
           MOVE 0 TO WS-LINE-IX.
           MOVE WS-FIRST-SHOWN TO WS-ENTRY-IX.
           PERFORM 4100-FORMAT-HISTORY-ENTRY
               UNTIL WS-ENTRY-IX < WS-LAST-SHOWN.
           PERFORM 4200-BLANK-HISTORY-ENTRY
               UNTIL WS-LINE-IX >= WS-ENTRIES-PER-PAGE.

           IF WS-LAST-SHOWN > 1
               MOVE 'ENTER=OLDER S=SUMMARY X=END'
                   TO SCR-FOOTER-KEYS
           ELSE
               MOVE 'OLDEST RUN SHOWN - S=SUMMARY X=END'
                   TO SCR-FOOTER-KEYS
           END-IF.
           SET CA-RUNS-SCREEN-HISTORY TO TRUE.
           PERFORM 8200-SEND-STATUS-SCREEN.

       4100-FORMAT-HISTORY-ENTRY.
           ADD 1 TO WS-LINE-IX.
           MOVE WS-RUN-RC(WS-ENTRY-IX) TO WS-JUDGE-RC.
           PERFORM 6100-JUDGE-RUN.
           MOVE ZERO TO SCR-RUN-SEL.
           PERFORM 6000-FORMAT-RUN-LINES.
           SUBTRACT 1 FROM WS-ENTRY-IX.

       4200-BLANK-HISTORY-ENTRY.
           ADD 1 TO WS-LINE-IX.
           MOVE SPACES TO SCR-MAIN-TEXT(WS-LINE-IX).
           MOVE SPACES TO SCR-COUNT-TEXT(WS-LINE-IX, 1).
           MOVE SPACES TO SCR-COUNT-TEXT(WS-LINE-IX, 2).

      ******************************************************************
      * BROWSE RUNHIST FROM THE PROGRAM'S OLDEST RUN AND COLLECT ITS
      * RUNS INTO THE RUN TABLE. THE FILE IS KEYED BY PROGRAM PLUS
      * DATE/TIME/SEQUENCE, SO THE TABLE ENDS UP OLDEST-FIRST AND THE
      * BROWSE TOUCHES ONLY THE ONE PROGRAM'S RUNS.
      ******************************************************************
       5000-COLLECT-RUNS.
           MOVE 0 TO WS-RUN-ENTRY-COUNT.
           MOVE WS-RUNS-FOR-PROGRAM TO WS-BROWSE-PROGRAM.
           MOVE ZERO TO WS-BROWSE-DATE.
           MOVE ZERO TO WS-BROWSE-TIME.
           MOVE ZERO TO WS-BROWSE-SEQ.
           SET WS-NO-MORE-RUNS TO FALSE.

           EXEC CICS STARTBR
               DATASET('RUNHIST')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-NO-MORE-RUNS TO TRUE
           END-IF.

           PERFORM 5100-READ-NEXT-RUN
               UNTIL WS-NO-MORE-RUNS.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              OR WS-RESP EQUAL DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                   DATASET('RUNHIST')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       5100-READ-NEXT-RUN.
           EXEC CICS READNEXT
               DATASET('RUNHIST')
               INTO(WS-RHST-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-NO-MORE-RUNS TO TRUE
           ELSE
               IF WS-RHST-PROGRAM EQUAL WS-RUNS-FOR-PROGRAM
                   PERFORM 5200-ADD-RUN-ENTRY
               ELSE
                   SET WS-NO-MORE-RUNS TO TRUE
               END-IF
           END-IF.

       5200-ADD-RUN-ENTRY.
           IF WS-RUN-ENTRY-COUNT >= WS-RUN-MAX-ENTRIES
               MOVE 1 TO WS-SHIFT-IX
               PERFORM 5300-SHIFT-TABLE-DOWN
                   UNTIL WS-SHIFT-IX >= WS-RUN-MAX-ENTRIES
           ELSE
               ADD 1 TO WS-RUN-ENTRY-COUNT
           END-IF.
           MOVE WS-RUN-ENTRY-COUNT TO WS-ENTRY-IX.
           MOVE WS-RHST-DATE TO WS-RUN-DATE(WS-ENTRY-IX).
           MOVE WS-RHST-TIME TO WS-RUN-TIME(WS-ENTRY-IX).
           MOVE WS-RHST-RECORDS-READ TO WS-RUN-READ(WS-ENTRY-IX).
           MOVE WS-RHST-RECORDS-WRITTEN
               TO WS-RUN-WRITTEN(WS-ENTRY-IX).
           MOVE WS-RHST-RETURN-CODE TO WS-RUN-RC(WS-ENTRY-IX).
           MOVE 1 TO WS-COUNT-IX.
           PERFORM 5250-MOVE-RUN-COUNT
               UNTIL WS-COUNT-IX > 4.

       5250-MOVE-RUN-COUNT.
           MOVE WS-RHST-COUNT-NAME(WS-COUNT-IX)
               TO WS-RUN-CNT-NAME(WS-ENTRY-IX, WS-COUNT-IX).
           MOVE WS-RHST-COUNT-VALUE(WS-COUNT-IX)
               TO WS-RUN-CNT-VALUE(WS-ENTRY-IX, WS-COUNT-IX).
           ADD 1 TO WS-COUNT-IX.

       5300-SHIFT-TABLE-DOWN.
           MOVE WS-RUN-ENTRY(WS-SHIFT-IX + 1)
               TO WS-RUN-ENTRY(WS-SHIFT-IX).
           ADD 1 TO WS-SHIFT-IX.

      ******************************************************************
      * PUT RUN WS-ENTRY-IX ON SCREEN ENTRY WS-LINE-IX - THE RUN LINE
      * WITH WS-LINE-FLAG, THEN THE FOUR NAMED COUNTS TWO TO A LINE.
      * AN UNUSED COUNT SLOT (SPACE NAME) IS LEFT BLANK.
      ******************************************************************
       6000-FORMAT-RUN-LINES.
           MOVE WS-RUNS-FOR-PROGRAM TO SCR-RUN-PROGRAM.
           MOVE WS-RUN-DATE(WS-ENTRY-IX) TO SCR-RUN-DATE.
           MOVE WS-RUN-TIME(WS-ENTRY-IX) TO SCR-RUN-TIME.
           MOVE WS-RUN-RC(WS-ENTRY-IX) TO SCR-RUN-RC.
           MOVE WS-RUN-READ(WS-ENTRY-IX) TO SCR-RUN-READ.
           MOVE WS-RUN-WRITTEN(WS-ENTRY-IX) TO SCR-RUN-WRITTEN.
           MOVE WS-LINE-FLAG TO SCR-RUN-FLAG.
           MOVE WS-RUN-LINE TO SCR-MAIN-TEXT(WS-LINE-IX).

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE 1 TO WS-COUNT-IX.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM 6050-FORMAT-COUNT.
           MOVE 2 TO WS-COUNT-IX.
           MOVE 2 TO WS-SLOT-IX.
           PERFORM 6050-FORMAT-COUNT.
           MOVE WS-COUNT-LINE TO SCR-COUNT-TEXT(WS-LINE-IX, 1).

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE 3 TO WS-COUNT-IX.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM 6050-FORMAT-COUNT.
           MOVE 4 TO WS-COUNT-IX.
           MOVE 2 TO WS-SLOT-IX.
           PERFORM 6050-FORMAT-COUNT.
           MOVE WS-COUNT-LINE TO SCR-COUNT-TEXT(WS-LINE-IX, 2).

       6050-FORMAT-COUNT.
           IF WS-RUN-CNT-NAME(WS-ENTRY-IX, WS-COUNT-IX) NOT EQUAL SPACES
               MOVE WS-RUN-CNT-NAME(WS-ENTRY-IX, WS-COUNT-IX)
                   TO SCR-CNT-NAME(WS-SLOT-IX)
               MOVE WS-RUN-CNT-VALUE(WS-ENTRY-IX, WS-COUNT-IX)
                   TO SCR-CNT-VALUE(WS-SLOT-IX)
           END-IF.

      ******************************************************************
      * JUDGE RUN WS-ENTRY-IX THE WAY RUNWATCH JUDGES A NIGHT: A
      * NONZERO WS-JUDGE-RC FIRST, THEN RECORDS READ AND WRITTEN
      * AGAINST THE SCHEDULED NORMAL RANGE. A PROGRAM NOT ON THE
      * SCHEDULE HAS NO RANGE TO FALL OUTSIDE.
      ******************************************************************
       6100-JUDGE-RUN.
           MOVE 'OK' TO WS-LINE-FLAG.
           IF WS-JUDGE-RC NOT EQUAL ZERO
               MOVE 'RC NONZERO' TO WS-LINE-FLAG
           ELSE
               IF WS-SCHED-ON-FILE
                   IF WS-RUN-READ(WS-ENTRY-IX) < WS-SCH-MIN-READ
                      OR WS-RUN-READ(WS-ENTRY-IX) > WS-SCH-MAX-READ
                      OR WS-RUN-WRITTEN(WS-ENTRY-IX)
                          < WS-SCH-MIN-WRITTEN
                      OR WS-RUN-WRITTEN(WS-ENTRY-IX)
                          > WS-SCH-MAX-WRITTEN
                       MOVE 'OUT OF RANGE' TO WS-LINE-FLAG
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SEND A ONE-LINE MESSAGE AND END THE PSEUDO-CONVERSATION.
      ******************************************************************
       8000-SEND-MESSAGE-AND-END.
           EXEC CICS SEND TEXT
               FROM(WS-RESULT-MESSAGE)
               LENGTH(60)
               ERASE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       8100-GET-TODAY.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FORMATTED-DATE)
           END-EXEC.
           MOVE WS-FORMATTED-DATE TO WS-TODAY.

      ******************************************************************
      * SEND THE SUMMARY OR HISTORY SCREEN AND RETURN FOR THE NEXT
      * INPUT WITH THE PAGE POSITIONS IN THE COMMAREA.
      ******************************************************************
       8200-SEND-STATUS-SCREEN.
           EXEC CICS SEND TEXT
               FROM(WS-STATUS-SCREEN)
               LENGTH(1120)
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       9999-END.
           .
