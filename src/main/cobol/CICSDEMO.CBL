      *            ACROSS ALL THREE TRANSACTIONS. EVERY YOURFILE
      *            WRITE OR DELETE IS JOURNALED TO AUDITLG WITH ITS
      *            BEFORE AND AFTER IMAGE.
      *            DELETES ARE UNDER DUAL CONTROL: A CONFIRMED DELETE
      *            ONLY QUEUES A REQUEST ON THE DELPEND FILE, AND THE
      *            RECORD LEAVES YOURFILE WHEN A SECOND 'D' AUTHORITY
      *            OPERATOR APPROVES THE REQUEST. THE APPROVAL
      *            TRANSACTION (CDAP) RUNS THIS SAME PROGRAM - IT
      *            SIGNS ON THE SAME WAY, THEN PAGES THROUGH THE
      *            PENDING REQUESTS AND APPROVES OR REJECTS THE ONE
      *            SELECTED. THE REQUESTER MAY NOT DECIDE THEIR OWN
      *            REQUEST, AND THE JOURNAL ENTRY FOR AN APPROVED
      *            DELETE NAMES BOTH OPERATORS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSDEMO.

           COPY OPERPROF REPLACING ==:PREFIX:== BY ==WS-==.

           COPY CICDPEND REPLACING ==:PREFIX:== BY ==WS-==.

       01  WS-SIGNON-INPUT       PIC X(08).

      ******************************************************************
      * TRANSACTION ID OF THE DELETE-APPROVAL ENTRY INTO THIS PROGRAM.
      * A CONVERSATION STARTED UNDER IT SIGNS ON TO THE DELPEND QUEUE
      * INSTEAD OF THE KEY SCREEN, AND KEEPS THE SAME ID ON EVERY
      * RETURN TRANSID(EIBTRNID) FROM THERE ON.
      ******************************************************************
       01  WS-APPROVAL-TRANSID   PIC X(04) VALUE 'CDAP'.

      ******************************************************************
      * 6-BYTE RECEIVE AREA FOR THE KEY SCREEN - AN EXACT 5-BYTE KEY
      * IN THE FIRST FIVE POSITIONS GOES TO THE NORMAL INQUIRY, 'B'
               10  WS-BRS-ENT-F3  PIC X(05).
               10  WS-BRS-ENT-F4  PIC X(05).

      ******************************************************************
      * ONE PAGE OF THE DELPEND QUEUE FOR THE APPROVAL TRANSACTION,
      * EACH ENTRY A WHOLE CICDPEND RECORD.
      ******************************************************************
       01  WS-PND-PAGE.
           05  WS-PND-ENTRY OCCURS 4 TIMES PIC X(73).

       01  SWITCHES.
           05  WS-PREV-FOUND-SW  PIC X VALUE 'N'.
               88  WS-HAD-PRIOR-RECORD  VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X(44)
               VALUE ' -- CHANGED BY ANOTHER USER, REENTER OR D'.

      ******************************************************************
      * APPROVAL QUEUE SCREEN - A HEADER, FOUR SELECTABLE PENDING
      * REQUESTS, AND A FOOTER, SENT AS SIX 80-BYTE LINES THE SAME WAY
      * AS THE BROWSE SCREEN.
      ******************************************************************
       01  WS-PENDING-SCREEN.
           05  WS-PND-HEADER.
               10  FILLER         PIC X(36)
                   VALUE 'DELETES PENDING APPROVAL - APPROVER '.
               10  SCR-PND-OPER   PIC X(08).
               10  FILLER         PIC X(36) VALUE SPACES.
           05  WS-PND-LINE OCCURS 4 TIMES.
               10  SCR-PND-TEXT   PIC X(80).
           05  WS-PND-FOOTER.
               10  SCR-PND-FOOTER PIC X(80).

       01  WS-PND-DETAIL.
           05  SCR-PND-SEL        PIC 9(01).
           05  FILLER             PIC X(05) VALUE ' KEY '.
           05  SCR-PND-KEY        PIC X(05).
           05  FILLER             PIC X(04) VALUE ' BY '.
           05  SCR-PND-REQ-OPER   PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SCR-PND-REQ-TERM   PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SCR-PND-REQ-DATE   PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SCR-PND-REQ-TIME   PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SCR-PND-F2         PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SCR-PND-F3         PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SCR-PND-F4         PIC X(05).
           05  FILLER             PIC X(18) VALUE SPACES.

      ******************************************************************
      * APPROVE/REJECT SCREEN FOR THE ONE PENDING REQUEST SELECTED,
      * SENT AS TWO 80-BYTE LINES.
      ******************************************************************
       01  WS-DECISION-SCREEN.
           05  FILLER             PIC X(11) VALUE 'DELETE KEY '.
           05  SCR-DCN-KEY        PIC X(05).
           05  FILLER             PIC X(14) VALUE ' REQUESTED BY '.
           05  SCR-DCN-REQ-OPER   PIC X(08).
           05  FILLER             PIC X(04) VALUE ' AT '.
           05  SCR-DCN-REQ-TERM   PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SCR-DCN-REQ-DATE   PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SCR-DCN-REQ-TIME   PIC 9(06).
           05  FILLER             PIC X(18) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'VALUES: '.
           05  SCR-DCN-FIELD-2    PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SCR-DCN-FIELD-3    PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SCR-DCN-FIELD-4    PIC X(05).
           05  FILLER             PIC X(55)
               VALUE ' -- A=APPROVE R=REJECT X=LEAVE PENDING'.

       01  WS-RESULT-MESSAGE      PIC X(60).

           COPY CICDJRNL.
                       PERFORM 3500-CONFIRM-DELETE-SCREEN
                   WHEN CA-SCREEN-BROWSE
                       PERFORM 5000-BROWSE-SCREEN
                   WHEN CA-SCREEN-APPROVAL-LIST
                       PERFORM 6000-APPROVAL-QUEUE-SCREEN
                   WHEN CA-SCREEN-APPROVAL-DECIDE
                       PERFORM 7000-APPROVAL-DECISION-SCREEN
                   WHEN OTHER
                       PERFORM 1000-INQUIRY-SCREEN
               END-EVALUATE
      * THE CONVERSATION BEFORE ANY RECORD IS SHOWN; A FOUND PROFILE
      * PUTS THE OPERATOR ID AND AUTHORITY LEVEL IN THE COMMAREA,
      * WHERE THE COMMIT PARAGRAPHS AND THE JOURNAL ENTRY PICK THEM
      * UP FOR THE REST OF THE CONVERSATION. A SIGN-ON UNDER THE
      * APPROVAL TRANSACTION GOES TO THE DELPEND QUEUE INSTEAD OF THE
      * KEY SCREEN.
      ******************************************************************
       0500-SIGNON-SCREEN.
           EXEC CICS RECEIVE

           MOVE WS-OPER-ID        TO CA-OPER-ID.
           MOVE WS-OPER-AUTHORITY TO CA-OPER-AUTHORITY.
           IF EIBTRNID EQUAL WS-APPROVAL-TRANSID
               PERFORM 6050-OPEN-APPROVAL-QUEUE
           END-IF.
           SET CA-SCREEN-INQUIRY TO TRUE.

           MOVE CA-OPER-ID TO SCR-SIGNON-OPER.

      ******************************************************************
      * SCREEN 3, DELETE PATH - RECEIVE THE OPERATOR'S CONFIRMATION
      * ('Y' OR 'N'). THE DELETE REQUEST IS ONLY QUEUED FOR APPROVAL
      * ON A 'Y' RESPONSE; THE PSEUDO-CONVERSATION ENDS EITHER WAY.
      ******************************************************************
       3500-CONFIRM-DELETE-SCREEN.
           EXEC CICS RECEIVE
           END-EXEC.

      ******************************************************************
      * QUEUE THE DELETE OF THE RECORD HELD IN THE COMMAREA FOR
      * DUAL-CONTROL APPROVAL. NOTHING LEAVES YOURFILE HERE - THE
      * LIVE RECORD IS CHECKED AGAINST THE INQUIRY-TIME IMAGE THE
      * SAME AS AN UPDATE, AND ITS FULL IMAGE GOES ON THE DELPEND
      * REQUEST SO THE APPROVER SEES, AND THE APPROVAL CHECKS, EXACTLY
      * THE RECORD THE REQUESTER MEANT TO REMOVE.
      ******************************************************************
       4500-COMMIT-DELETE.
           IF NOT CA-OPER-MAY-DELETE
               PERFORM 4300-SEND-NOT-AUTHORIZED
           END-IF.

           PERFORM 4100-CHECK-LOST-UPDATE.
           IF WS-UPDATE-CONFLICT
               PERFORM 4200-SEND-CONFLICT-SCREEN
           END-IF.

           MOVE CA-KEY TO WS-KEY.
           IF NOT CA-ORIG-WAS-FOUND
               DISPLAY 'CICSDEMO: DELETE FAILED, KEY ' WS-KEY
                       ' NOT ON YOURFILE'
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'CICSDEMO: KEY NOT ON YOURFILE: '
                          DELIMITED BY SIZE
                      WS-KEY DELIMITED BY SIZE
                      INTO WS-RESULT-MESSAGE
           ELSE
               PERFORM 4600-WRITE-PENDING-DELETE
           END-IF.

      ******************************************************************
      * WRITE THE DELPEND REQUEST FOR WS-KEY FROM THE LIVE RECORD
      * 4100-CHECK-LOST-UPDATE LEFT IN WS-PREV-RECORD. DELPEND IS
      * KEYED BY THE YOURFILE KEY, SO DFHRESP(DUPREC) MEANS A DELETE
      * OF THIS KEY IS ALREADY WAITING FOR APPROVAL.
      ******************************************************************
       4600-WRITE-PENDING-DELETE.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FORMATTED-DATE)
               TIME(WS-FORMATTED-CLOCK)
           END-EXEC.

           MOVE WS-KEY             TO WS-PEND-KEY.
           MOVE CA-OPER-ID         TO WS-PEND-REQ-OPER-ID.
           MOVE EIBTRMID           TO WS-PEND-REQ-TERM-ID.
           MOVE WS-FORMATTED-DATE  TO WS-PEND-REQ-DATE.
           MOVE WS-FORMATTED-CLOCK TO WS-PEND-REQ-TIME.
           MOVE WS-PREV-RECORD     TO WS-PEND-IMAGE.

           EXEC CICS WRITE
               DATASET('DELPEND')
               RIDFLD(WS-PEND-KEY)
               FROM(WS-PEND-RECORD)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.

           MOVE WS-RESP  TO WS-WRITE-RESP.
           MOVE WS-RESP2 TO WS-WRITE-RESP2.

           EVALUATE TRUE
               WHEN WS-WRITE-RESP EQUAL DFHRESP(NORMAL)
                   DISPLAY 'CICSDEMO: DELETE OF KEY ' WS-KEY
                           ' QUEUED FOR APPROVAL BY ' CA-OPER-ID
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'CICSDEMO: DELETE QUEUED FOR APPROVAL - KEY '
                              DELIMITED BY SIZE
                          WS-KEY DELIMITED BY SIZE
                          INTO WS-RESULT-MESSAGE
               WHEN WS-WRITE-RESP EQUAL DFHRESP(DUPREC)
                   DISPLAY 'CICSDEMO: DELETE OF KEY ' WS-KEY
                           ' ALREADY PENDING APPROVAL'
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'CICSDEMO: DELETE ALREADY PENDING FOR KEY '
                              DELIMITED BY SIZE
                          WS-KEY DELIMITED BY SIZE
                          INTO WS-RESULT-MESSAGE
               WHEN OTHER
                   DISPLAY 'CICSDEMO: ERROR WRITING DELPEND FOR KEY '
                           WS-KEY ' RESP=' WS-WRITE-RESP
                           ' RESP2=' WS-WRITE-RESP2
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'CICSDEMO: DELETE REQUEST FAILED FOR KEY '
                              DELIMITED BY SIZE
                          WS-KEY DELIMITED BY SIZE
                          INTO WS-RESULT-MESSAGE
           END-EVALUATE.

      ******************************************************************
      * APPROVAL QUEUE - THE DELPEND PAGE IS ON THE TERMINAL; ACT ON
      * THE APPROVER'S INPUT. 'F' PAGES FORWARD, 'T' GOES BACK TO THE
      * TOP OF THE QUEUE, A LINE NUMBER OPENS THAT REQUEST FOR A
      * DECISION, AND ANYTHING ELSE ENDS THE CONVERSATION.
      ******************************************************************
       6000-APPROVAL-QUEUE-SCREEN.
           EXEC CICS RECEIVE
               INTO(WS-BROWSE-ACTION)
               LENGTH(1)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-BROWSE-ACTION
               WHEN 'F'
                   PERFORM 6300-PENDING-PAGE-FORWARD
               WHEN 'T'
                   PERFORM 6050-OPEN-APPROVAL-QUEUE
               WHEN '1' THRU '4'
                   PERFORM 6500-SELECT-PENDING
               WHEN OTHER
                   DISPLAY 'CICSDEMO: APPROVAL QUEUE CLOSED BY '
                           CA-OPER-ID
                   MOVE 'CICSDEMO: APPROVAL QUEUE CLOSED'
                       TO WS-RESULT-MESSAGE
                   PERFORM 8000-SEND-MESSAGE-AND-END
           END-EVALUATE.

      ******************************************************************
      * OPEN THE DELPEND QUEUE AT ITS FIRST REQUEST. ONLY A 'D'
      * AUTHORITY OPERATOR MAY DECIDE A DELETE, SO ANYONE ELSE IS
      * REFUSED BEFORE THE QUEUE IS SHOWN.
      ******************************************************************
       6050-OPEN-APPROVAL-QUEUE.
           MOVE SPACES TO CA-RECORD.
           IF NOT CA-OPER-MAY-DELETE
               PERFORM 4300-SEND-NOT-AUTHORIZED
           END-IF.

           MOVE LOW-VALUES TO CA-BRS-TOP-KEY.
           MOVE CA-BRS-TOP-KEY TO WS-BRS-POS.
           MOVE SPACES TO WS-BRS-SKIP-KEY.
           SET WS-SKIP-FIRST-KEY TO FALSE.
           PERFORM 6100-COLLECT-PENDING-PAGE.
           PERFORM 6200-SEND-PENDING-PAGE.

      ******************************************************************
      * FILL THE PENDING PAGE TABLE WITH UP TO FOUR DELPEND REQUESTS
      * FROM WS-BRS-POS ON, SKIPPING THE LAST KEY ALREADY ON SHOW WHEN
      * PAGING FORWARD - THE SAME WALK 5100-COLLECT-PAGE MAKES OVER
      * MYFILE.
      ******************************************************************
       6100-COLLECT-PENDING-PAGE.
           MOVE 0 TO WS-BRS-COLLECTED.
           SET WS-BRS-END-OF-FILE TO FALSE.

           EXEC CICS STARTBR
               DATASET('DELPEND')
               RIDFLD(WS-BRS-POS)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BRS-END-OF-FILE TO TRUE
           END-IF.

           PERFORM 6150-READ-NEXT-PENDING
               UNTIL WS-BRS-END-OF-FILE
                  OR WS-BRS-COLLECTED >= 4.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              OR WS-RESP EQUAL DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                   DATASET('DELPEND')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       6150-READ-NEXT-PENDING.
           EXEC CICS READNEXT
               DATASET('DELPEND')
               INTO(WS-PEND-RECORD)
               RIDFLD(WS-BRS-POS)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BRS-END-OF-FILE TO TRUE
           ELSE
               IF WS-SKIP-FIRST-KEY
                  AND WS-PEND-KEY EQUAL WS-BRS-SKIP-KEY
                   SET WS-SKIP-FIRST-KEY TO FALSE
               ELSE
                   ADD 1 TO WS-BRS-COLLECTED
                   MOVE WS-PEND-RECORD
                       TO WS-PND-ENTRY(WS-BRS-COLLECTED)
               END-IF
           END-IF.

      ******************************************************************
      * PUT THE COLLECTED PENDING REQUESTS ON THE TERMINAL AND
      * REMEMBER THEIR KEYS IN THE COMMAREA FOR THE SELECTION AND
      * PAGING THAT FOLLOW.
      ******************************************************************
       6200-SEND-PENDING-PAGE.
           MOVE CA-OPER-ID TO SCR-PND-OPER.
           MOVE WS-BRS-COLLECTED TO CA-BRS-LINE-COUNT.

           PERFORM VARYING WS-BRS-IX FROM 1 BY 1
                   UNTIL WS-BRS-IX > 4
               IF WS-BRS-IX > WS-BRS-COLLECTED
                   MOVE SPACES TO SCR-PND-TEXT(WS-BRS-IX)
                   MOVE SPACES TO CA-BRS-LINE-KEY(WS-BRS-IX)
               ELSE
                   MOVE WS-PND-ENTRY(WS-BRS-IX) TO WS-PEND-RECORD
                   IF WS-BRS-IX EQUAL 1
                       MOVE WS-PEND-KEY TO CA-BRS-TOP-KEY
                   END-IF
                   MOVE WS-BRS-IX           TO SCR-PND-SEL
                   MOVE WS-PEND-KEY         TO SCR-PND-KEY
                   MOVE WS-PEND-REQ-OPER-ID TO SCR-PND-REQ-OPER
                   MOVE WS-PEND-REQ-TERM-ID TO SCR-PND-REQ-TERM
                   MOVE WS-PEND-REQ-DATE    TO SCR-PND-REQ-DATE
                   MOVE WS-PEND-REQ-TIME    TO SCR-PND-REQ-TIME
                   MOVE WS-PEND-IMG-FIELD-2 TO SCR-PND-F2
                   MOVE WS-PEND-IMG-FIELD-3 TO SCR-PND-F3
                   MOVE WS-PEND-IMG-FIELD-4 TO SCR-PND-F4
                   MOVE WS-PND-DETAIL TO SCR-PND-TEXT(WS-BRS-IX)
                   MOVE WS-PEND-KEY TO CA-BRS-LINE-KEY(WS-BRS-IX)
               END-IF
           END-PERFORM.

           IF WS-BRS-COLLECTED EQUAL ZERO
               MOVE 'NO DELETES PENDING APPROVAL - X TO END'
                   TO SCR-PND-FOOTER
           ELSE
               MOVE 'F=FORWARD T=TOP 1-4=SELECT X=END'
                   TO SCR-PND-FOOTER
           END-IF.
           SET CA-SCREEN-APPROVAL-LIST TO TRUE.

           EXEC CICS SEND TEXT
               FROM(WS-PENDING-SCREEN)
               LENGTH(480)
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      ******************************************************************
      * PAGE FORWARD FROM THE LAST REQUEST ON SHOW. RUNNING OFF THE
      * END OF THE QUEUE REDISPLAYS THE CURRENT PAGE; AN EMPTY PAGE
      * LOOKS AGAIN FROM THE TOP, SINCE REQUESTS ARRIVE WHILE THE
      * APPROVER WATCHES.
      ******************************************************************
       6300-PENDING-PAGE-FORWARD.
           IF CA-BRS-LINE-COUNT EQUAL ZERO
               PERFORM 6050-OPEN-APPROVAL-QUEUE
           END-IF.

           MOVE CA-BRS-LINE-KEY(CA-BRS-LINE-COUNT) TO WS-BRS-POS.
           MOVE WS-BRS-POS TO WS-BRS-SKIP-KEY.
           SET WS-SKIP-FIRST-KEY TO TRUE.
           PERFORM 6100-COLLECT-PENDING-PAGE.

           IF WS-BRS-COLLECTED EQUAL ZERO
               MOVE CA-BRS-TOP-KEY TO WS-BRS-POS
               MOVE SPACES TO WS-BRS-SKIP-KEY
               SET WS-SKIP-FIRST-KEY TO FALSE
               PERFORM 6100-COLLECT-PENDING-PAGE
           END-IF.
           PERFORM 6200-SEND-PENDING-PAGE.

      ******************************************************************
      * A LINE NUMBER PICKS THAT PENDING REQUEST. IT IS RE-READ SO THE
      * DECISION SCREEN SHOWS THE REQUEST AS IT STANDS NOW - ANOTHER
      * APPROVER MAY HAVE DECIDED IT SINCE THE PAGE WAS SENT. THE
      * OPERATOR WHO ASKED FOR THE DELETE MAY NOT DECIDE IT.
      ******************************************************************
       6500-SELECT-PENDING.
           MOVE WS-BROWSE-ACTION TO WS-SELECT-IX.
           IF WS-SELECT-IX < 1 OR WS-SELECT-IX > CA-BRS-LINE-COUNT
               MOVE CA-BRS-TOP-KEY TO WS-BRS-POS
               MOVE SPACES TO WS-BRS-SKIP-KEY
               SET WS-SKIP-FIRST-KEY TO FALSE
               PERFORM 6100-COLLECT-PENDING-PAGE
               PERFORM 6200-SEND-PENDING-PAGE
           END-IF.

           MOVE CA-BRS-LINE-KEY(WS-SELECT-IX) TO CA-KEY.
           MOVE CA-KEY TO WS-PEND-KEY.
           EXEC CICS READ
               DATASET('DELPEND')
               RIDFLD(WS-PEND-KEY)
               INTO(WS-PEND-RECORD)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 7500-CHECK-PENDING-READ.

           MOVE WS-PEND-KEY         TO SCR-DCN-KEY.
           MOVE WS-PEND-REQ-OPER-ID TO SCR-DCN-REQ-OPER.
           MOVE WS-PEND-REQ-TERM-ID TO SCR-DCN-REQ-TERM.
           MOVE WS-PEND-REQ-DATE    TO SCR-DCN-REQ-DATE.
           MOVE WS-PEND-REQ-TIME    TO SCR-DCN-REQ-TIME.
           MOVE WS-PEND-IMG-FIELD-2 TO SCR-DCN-FIELD-2.
           MOVE WS-PEND-IMG-FIELD-3 TO SCR-DCN-FIELD-3.
           MOVE WS-PEND-IMG-FIELD-4 TO SCR-DCN-FIELD-4.
           SET CA-SCREEN-APPROVAL-DECIDE TO TRUE.

           EXEC CICS SEND TEXT
               FROM(WS-DECISION-SCREEN)
               LENGTH(160)
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      ******************************************************************
      * RECEIVE THE APPROVER'S DECISION ON THE REQUEST FOR CA-KEY -
      * 'A' APPROVES AND COMMITS THE DELETE, 'R' REJECTS IT, AND
      * ANYTHING ELSE LEAVES IT PENDING. THE CONVERSATION ENDS EITHER
      * WAY.
      ******************************************************************
       7000-APPROVAL-DECISION-SCREEN.
           EXEC CICS RECEIVE
               INTO(CA-CONFIRM-RESPONSE)
               LENGTH(1)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE CA-CONFIRM-RESPONSE
               WHEN 'A'
                   PERFORM 7100-APPROVE-DELETE
               WHEN 'R'
                   PERFORM 7200-REJECT-DELETE
               WHEN OTHER
                   DISPLAY 'CICSDEMO: DELETE LEFT PENDING FOR KEY '
                           CA-KEY
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'CICSDEMO: DELETE LEFT PENDING FOR KEY '
                              DELIMITED BY SIZE
                          CA-KEY DELIMITED BY SIZE
                          INTO WS-RESULT-MESSAGE
           END-EVALUATE.

           PERFORM 8000-SEND-MESSAGE-AND-END.

      ******************************************************************
      * APPROVE THE REQUEST - THE ONLY PATH TO 0300-DELETE-DATASET.
      * THE LIVE YOURFILE RECORD MUST STILL MATCH THE IMAGE TAKEN WHEN
      * THE DELETE WAS REQUESTED; IF IT HAS CHANGED SINCE, THE
      * APPROVAL IS REFUSED AND THE REQUEST LEFT FOR THE APPROVER TO
      * REJECT, SO A RECORD IS NEVER REMOVED IN A STATE THE REQUESTER
      * DID NOT SEE. THE REQUEST COMES OFF DELPEND ONLY ONCE THE
      * YOURFILE DELETE AND ITS JOURNAL ENTRY ARE DONE.
      ******************************************************************
       7100-APPROVE-DELETE.
           PERFORM 7300-READ-PENDING-FOR-UPDATE.

           SET CA-ORIG-WAS-FOUND TO TRUE.
           MOVE WS-PEND-IMG-FIELD-2 TO CA-ORIG-FIELD-2.
           MOVE WS-PEND-IMG-FIELD-3 TO CA-ORIG-FIELD-3.
           MOVE WS-PEND-IMG-FIELD-4 TO CA-ORIG-FIELD-4.
           PERFORM 4100-CHECK-LOST-UPDATE.
           IF WS-UPDATE-CONFLICT
               EXEC CICS UNLOCK
                   DATASET('DELPEND')
               END-EXEC
               DISPLAY 'CICSDEMO: APPROVAL REFUSED, KEY ' CA-KEY
                       ' CHANGED SINCE THE DELETE WAS REQUESTED'
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'CICSDEMO: RECORD CHANGED SINCE REQUEST - KEY '
                          DELIMITED BY SIZE
                      CA-KEY DELIMITED BY SIZE
                      INTO WS-RESULT-MESSAGE
               PERFORM 8000-SEND-MESSAGE-AND-END
           END-IF.

           MOVE CA-KEY TO WS-KEY.
           PERFORM 0300-DELETE-DATASET.

           IF WS-WRITE-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DELETE
                   DATASET('DELPEND')
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'CICSDEMO: ERROR DELETING DELPEND FOR KEY '
                           WS-KEY ' RESP=' WS-RESP ' RESP2=' WS-RESP2
               END-IF
               DISPLAY 'CICSDEMO: DELETE OF KEY ' WS-KEY
                       ' REQUESTED BY ' WS-PEND-REQ-OPER-ID
                       ' APPROVED BY ' CA-OPER-ID
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'CICSDEMO: DELETE APPROVED AND COMMITTED FOR KEY '
                          DELIMITED BY SIZE
                      WS-KEY DELIMITED BY SIZE
                      INTO WS-RESULT-MESSAGE
           ELSE
               EXEC CICS UNLOCK
                   DATASET('DELPEND')
               END-EXEC
               DISPLAY 'CICSDEMO: DELETE FAILED FOR KEY ' WS-KEY
                       ' RESP=' WS-WRITE-RESP
                       ' RESP2=' WS-WRITE-RESP2
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'CICSDEMO: DELETE FAILED FOR KEY '
                          DELIMITED BY SIZE
                      WS-KEY DELIMITED BY SIZE
                      INTO WS-RESULT-MESSAGE
           END-IF.

      ******************************************************************
      * REJECT THE REQUEST - IT COMES OFF DELPEND AND YOURFILE IS NOT
      * TOUCHED. THE REJECTION IS LOGGED WITH BOTH OPERATORS NAMED.
      ******************************************************************
       7200-REJECT-DELETE.
           PERFORM 7300-READ-PENDING-FOR-UPDATE.

           EXEC CICS DELETE
               DATASET('DELPEND')
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               DISPLAY 'CICSDEMO: DELETE OF KEY ' CA-KEY
                       ' REQUESTED BY ' WS-PEND-REQ-OPER-ID
                       ' REJECTED BY ' CA-OPER-ID
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'CICSDEMO: DELETE REQUEST REJECTED FOR KEY '
                          DELIMITED BY SIZE
                      CA-KEY DELIMITED BY SIZE
                      INTO WS-RESULT-MESSAGE
           ELSE
               DISPLAY 'CICSDEMO: ERROR DELETING DELPEND FOR KEY '
                       CA-KEY ' RESP=' WS-RESP ' RESP2=' WS-RESP2
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'CICSDEMO: REJECT FAILED FOR KEY '
                          DELIMITED BY SIZE
                      CA-KEY DELIMITED BY SIZE
                      INTO WS-RESULT-MESSAGE
           END-IF.

      ******************************************************************
      * READ THE REQUEST FOR CA-KEY FOR UPDATE, SO TWO APPROVERS
      * CANNOT DECIDE THE SAME REQUEST AT ONCE.
      ******************************************************************
       7300-READ-PENDING-FOR-UPDATE.
           IF NOT CA-OPER-MAY-DELETE
               PERFORM 4300-SEND-NOT-AUTHORIZED
           END-IF.

           MOVE CA-KEY TO WS-PEND-KEY.
           EXEC CICS READ
               DATASET('DELPEND')
               RIDFLD(WS-PEND-KEY)
               INTO(WS-PEND-RECORD)
               UPDATE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.

           PERFORM 7500-CHECK-PENDING-READ.

      ******************************************************************
      * END THE CONVERSATION IF THE DELPEND READ JUST MADE DID NOT
      * RETURN A REQUEST THE SIGNED-ON OPERATOR MAY DECIDE - IT HAS
      * BEEN DECIDED OR EXPIRED SINCE THE QUEUE WAS SHOWN, THE FILE IS
      * UNAVAILABLE, OR THE OPERATOR IS THE ONE WHO ASKED FOR THE
      * DELETE.
      ******************************************************************
       7500-CHECK-PENDING-READ.
           EVALUATE TRUE
               WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                   MOVE SPACES TO WS-RESULT-MESSAGE
                   STRING 'CICSDEMO: NO DELETE PENDING FOR KEY '
                              DELIMITED BY SIZE
                          CA-KEY DELIMITED BY SIZE
                          INTO WS-RESULT-MESSAGE
                   PERFORM 8000-SEND-MESSAGE-AND-END
               WHEN OTHER
                   DISPLAY 'CICSDEMO: ERROR READING DELPEND, RESP='
                           WS-RESP ' RESP2=' WS-RESP2
                   MOVE 'CICSDEMO: APPROVAL QUEUE UNAVAILABLE'
                       TO WS-RESULT-MESSAGE
                   PERFORM 8000-SEND-MESSAGE-AND-END
           END-EVALUATE.

           IF WS-PEND-REQ-OPER-ID EQUAL CA-OPER-ID
               DISPLAY 'CICSDEMO: OPERATOR ' CA-OPER-ID
                       ' REFUSED DECISION ON OWN DELETE OF KEY ' CA-KEY
               MOVE SPACES TO WS-RESULT-MESSAGE
               STRING 'CICSDEMO: REQUESTER MAY NOT DECIDE OWN DELETE - '
                          DELIMITED BY SIZE
                      CA-KEY DELIMITED BY SIZE
                      INTO WS-RESULT-MESSAGE
               PERFORM 8000-SEND-MESSAGE-AND-END
           END-IF.

      ******************************************************************
      * SEND A ONE-LINE MESSAGE AND END THE PSEUDO-CONVERSATION. ANY
      * DELPEND RECORD STILL HELD FOR UPDATE IS RELEASED AT TASK END.
      ******************************************************************
       8000-SEND-MESSAGE-AND-END.
           EXEC CICS SEND TEXT
               FROM(WS-RESULT-MESSAGE)
               LENGTH(60)
               ERASE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * READ THE INQUIRY RECORD FROM MYFILE.
      ******************************************************************
      ******************************************************************
      * APPEND A BEFORE/AFTER JOURNAL ENTRY FOR THE WRITE OR DELETE
      * ABOVE. ON A DELETE THE AFTER-IMAGE IS ALL SPACES AND THE
      * BEFORE-IMAGE CARRIES THE REMOVED RECORD. A DELETE ONLY EVER
      * RUNS ON APPROVAL OF A DELPEND REQUEST, SO ITS ENTRY NAMES THE
      * REQUESTING OPERATOR AND TERMINAL FROM THE REQUEST AND THE
      * SIGNED-ON OPERATOR AS THE APPROVER. A WRITE IS JOURNALED AT
      * THE DATE AND TIME STAMPED ON THE RECORD ITSELF, SO YFVERIFY CAN
      * PROVE THE LIVE STAMP AGAINST THE JOURNAL ENTRY.
      ******************************************************************
       0250-WRITE-AUDIT-LOG.
           EXEC CICS ASKTIME
           END-EXEC.
           MOVE WS-FORMATTED-DATE  TO JRNL-DATE.
           MOVE WS-FORMATTED-CLOCK TO JRNL-TIME.
           IF WS-AUDIT-ACTION-UPDATE
               MOVE WS-LAST-MAINT-DATE TO JRNL-DATE
               MOVE WS-LAST-MAINT-TIME TO JRNL-TIME
           END-IF.

           MOVE WS-KEY TO JRNL-KEY.
           MOVE WS-PREV-FOUND-SW TO JRNL-BEFORE-FOUND.
           END-IF.
           MOVE EIBTRMID TO JRNL-TERM-ID.
           MOVE CA-OPER-ID TO JRNL-OPER-ID.
           MOVE SPACES TO JRNL-APPROVER-ID.
           IF WS-AUDIT-ACTION-DELETE
               MOVE WS-PEND-REQ-TERM-ID TO JRNL-TERM-ID
               MOVE WS-PEND-REQ-OPER-ID TO JRNL-OPER-ID
               MOVE CA-OPER-ID TO JRNL-APPROVER-ID
           END-IF.
           MOVE WS-AUDIT-ACTION TO JRNL-ACTION.

           EXEC CICS WRITE
