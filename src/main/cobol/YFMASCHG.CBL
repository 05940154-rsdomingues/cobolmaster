      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   SELECTIVE MASS CHANGE OF YOURFILE, DRIVEN BY
      *            CONTROL CARDS INSTEAD OF KEYING EVERY AFFECTED
      *            RECORD THROUGH CICSDEMO - FOR EXAMPLE WHEN A FIELD-4
      *            STATUS CODE IS RETIRED FROM THE EDITRLS PERMITTED
      *            VALUES. THE CARDS SELECT RECORDS BY A FIELD EQUAL
      *            TO ONE OF A LIST OF VALUES, A KEY RANGE, AND/OR A
      *            LAST-MAINTAINED DATE, AND GIVE THE FIELD TO REPLACE
      *            AND ITS NEW VALUE. EVERY CRITERION GIVEN MUST HOLD
      *            FOR A RECORD TO BE SELECTED.
      *
      *            AS WITH RECONFIX, A HOLD RUN ONLY LISTS EVERY
      *            SELECTED RECORD WITH ITS BEFORE AND AFTER VALUE SO
      *            THE CHANGE CAN BE REVIEWED; A RELEASE RUN MAKES THE
      *            SAME SELECTION AGAINST THE LIVE FILE AND APPLIES IT.
      *            EACH NEW VALUE IS EDITED AGAINST EDITRLS THE WAY
      *            MYFMAINT AND CICSDEMO EDIT IT, A RECORD THAT WOULD
      *            FAIL IS REJECTED AND LEFT ALONE, AND EVERY CHANGE
      *            APPLIED IS STAMPED AND JOURNALED TO AUDITLG IN THE
      *            CICDJRNL LAYOUT SO CICSHIST, YFRECOVR, YFVERIFY AND
      *            YFRPT002 STILL SEE A COMPLETE CHANGE HISTORY.
      *
      * INPUT:     CHGCARD - 80-BYTE CONTROL CARDS, THE CARD TYPE IN
      *            COLUMNS 1-8, A FIELD NUMBER (2, 3 OR 4) IN COLUMN
      *            10 WHERE THE CARD TAKES ONE, AND THE OPERANDS FROM
      *            COLUMN 12 AS 5-BYTE VALUES ONE BLANK APART:
      *              FIELD    N VVVVV VVVVV ...  FIELD-N EQUALS ANY OF
      *                                          UP TO 8 VALUES
      *              KEYRANGE   LLLLL HHHHH      KEY FROM LLLLL TO HHHHH
      *              MAINTBEF   YYYYMMDD         LAST MAINTAINED BEFORE
      *                                          THE DATE (A BLANK,
      *                                          PRE-STAMP RECORD ALSO
      *                                          QUALIFIES)
      *              SET      N VVVVV            REPLACE FIELD-N WITH
      *                                          VVVVV
      *            ONE SET CARD AND AT LEAST ONE SELECTION CARD ARE
      *            REQUIRED, EACH TYPE AT MOST ONCE. A BAD CARD REFUSES
      *            THE RUN WITH RC 16 BEFORE YOURFILE IS READ.
      *
      * USAGE:     YFMASCHG HOLD       (LIST ONLY)
      *            YFMASCHG RELEASE    (LIST AND APPLY)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YFMASCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO CHGCARD
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CC-FILE-STATUS.
           SELECT YOURFILE ASSIGN TO YOURFILE
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS YF-KEY
               FILE STATUS IS YF-FILE-STATUS.
           SELECT EDIT-RULES ASSIGN TO EDITRLS
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ER-RULE-FIELD-NO
               FILE STATUS IS ER-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO AUDITLG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05  CARD-TYPE         PIC X(08).
               88  CARD-TYPE-FIELD    VALUE 'FIELD'.
               88  CARD-TYPE-KEYRANGE VALUE 'KEYRANGE'.
               88  CARD-TYPE-MAINTBEF VALUE 'MAINTBEF'.
               88  CARD-TYPE-SET      VALUE 'SET'.
           05  FILLER            PIC X(01).
           05  CARD-FIELD-NO     PIC X(01).
               88  CARD-FIELD-NO-VALID VALUE '2', '3', '4'.
           05  FILLER            PIC X(01).
           05  CARD-OPERANDS     PIC X(48).
           05  CARD-VALUE-LIST REDEFINES CARD-OPERANDS.
               10  CARD-VALUE-ENTRY  OCCURS 8 TIMES.
                   15  CARD-VALUE        PIC X(05).
                   15  FILLER            PIC X(01).
           05  CARD-DATE-OPERAND REDEFINES CARD-OPERANDS.
               10  CARD-DATE         PIC 9(08).
               10  FILLER            PIC X(40).
           05  FILLER            PIC X(21).

       FD  YOURFILE.
           COPY MYFREC REPLACING ==:PREFIX:== BY ==YF-==.

       FD  EDIT-RULES.
           COPY EDITRUL REPLACING ==:PREFIX:== BY ==ER-==.

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(71).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.

       WORKING-STORAGE SECTION.
       01  CC-FILE-STATUS        PIC X(2) VALUE '00'.
       01  YF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  ER-FILE-STATUS        PIC X(2) VALUE '00'.
       01  AL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  TIME-OF-DAY.
           05  TOD-HHMMSS        PIC 9(6).
           05  TOD-HUNDREDTHS    PIC 9(2).

       01  ARGS                  PIC X(120).
       01  ARG-TOKENS.
           05  ARG-MODE-TEXT     PIC X(8).

       01  SWITCHES.
           05  ARGS-VALID-SW     PIC X VALUE 'Y'.
               88  ARGS-ARE-VALID    VALUE 'Y'.
               88  ARGS-ARE-INVALID  VALUE 'N'.
           05  RUN-MODE-SW       PIC X VALUE 'H'.
               88  HOLD-MODE         VALUE 'H'.
               88  RELEASE-MODE      VALUE 'R'.
           05  RUN-REFUSED-SW    PIC X VALUE 'N'.
               88  RUN-REFUSED       VALUE 'Y'.
           05  CC-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-CARDS     VALUE 'Y'.
           05  YF-EOF-SW         PIC X VALUE 'N'.
               88  NO-MORE-YOURFILE  VALUE 'Y'.
           05  FIELD-CARD-SW     PIC X VALUE 'N'.
               88  FIELD-CARD-SEEN   VALUE 'Y'.
           05  KEYRANGE-CARD-SW  PIC X VALUE 'N'.
               88  KEYRANGE-CARD-SEEN VALUE 'Y'.
           05  MAINTBEF-CARD-SW  PIC X VALUE 'N'.
               88  MAINTBEF-CARD-SEEN VALUE 'Y'.
           05  SET-CARD-SW       PIC X VALUE 'N'.
               88  SET-CARD-SEEN     VALUE 'Y'.
           05  VALUE-MATCH-SW    PIC X VALUE 'N'.
               88  VALUE-MATCHED     VALUE 'Y', FALSE 'N'.
           05  REJECT-SW         PIC X VALUE 'N'.
               88  VALUE-REJECTED    VALUE 'Y', FALSE 'N'.

      ******************************************************************
      * THE SELECTION AND REPLACEMENT TAKEN FROM THE CONTROL CARDS. A
      * CRITERION WITH NO CARD IS LEFT AT A VALUE EVERY RECORD PASSES.
      ******************************************************************
       01  SELECTION-CRITERIA.
           05  SEL-FIELD-NO      PIC 9(1) VALUE 0.
           05  SEL-VALUE-COUNT   PIC 9(1) VALUE 0.
           05  SEL-VALUE         OCCURS 8 TIMES
                                 PIC X(5).
           05  SEL-LOW-KEY       PIC X(5) VALUE LOW-VALUES.
           05  SEL-HIGH-KEY      PIC X(5) VALUE HIGH-VALUES.
           05  SEL-MAINT-BEFORE  PIC 9(8) VALUE 0.
           05  SET-FIELD-NO      PIC 9(1) VALUE 0.
           05  SET-VALUE         PIC X(5) VALUE SPACES.

       01  EDIT-RULE-FIELDS.
           05  VALUE-IX          PIC 9(1).
           05  FIELD-NO          PIC 9(1).
           05  FIELD-VALUE       PIC X(5).
           05  BEFORE-VALUE      PIC X(5).

       01  COUNTERS.
           05  CARDS-READ        PIC 9(6) VALUE 0.
           05  YF-RECORDS-READ   PIC 9(6) VALUE 0.
           05  RECORDS-SELECTED  PIC 9(6) VALUE 0.
           05  CHANGE-COUNT      PIC 9(6) VALUE 0.
           05  ALREADY-SET-COUNT PIC 9(6) VALUE 0.
           05  REJECT-COUNT      PIC 9(6) VALUE 0.

       01  HEADING-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(27)
               VALUE 'YOURFILE MASS CHANGE, MODE '.
           05  HDG-MODE          PIC X(7).
           05  FILLER            PIC X(45) VALUE SPACES.

       01  CARD-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'CONTROL CARD: '.
           05  CDL-CARD          PIC X(65).

       01  COLUMN-HEADING-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(8)  VALUE 'KEY'.
           05  FILLER            PIC X(8)  VALUE 'BEFORE'.
           05  FILLER            PIC X(8)  VALUE 'AFTER'.
           05  FILLER            PIC X(10) VALUE 'LAST MAINT'.
           05  FILLER            PIC X(45) VALUE 'MESSAGE'.

       01  DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  DTL-KEY           PIC X(8).
           05  DTL-BEFORE        PIC X(8).
           05  DTL-AFTER         PIC X(8).
           05  DTL-MAINT         PIC X(10).
           05  DTL-MESSAGE       PIC X(45).

       01  TOTAL-LINE-1.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(14) VALUE 'RECORDS READ:'.
           05  TOT-READ          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'SELECTED:'.
           05  TOT-SELECTED      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(36) VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  TOT-CHANGE-LABEL  PIC X(11).
           05  TOT-CHANGED       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  FILLER            PIC X(13) VALUE 'ALREADY SET:'.
           05  TOT-ALREADY-SET   PIC ZZZ,ZZ9.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'REJECTED:'.
           05  TOT-REJECTED      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(14) VALUE SPACES.

           COPY CICDJRNL.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           IF ARGS-ARE-INVALID
               GOBACK
           END-IF.

           PERFORM 0600-READ-CONTROL-CARDS THRU 0600-EXIT.
           IF NOT RUN-REFUSED
               PERFORM 0800-OPEN-FILES
               WRITE REPORT-LINE FROM COLUMN-HEADING-LINE
               PERFORM 1000-POSITION-YOURFILE
               PERFORM UNTIL NO-MORE-YOURFILE
                   PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
                   PERFORM 1100-READ-YOURFILE
               END-PERFORM
               IF REJECT-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 8000-PRINT-TOTALS.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 9000-TERMINATE.
           GOBACK.

       0500-INITIALIZE.
           ACCEPT ARGS FROM COMMAND-LINE.

           UNSTRING ARGS DELIMITED BY SPACE
               INTO ARG-MODE-TEXT.

           SET ARGS-ARE-VALID TO TRUE.
           EVALUATE ARG-MODE-TEXT
               WHEN 'HOLD'
                   SET HOLD-MODE TO TRUE
               WHEN 'RELEASE'
                   SET RELEASE-MODE TO TRUE
               WHEN OTHER
                   SET ARGS-ARE-INVALID TO TRUE
                   DISPLAY 'YFMASCHG: MODE MUST BE "HOLD" OR "RELEASE"'
                   MOVE 16 TO RETURN-CODE
                   GO TO 0500-EXIT
           END-EVALUATE.

           OPEN INPUT CARD-FILE.
           IF CC-FILE-STATUS NOT EQUAL '00'
               SET ARGS-ARE-INVALID TO TRUE
               DISPLAY 'YFMASCHG: ERROR OPENING CHGCARD, FILE STATUS '
                       '= ' CC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT.

           OPEN OUTPUT REPORT-FILE.
           IF HOLD-MODE
               MOVE 'HOLD' TO HDG-MODE
               MOVE 'TO CHANGE:' TO TOT-CHANGE-LABEL
           ELSE
               MOVE 'RELEASE' TO HDG-MODE
               MOVE 'CHANGED:' TO TOT-CHANGE-LABEL
           END-IF.
           WRITE REPORT-LINE FROM HEADING-LINE-1.

       0500-EXIT.
           EXIT.

      ******************************************************************
      * READ AND EDIT EVERY CONTROL CARD BEFORE YOURFILE IS OPENED.
      * EACH CARD IS ECHOED ON THE REPORT SO THE LISTING SHOWS EXACTLY
      * WHAT SELECTION IT WAS RUN WITH. A CARD IN ERROR, OR A DECK
      * WITH NO SET CARD OR NO SELECTION AT ALL, REFUSES THE WHOLE
      * RUN - A MASS CHANGE IS NEVER GUESSED AT.
      ******************************************************************
       0600-READ-CONTROL-CARDS.
           PERFORM 0610-READ-CARD.
           PERFORM UNTIL NO-MORE-CARDS OR RUN-REFUSED
               MOVE CARD-RECORD TO CDL-CARD
               WRITE REPORT-LINE FROM CARD-LINE
               PERFORM 0650-EDIT-ONE-CARD
               PERFORM 0610-READ-CARD
           END-PERFORM.
           IF RUN-REFUSED
               GO TO 0600-EXIT.

           IF NOT SET-CARD-SEEN
               MOVE 'RUN REFUSED - NO SET CARD' TO DTL-MESSAGE
               PERFORM 0700-REFUSE-RUN
               GO TO 0600-EXIT.

           IF NOT FIELD-CARD-SEEN
              AND NOT KEYRANGE-CARD-SEEN
              AND NOT MAINTBEF-CARD-SEEN
               MOVE 'RUN REFUSED - NO SELECTION CARD' TO DTL-MESSAGE
               PERFORM 0700-REFUSE-RUN
               GO TO 0600-EXIT.

       0600-EXIT.
           EXIT.

       0610-READ-CARD.
           READ CARD-FILE
               AT END
                   SET NO-MORE-CARDS TO TRUE
           END-READ.
           IF CC-FILE-STATUS NOT EQUAL '00'
              AND CC-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFMASCHG: ERROR READING CHGCARD, FILE STATUS '
                       '= ' CC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-CARDS
               ADD 1 TO CARDS-READ
           END-IF.

       0650-EDIT-ONE-CARD.
           EVALUATE TRUE
               WHEN CARD-TYPE-FIELD
                   PERFORM 0660-EDIT-FIELD-CARD
               WHEN CARD-TYPE-KEYRANGE
                   PERFORM 0670-EDIT-KEYRANGE-CARD
               WHEN CARD-TYPE-MAINTBEF
                   PERFORM 0680-EDIT-MAINTBEF-CARD
               WHEN CARD-TYPE-SET
                   PERFORM 0690-EDIT-SET-CARD
               WHEN OTHER
                   MOVE 'RUN REFUSED - UNKNOWN CARD TYPE'
                       TO DTL-MESSAGE
                   PERFORM 0700-REFUSE-RUN
           END-EVALUATE.

      ******************************************************************
      * THE VALUE LIST RUNS FROM COLUMN 12 UP TO THE FIRST BLANK
      * ENTRY, SO A LIST OF THREE VALUES LEAVES ENTRIES 4-8 BLANK.
      ******************************************************************
       0660-EDIT-FIELD-CARD.
           IF FIELD-CARD-SEEN
               MOVE 'RUN REFUSED - MORE THAN ONE FIELD CARD'
                   TO DTL-MESSAGE
               PERFORM 0700-REFUSE-RUN
           ELSE
           IF NOT CARD-FIELD-NO-VALID
               MOVE 'RUN REFUSED - FIELD NUMBER MUST BE 2, 3 OR 4'
                   TO DTL-MESSAGE
               PERFORM 0700-REFUSE-RUN
           ELSE
               SET FIELD-CARD-SEEN TO TRUE
               MOVE CARD-FIELD-NO TO SEL-FIELD-NO
               MOVE 0 TO SEL-VALUE-COUNT
               PERFORM VARYING VALUE-IX FROM 1 BY 1
                       UNTIL VALUE-IX > 8
                          OR CARD-VALUE(VALUE-IX) EQUAL SPACES
                   ADD 1 TO SEL-VALUE-COUNT
                   MOVE CARD-VALUE(VALUE-IX)
                       TO SEL-VALUE(SEL-VALUE-COUNT)
               END-PERFORM
               IF SEL-VALUE-COUNT EQUAL ZERO
                   MOVE 'RUN REFUSED - FIELD CARD LISTS NO VALUES'
                       TO DTL-MESSAGE
                   PERFORM 0700-REFUSE-RUN
               END-IF
           END-IF
           END-IF.

       0670-EDIT-KEYRANGE-CARD.
           IF KEYRANGE-CARD-SEEN
               MOVE 'RUN REFUSED - MORE THAN ONE KEYRANGE CARD'
                   TO DTL-MESSAGE
               PERFORM 0700-REFUSE-RUN
           ELSE
           IF CARD-VALUE(1) EQUAL SPACES
              OR CARD-VALUE(2) EQUAL SPACES
               MOVE 'RUN REFUSED - KEYRANGE NEEDS A LOW AND HIGH KEY'
                   TO DTL-MESSAGE
               PERFORM 0700-REFUSE-RUN
           ELSE
           IF CARD-VALUE(1) > CARD-VALUE(2)
               MOVE 'RUN REFUSED - KEYRANGE LOW KEY ABOVE HIGH KEY'
                   TO DTL-MESSAGE
               PERFORM 0700-REFUSE-RUN
           ELSE
               SET KEYRANGE-CARD-SEEN TO TRUE
               MOVE CARD-VALUE(1) TO SEL-LOW-KEY
               MOVE CARD-VALUE(2) TO SEL-HIGH-KEY
           END-IF
           END-IF
           END-IF.

       0680-EDIT-MAINTBEF-CARD.
           IF MAINTBEF-CARD-SEEN
               MOVE 'RUN REFUSED - MORE THAN ONE MAINTBEF CARD'
                   TO DTL-MESSAGE
               PERFORM 0700-REFUSE-RUN
           ELSE
           IF CARD-DATE NOT NUMERIC
               MOVE 'RUN REFUSED - MAINTBEF DATE NOT NUMERIC'
                   TO DTL-MESSAGE
               PERFORM 0700-REFUSE-RUN
           ELSE
               SET MAINTBEF-CARD-SEEN TO TRUE
               MOVE CARD-DATE TO SEL-MAINT-BEFORE
           END-IF
           END-IF.

       0690-EDIT-SET-CARD.
           IF SET-CARD-SEEN
               MOVE 'RUN REFUSED - MORE THAN ONE SET CARD'
                   TO DTL-MESSAGE
               PERFORM 0700-REFUSE-RUN
           ELSE
           IF NOT CARD-FIELD-NO-VALID
               MOVE 'RUN REFUSED - FIELD NUMBER MUST BE 2, 3 OR 4'
                   TO DTL-MESSAGE
               PERFORM 0700-REFUSE-RUN
           ELSE
               SET SET-CARD-SEEN TO TRUE
               MOVE CARD-FIELD-NO TO SET-FIELD-NO
               MOVE CARD-VALUE(1) TO SET-VALUE
           END-IF
           END-IF.

       0700-REFUSE-RUN.
           SET RUN-REFUSED TO TRUE.
           MOVE SPACES TO DTL-KEY DTL-AFTER DTL-MAINT.
           MOVE 'CONTROL' TO DTL-BEFORE.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           DISPLAY 'YFMASCHG: ' DTL-MESSAGE.
           MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * YOURFILE IS OPENED INPUT FOR A HOLD RUN, SO A HOLD RUN CAN
      * NEVER CHANGE IT, AND I-O FOR A RELEASE RUN. AUDITLG IS ONLY
      * NEEDED WHEN THERE IS SOMETHING TO JOURNAL.
      ******************************************************************
       0800-OPEN-FILES.
           IF HOLD-MODE
               OPEN INPUT YOURFILE
           ELSE
               OPEN I-O YOURFILE
           END-IF.
           IF YF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFMASCHG: ERROR OPENING YOURFILE, FILE STATUS '
                       '= ' YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EDIT-RULES.
           IF ER-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFMASCHG: ERROR OPENING EDITRLS, FILE STATUS '
                       '= ' ER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF RELEASE-MODE
               OPEN EXTEND AUDIT-LOG
               IF AL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'YFMASCHG: ERROR OPENING AUDITLG, FILE '
                           'STATUS = ' AL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      ******************************************************************
      * WITH A KEYRANGE CARD THE READ STARTS AT THE LOW KEY INSTEAD OF
      * THE TOP OF THE FILE; 1100-READ-YOURFILE STOPS PAST THE HIGH
      * KEY. WITHOUT ONE THE RANGE IS LOW-VALUES TO HIGH-VALUES.
      ******************************************************************
       1000-POSITION-YOURFILE.
           IF KEYRANGE-CARD-SEEN
               MOVE SEL-LOW-KEY TO YF-KEY
               START YOURFILE KEY IS NOT LESS THAN YF-KEY
               EVALUATE YF-FILE-STATUS
                   WHEN '00'
                       CONTINUE
                   WHEN '23'
                       SET NO-MORE-YOURFILE TO TRUE
                   WHEN OTHER
                       DISPLAY 'YFMASCHG: ERROR POSITIONING YOURFILE, '
                               'FILE STATUS = ' YF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
           IF NOT NO-MORE-YOURFILE
               PERFORM 1100-READ-YOURFILE
           END-IF.

       1100-READ-YOURFILE.
           READ YOURFILE NEXT RECORD
               AT END
                   SET NO-MORE-YOURFILE TO TRUE
           END-READ.
           IF YF-FILE-STATUS NOT EQUAL '00'
              AND YF-FILE-STATUS NOT EQUAL '10'
               DISPLAY 'YFMASCHG: ERROR READING YOURFILE, FILE STATUS '
                       '= ' YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT NO-MORE-YOURFILE
               IF YF-KEY > SEL-HIGH-KEY
                   SET NO-MORE-YOURFILE TO TRUE
               ELSE
                   ADD 1 TO YF-RECORDS-READ
               END-IF
           END-IF.

      ******************************************************************
      * APPLY THE SELECTION TO ONE RECORD, THEN - IF IT IS SELECTED -
      * EDIT THE NEW VALUE AND, IN RELEASE MODE, APPLY IT. A RECORD
      * THAT ALREADY CARRIES THE NEW VALUE IS LISTED BUT NOT
      * REWRITTEN, SO A RERUN OF THE SAME CARDS JOURNALS NOTHING TWICE.
      ******************************************************************
       2000-PROCESS-RECORD.
           IF FIELD-CARD-SEEN
               MOVE SEL-FIELD-NO TO FIELD-NO
               PERFORM 4000-GET-FIELD-VALUE
               SET VALUE-MATCHED TO FALSE
               PERFORM VARYING VALUE-IX FROM 1 BY 1
                       UNTIL VALUE-IX > SEL-VALUE-COUNT
                   IF FIELD-VALUE EQUAL SEL-VALUE(VALUE-IX)
                       SET VALUE-MATCHED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT VALUE-MATCHED
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           IF MAINTBEF-CARD-SEEN
               IF YF-LAST-MAINT-DATE NUMERIC
                  AND YF-LAST-MAINT-DATE NOT < SEL-MAINT-BEFORE
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           ADD 1 TO RECORDS-SELECTED.
           MOVE SET-FIELD-NO TO FIELD-NO.
           PERFORM 4000-GET-FIELD-VALUE.
           MOVE FIELD-VALUE TO BEFORE-VALUE.
           MOVE YF-KEY TO DTL-KEY.
           MOVE BEFORE-VALUE TO DTL-BEFORE.
           MOVE SET-VALUE TO DTL-AFTER.
           IF YF-LAST-MAINT-DATE NUMERIC
               MOVE YF-LAST-MAINT-DATE TO DTL-MAINT
           ELSE
               MOVE 'PRE-STAMP' TO DTL-MAINT
           END-IF.

           IF BEFORE-VALUE EQUAL SET-VALUE
               ADD 1 TO ALREADY-SET-COUNT
               MOVE 'ALREADY HAS THE NEW VALUE - NOT CHANGED'
                   TO DTL-MESSAGE
               WRITE REPORT-LINE FROM DETAIL-LINE
               GO TO 2000-EXIT.

           PERFORM 3000-EDIT-NEW-VALUE THRU 3000-EXIT.
           IF VALUE-REJECTED
               ADD 1 TO REJECT-COUNT
               WRITE REPORT-LINE FROM DETAIL-LINE
               GO TO 2000-EXIT.

           IF HOLD-MODE
               ADD 1 TO CHANGE-COUNT
               MOVE 'WOULD CHANGE' TO DTL-MESSAGE
               WRITE REPORT-LINE FROM DETAIL-LINE
               GO TO 2000-EXIT.

           PERFORM 5000-APPLY-CHANGE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * EDIT THE NEW VALUE AGAINST THE EDITRLS RECORD FOR THE FIELD
      * BEING REPLACED - THE SAME RULES, IN THE SAME ORDER, AS
      * MYFMAINT'S FIELD EDITS. THE RULE IS READ AFRESH FOR EACH
      * RECORD, SO A RULE CHANGED BETWEEN THE HOLD AND RELEASE RUNS
      * IS THE ONE ENFORCED. A FIELD WITH NO RULE RECORD IS NOT EDITED.
      ******************************************************************
       3000-EDIT-NEW-VALUE.
           SET VALUE-REJECTED TO FALSE.
           MOVE SET-FIELD-NO TO ER-RULE-FIELD-NO.
           READ EDIT-RULES.
           EVALUATE ER-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   GO TO 3000-EXIT
               WHEN OTHER
                   DISPLAY 'YFMASCHG: ERROR READING EDITRLS, FILE '
                           'STATUS = ' ER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           MOVE SPACES TO DTL-MESSAGE.
           IF SET-VALUE EQUAL SPACES
               IF ER-RULE-IS-REQUIRED
                   SET VALUE-REJECTED TO TRUE
                   STRING 'REJECTED - FIELD-' DELIMITED BY SIZE
                          SET-FIELD-NO DELIMITED BY SIZE
                          ' IS REQUIRED' DELIMITED BY SIZE
                          INTO DTL-MESSAGE
               END-IF
               GO TO 3000-EXIT.

           EVALUATE TRUE
               WHEN ER-RULE-CLASS-NUMERIC
                   IF SET-VALUE NOT NUMERIC
                       SET VALUE-REJECTED TO TRUE
                       STRING 'REJECTED - FIELD-' DELIMITED BY SIZE
                              SET-FIELD-NO DELIMITED BY SIZE
                              ' MUST BE NUMERIC' DELIMITED BY SIZE
                              INTO DTL-MESSAGE
                   END-IF
               WHEN ER-RULE-CLASS-ALPHA
                   IF SET-VALUE NOT ALPHABETIC
                       SET VALUE-REJECTED TO TRUE
                       STRING 'REJECTED - FIELD-' DELIMITED BY SIZE
                              SET-FIELD-NO DELIMITED BY SIZE
                              ' MUST BE ALPHABETIC' DELIMITED BY SIZE
                              INTO DTL-MESSAGE
                   END-IF
               WHEN ER-RULE-CLASS-VALUES
                   SET VALUE-MATCHED TO FALSE
                   PERFORM VARYING VALUE-IX FROM 1 BY 1
                           UNTIL VALUE-IX > ER-RULE-VALUE-COUNT
                       IF SET-VALUE EQUAL ER-RULE-VALUE(VALUE-IX)
                           SET VALUE-MATCHED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT VALUE-MATCHED
                       SET VALUE-REJECTED TO TRUE
                       STRING 'REJECTED - FIELD-' DELIMITED BY SIZE
                              SET-FIELD-NO DELIMITED BY SIZE
                              ' NOT A PERMITTED VALUE'
                                  DELIMITED BY SIZE
                              INTO DTL-MESSAGE
                   END-IF
           END-EVALUATE.

       3000-EXIT.
           EXIT.

       4000-GET-FIELD-VALUE.
           EVALUATE FIELD-NO
               WHEN 2
                   MOVE YF-FIELD-2 TO FIELD-VALUE
               WHEN 3
                   MOVE YF-FIELD-3 TO FIELD-VALUE
               WHEN OTHER
                   MOVE YF-FIELD-4 TO FIELD-VALUE
           END-EVALUATE.

      ******************************************************************
      * RELEASE MODE ONLY - REPLACE THE FIELD ON THE RECORD JUST READ,
      * STAMP IT AND REWRITE IT, THEN JOURNAL THE CHANGE WITH ITS
      * BEFORE AND AFTER IMAGE AS RECONFIX JOURNALS A CORRECTION.
      ******************************************************************
       5000-APPLY-CHANGE.
           MOVE 'Y' TO JRNL-BEFORE-FOUND.
           MOVE YF-FIELD-2 TO JRNL-BEFORE-FIELD-2.
           MOVE YF-FIELD-3 TO JRNL-BEFORE-FIELD-3.
           MOVE YF-FIELD-4 TO JRNL-BEFORE-FIELD-4.
           EVALUATE SET-FIELD-NO
               WHEN 2
                   MOVE SET-VALUE TO YF-FIELD-2
               WHEN 3
                   MOVE SET-VALUE TO YF-FIELD-3
               WHEN OTHER
                   MOVE SET-VALUE TO YF-FIELD-4
           END-EVALUATE.
           PERFORM 5900-STAMP-RECORD.
           REWRITE YF-RECORD.
           IF YF-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFMASCHG: ERROR REWRITING YOURFILE KEY '
                       YF-KEY ', FILE STATUS = ' YF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO CHANGE-COUNT.
           PERFORM 7000-WRITE-AUDIT-LOG.
           MOVE 'CHANGED' TO DTL-MESSAGE.
           WRITE REPORT-LINE FROM DETAIL-LINE.

      ******************************************************************
      * SET THE LAST-MAINTAINED STAMP ON THE YOURFILE RECORD ABOUT TO
      * BE REWRITTEN, SO A MASS-CHANGED RECORD SAYS THIS PROGRAM
      * TOUCHED IT LAST.
      ******************************************************************
       5900-STAMP-RECORD.
           ACCEPT YF-LAST-MAINT-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           MOVE TOD-HHMMSS TO YF-LAST-MAINT-TIME.
           MOVE 'YFMASCHG' TO YF-LAST-MAINT-SOURCE.

      ******************************************************************
      * APPEND THE CICDJRNL ENTRY FOR THE CHANGE JUST APPLIED, UNDER
      * THE STAMP JUST WRITTEN ON THE RECORD SO THE JOURNAL AND THE
      * LIVE STAMP AGREE EXACTLY. AS FOR ANY BATCH WRITER THE TERMINAL
      * ID IS 'BTCH' AND THE OPERATOR ID IS THE PROGRAM NAME. A
      * JOURNAL THAT CANNOT BE WRITTEN ENDS THE RUN WITH RC 16 - A
      * CHANGE YFRECOVR CANNOT SEE IS A CHANGE THAT CANNOT BE
      * RECOVERED.
      ******************************************************************
       7000-WRITE-AUDIT-LOG.
           MOVE YF-KEY TO JRNL-KEY.
           MOVE YF-FIELD-2 TO JRNL-AFTER-FIELD-2.
           MOVE YF-FIELD-3 TO JRNL-AFTER-FIELD-3.
           MOVE YF-FIELD-4 TO JRNL-AFTER-FIELD-4.
           MOVE YF-LAST-MAINT-DATE TO JRNL-DATE.
           MOVE YF-LAST-MAINT-TIME TO JRNL-TIME.
           MOVE 'BTCH' TO JRNL-TERM-ID.
           MOVE 'YFMASCHG' TO JRNL-OPER-ID.
           MOVE 'U' TO JRNL-ACTION.
           MOVE SPACES TO JRNL-APPROVER-ID.

           WRITE AUDIT-LOG-RECORD FROM WS-JRNL-RECORD.
           IF AL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFMASCHG: ERROR WRITING AUDITLG, FILE STATUS '
                       '= ' AL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-PRINT-TOTALS.
           MOVE YF-RECORDS-READ TO TOT-READ.
           MOVE RECORDS-SELECTED TO TOT-SELECTED.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE CHANGE-COUNT TO TOT-CHANGED.
           MOVE ALREADY-SET-COUNT TO TOT-ALREADY-SET.
           MOVE REJECT-COUNT TO TOT-REJECTED.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.

      ******************************************************************
      * APPEND THE STANDARD END-OF-JOB RUN RECORD TO THE SHARED
      * RUNLOG DATASET. A RUNLOG PROBLEM IS REPORTED BUT NEVER FAILS
      * THE JOB - THE MASS CHANGE ITSELF IS ALREADY COMPLETE.
      ******************************************************************
       8500-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'YFMASCHG: ERROR OPENING RUNLOG, FILE STATUS '
                       '= ' RL-FILE-STATUS
           ELSE
               MOVE 'YFMASCHG' TO RL-RUN-PROGRAM
               ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-OF-DAY FROM TIME
               MOVE TOD-HHMMSS TO RL-RUN-TIME
               MOVE YF-RECORDS-READ TO RL-RUN-RECORDS-READ
               IF RELEASE-MODE
                   MOVE CHANGE-COUNT TO RL-RUN-RECORDS-WRITTEN
               ELSE
                   MOVE ZERO TO RL-RUN-RECORDS-WRITTEN
               END-IF
               MOVE RETURN-CODE TO RL-RUN-RETURN-CODE
               MOVE 'SELECTED' TO RL-RUN-COUNT-NAME(1)
               MOVE RECORDS-SELECTED TO RL-RUN-COUNT-VALUE(1)
               IF RELEASE-MODE
                   MOVE 'CHANGED' TO RL-RUN-COUNT-NAME(2)
               ELSE
                   MOVE 'TO CHANGE' TO RL-RUN-COUNT-NAME(2)
               END-IF
               MOVE CHANGE-COUNT TO RL-RUN-COUNT-VALUE(2)
               MOVE 'ALREADY SET' TO RL-RUN-COUNT-NAME(3)
               MOVE ALREADY-SET-COUNT TO RL-RUN-COUNT-VALUE(3)
               MOVE 'REJECTED' TO RL-RUN-COUNT-NAME(4)
               MOVE REJECT-COUNT TO RL-RUN-COUNT-VALUE(4)
               WRITE RL-RUN-RECORD
               IF RL-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'YFMASCHG: ERROR WRITING RUNLOG, FILE '
                           'STATUS = ' RL-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE CARD-FILE.
           IF NOT RUN-REFUSED
               CLOSE YOURFILE
               CLOSE EDIT-RULES
               IF RELEASE-MODE
                   CLOSE AUDIT-LOG
               END-IF
           END-IF.
           CLOSE REPORT-FILE.

       9999-END.
           .
