      *            LISTS THAT KEY'S MOST RECENT HISTORY ENTRIES -
      *            DATE, TIME, TERMINAL, OPERATOR, AND THE BEFORE AND
      *            AFTER
      *            FIELD VALUES (FOR AN APPROVED DELETE, THE APPROVING
      *            OPERATOR IN PLACE OF THE AFTER VALUES) - NEWEST
      *            FIRST. EACH FOLLOWING ENTER
      *            PAGES BACKWARD THROUGH OLDER ENTRIES UNTIL THE
      *            HISTORY IS EXHAUSTED. THE HISTORY IS RE-READ ON
      *            EVERY PAGE, WITH THE KEY AND PAGE NUMBER CARRIED IN
               10  WS-HIST-AFTER-2      PIC X(05).
               10  WS-HIST-AFTER-3      PIC X(05).
               10  WS-HIST-AFTER-4      PIC X(05).
               10  WS-HIST-APPROVER-ID  PIC X(08).

       01  WS-HIST-MAX-ENTRIES   PIC S9(4) COMP VALUE +60.
       01  WS-HIST-ENTRY-COUNT   PIC S9(4) COMP VALUE +0.
           05  SCR-DTL-BEFORE-3  PIC X(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  SCR-DTL-BEFORE-4  PIC X(05).
           05  SCR-DTL-NEW-AREA.
               10  SCR-DTL-NEW-LABEL PIC X(05).
               10  SCR-DTL-AFTER-2   PIC X(05).
               10  FILLER            PIC X(01).
               10  SCR-DTL-AFTER-3   PIC X(05).
               10  FILLER            PIC X(01).
               10  SCR-DTL-AFTER-4   PIC X(05).
      ******************************************************************
      * A DELETE HAS NO AFTER-IMAGE, SO ITS LINE SHOWS THE OPERATOR WHO
      * APPROVED IT IN THAT SPACE INSTEAD.
      ******************************************************************
           05  SCR-DTL-APPROVED-AREA REDEFINES SCR-DTL-NEW-AREA.
               10  SCR-DTL-APPR-LABEL PIC X(05).
               10  SCR-DTL-APPROVER  PIC X(08).
               10  FILLER            PIC X(09).

       01  WS-RESULT-MESSAGE      PIC X(60).

           MOVE WS-HIST-BEFORE-2(WS-ENTRY-IX) TO SCR-DTL-BEFORE-2.
           MOVE WS-HIST-BEFORE-3(WS-ENTRY-IX) TO SCR-DTL-BEFORE-3.
           MOVE WS-HIST-BEFORE-4(WS-ENTRY-IX) TO SCR-DTL-BEFORE-4.
           MOVE SPACES TO SCR-DTL-NEW-AREA.
           IF WS-HIST-APPROVER-ID(WS-ENTRY-IX) NOT EQUAL SPACES
               MOVE ' APR ' TO SCR-DTL-APPR-LABEL
               MOVE WS-HIST-APPROVER-ID(WS-ENTRY-IX)
                   TO SCR-DTL-APPROVER
           ELSE
               MOVE ' NEW ' TO SCR-DTL-NEW-LABEL
               MOVE WS-HIST-AFTER-2(WS-ENTRY-IX) TO SCR-DTL-AFTER-2
               MOVE WS-HIST-AFTER-3(WS-ENTRY-IX) TO SCR-DTL-AFTER-3
               MOVE WS-HIST-AFTER-4(WS-ENTRY-IX) TO SCR-DTL-AFTER-4
           END-IF.
           MOVE WS-DETAIL-LINE TO SCR-LINE-TEXT(WS-LINE-IX).
           SUBTRACT 1 FROM WS-ENTRY-IX.

               TO WS-HIST-AFTER-3(WS-ENTRY-IX).
           MOVE WS-HREC-AFTER-FIELD-4
               TO WS-HIST-AFTER-4(WS-ENTRY-IX).
           MOVE WS-HREC-APPROVER-ID
               TO WS-HIST-APPROVER-ID(WS-ENTRY-IX).

       5300-SHIFT-TABLE-DOWN.
           MOVE WS-HIST-ENTRY(WS-SHIFT-IX + 1)
