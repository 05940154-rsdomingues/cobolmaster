       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
           COPY SCHEDREC REPLACING ==:PREFIX:== BY ==SCH-==.

       FD  RUN-LOG-FILE.
           COPY RUNLOG REPLACING ==:PREFIX:== BY ==RL-==.
