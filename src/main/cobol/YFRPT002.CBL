           COPY EDITRUL REPLACING ==:PREFIX:== BY ==ER-==.

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(71).

       FD  PRIOR-IN-FILE.
       01  PRIOR-IN-RECORD.
