       01  BUSD-RECORD.
           05  BUSD-BUSINESS-DATE  PIC X(8).
           05  BUSD-MONTH-END-IND  PIC X(1).
               88  BUSD-MONTH-END      VALUE 'Y'.
               88  BUSD-CALENDAR-SET   VALUE 'Y' 'N'.
           05  BUSD-YEAR-END-IND   PIC X(1).
               88  BUSD-YEAR-END       VALUE 'Y'.
