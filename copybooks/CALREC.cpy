       01  CAL-RECORD.
           05  CAL-DATE            PIC X(8).
           05  CAL-DAY-TYPE        PIC X(1).
               88  CAL-HOLIDAY     VALUE 'H'.
               88  CAL-WORKDAY     VALUE 'B'.
           05  CAL-DESCRIPTION     PIC X(30).
