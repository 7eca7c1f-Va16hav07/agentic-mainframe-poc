           COPY AUDHREC.

       FD  CUSTBKUP.
       01  BKUP-RECORD             PIC X(200).

       FD  CTLFILE.
           COPY RCVRCTL.
           05  SRT-TRAN-SEQ        PIC 9(5).
           05  SRT-CUST-ID         PIC X(6).
           05  SRT-TRAN-CODE       PIC X(1).
           05  SRT-AFTER-IMAGE     PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
