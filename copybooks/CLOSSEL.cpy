           SELECT CLOSARCH ASSIGN TO CLOSARCH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CA-CUST-ID
               ALTERNATE RECORD KEY IS CA-LAST-NAME WITH DUPLICATES
               FILE STATUS IS CA-STATUS.
