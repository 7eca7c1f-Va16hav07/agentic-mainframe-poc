           SELECT MERGXREF ASSIGN TO MERGXREF
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MX-RETIRED-ID
               ALTERNATE RECORD KEY IS MX-SURVIVOR-ID WITH DUPLICATES
               FILE STATUS IS MX-STATUS.
