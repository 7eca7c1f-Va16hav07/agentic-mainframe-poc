       01  STATE-CODE-VALUES.
           05  FILLER              PIC X(30)
               VALUE 'AKALARAZCACOCTDCDEFLGAHIIAIDIL'.
           05  FILLER              PIC X(30)
               VALUE 'INKSKYLAMAMDMEMIMNMOMSMTNCNDNE'.
           05  FILLER              PIC X(30)
               VALUE 'NHNJNMNVNYOHOKORPARISCSDTNTXUT'.
           05  FILLER              PIC X(28)
               VALUE 'VAVTWAWIWVWYPRVIGUASMPAAAEAP'.
       01  STATE-CODE-TABLE REDEFINES STATE-CODE-VALUES.
           05  STATE-CODE-ENTRY    PIC X(2) OCCURS 59.
