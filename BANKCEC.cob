           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

      *----------------------------------------------------------------
       LINKAGE SECTION.
