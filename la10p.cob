           SELECT REGISTER_IO ASSIGN TO "DD_REGISTER_IO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RG-SLEUTEL
           ALTERNATE RECORD KEY IS RG-PROV WITH DUPLICATES
           FILE STATUS IS REGISTER-STATUS.
      *    export DD_ARCHIEF_PARAMETER=./la10p.par
       01  NIEUW-RECORD.
           02  PIC X OCCURS 0 TO 80 DEPENDING ON NIEUW-SIZE.
       FD  REGISTER_IO
           RECORD CONTAINS 46 CHARACTERS.
       01  REGISTER-RECORD.
           02  RG-SLEUTEL.
               03  RG-KANDIDAAT                   PIC 9(7).
               03  RG-ZITTING                     PIC X(6).
           02  RG-PROV                            PIC 99.
           02  RG-CIJFER                          PIC 99 OCCURS 6.
           02  RG-GEM                             PIC 99V9.
                       IF REGISTER-OK THEN
                           ADD 1 TO WS-GELEZEN
                           ADD 1 TO WS-GEARCHIVEERD
                           MOVE 46 TO ARCHIEF-SIZE
                           MOVE REGISTER-RECORD TO ARCHIEF-RECORD
                           WRITE ARCHIEF-RECORD
                       ELSE
