      *    goedgekeurde records als heraanbieding in de indeling
      *    van de invoer van LA10B. Uitzonderingen zonder correctie
      *    en correcties zonder uitzondering worden gerapporteerd.
      *    De heraanbieding neemt de examenzitting over uit het
      *    uitzonderingsrecord. Het heraanbiedingsbestand krijgt een
      *    koprecord met de zitting uit de parameter ZITTING en een
      *    sluitrecord met telling en hashtotalen (STUURREC).
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10f.cob abend.cob stuurrec.cob -T la10f.lst
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  UITZONDERING_IN
           RECORD CONTAINS 52 CHARACTERS.
       01  UITZONDERING-RECORD.
           02  UZ-PROV                            PIC 99.
           02  UZ-TEKST-1                         PIC X(10).
           02  UZ-ORIGINEEL.
               03  UZ-KANDIDAAT                   PIC 9(7).
               03  FILLER                         PIC X(14).
               03  UZ-ZITTING                     PIC X(6).
       FD  CORRECTIE_IN
           RECORD CONTAINS 21 CHARACTERS.
       01  CORRECTIE-RECORD.
           02  CR-PROV-N REDEFINES CR-PROV        PIC 99.
           02  CR-CIJFER                          PIC XX OCCURS 6.
       FD  HERAANBIEDING_UIT
           RECORD CONTAINS 27 TO 60 CHARACTERS.
       01  HERAANBIEDING-RECORD.
           02  HB-INVOER                          PIC X(21).
           02  HB-ZITTING                         PIC X(6).
       01  HERAANBIEDING-STUUR-RECORD             PIC X(60).
       FD  PROVINCIE_IN
           RECORD CONTAINS 24 CHARACTERS.
       01  PROVINCIE_IN-RECORD.
           88  PARAMETER_IN-OK                    VALUE "00".
           88  PARAMETER_IN-EOF                   VALUE "10".
       77  WS-AANTAL-CIJFERS                      PIC 9 VALUE ZERO.
       77  WS-ZITTING                             PIC X(6) VALUE SPACES.
       01  WS-PAR-CIJFERS-X                       PIC X.
       01  WS-PAR-CIJFERS REDEFINES WS-PAR-CIJFERS-X
                                                  PIC 9.
       01  UITZONDERING-TABEL.
           02  UITZONDERING-ITEM                  OCCURS 999 TIMES.
               03  UX-KANDIDAAT                   PIC 9(7).
               03  UX-ZITTING                     PIC X(6).
               03  UX-HERSTELD                    PIC X.
                   88  UX-IS-HERSTELD             VALUE "J".
       01  WS-STUURBLOK.
           02  WS-STUUR-FUNCTIE                   PIC X.
           02  WS-STUUR-BESTAND                   PIC X(20).
           02  WS-STUUR-CIJFER-POS                PIC 99.
           02  WS-STUUR-PROGRAMMA                 PIC X(8).
           02  WS-STUUR-TIJDSTIP                  PIC X(15).
           02  WS-STUUR-ZITTING                   PIC X(6).
           02  WS-STUUR-AANTAL                    PIC 9(7).
           02  WS-STUUR-HASH-KANDIDAAT            PIC 9(15).
           02  WS-STUUR-HASH-CIJFERS              PIC 9(15).
           02  WS-STUUR-RECORD                    PIC X(60).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-KLOK.
                                   TO WS-AANTAL-CIJFERS
                           END-IF
                       END-IF
                       IF PA-NAAM = "ZITTING" THEN
                           MOVE PA-WAARDE(1:6) TO WS-ZITTING
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           PARAMETER_IN-STATUS UPON STDERR
                   TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           IF WS-ZITTING = SPACES THEN
               DISPLAY "PARAMETER ZITTING ONTBREEKT" UPON STDERR
               MOVE "PARAMETER ZITTING ONTBREEKT" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0015-PROVINCIE-LEZEN.
           OPEN INPUT PROVINCIE_IN.
           PERFORM WITH TEST BEFORE UNTIL PROVINCIE_IN-EOF
                   ADD 1 TO AANTAL-UITZONDERINGEN
                   MOVE UZ-KANDIDAAT
                       TO UX-KANDIDAAT(AANTAL-UITZONDERINGEN)
                   MOVE UZ-ZITTING
                       TO UX-ZITTING(AANTAL-UITZONDERINGEN)
                   MOVE "N" TO UX-HERSTELD(AANTAL-UITZONDERINGEN)
               ELSE
                   ADD 1 TO WS-UITZ-OVERLOOP
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           OPEN OUTPUT HERAANBIEDING_UIT.
           PERFORM 0035-HERAANBIEDING-KOP.
           PERFORM WITH TEST BEFORE UNTIL CORRECTIE_IN-EOF
               READ CORRECTIE_IN
                   AT END
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 0037-HERAANBIEDING-EINDE.
           CLOSE CORRECTIE_IN HERAANBIEDING_UIT.
       0035-HERAANBIEDING-KOP.
           MOVE "K" TO WS-STUUR-FUNCTIE.
           MOVE "DD_HERAANBIEDING_UIT" TO WS-STUUR-BESTAND.
           MOVE 10 TO WS-STUUR-CIJFER-POS.
           MOVE WS-RUN-TIJDSTIP TO WS-STUUR-TIJDSTIP.
           MOVE WS-ZITTING TO WS-STUUR-ZITTING.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
           MOVE WS-STUUR-RECORD TO HERAANBIEDING-STUUR-RECORD.
           WRITE HERAANBIEDING-STUUR-RECORD.
       0037-HERAANBIEDING-EINDE.
           MOVE "E" TO WS-STUUR-FUNCTIE.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
           MOVE WS-STUUR-RECORD TO HERAANBIEDING-STUUR-RECORD.
           WRITE HERAANBIEDING-STUUR-RECORD.
       0040-CORRECTIE-TOETSEN.
           MOVE ZERO TO WS-UITZ-INDEX.
           PERFORM WITH TEST BEFORE
               PERFORM 0050-CORRECTIE-KEUREN
               IF RECORD-GELDIG THEN
                   ADD 1 TO WS-CORR-GESCHREVEN
                   MOVE CORRECTIE-RECORD TO HB-INVOER
                   MOVE UX-ZITTING(WS-UITZ-INDEX) TO HB-ZITTING
                   WRITE HERAANBIEDING-RECORD
                   MOVE "T" TO WS-STUUR-FUNCTIE
                   MOVE HERAANBIEDING-RECORD TO WS-STUUR-RECORD
                   CALL "STUURREC" USING WS-ABEND-PROGRAM-ID
                       WS-STUURBLOK
                   MOVE "J" TO UX-HERSTELD(WS-UITZ-INDEX)
               ELSE
                   ADD 1 TO WS-CORR-ONGELDIG
