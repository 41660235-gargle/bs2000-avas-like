      *    Invoercontrole: leest de ruwe invoer voor LA10B, toetst
      *    recordlengte, numerieke velden en provinciecode tegen het
      *    provinciebestand, en splitst de invoer in een schoon
      *    bestand en een afkeurbestand met redencode. Elk schoon
      *    record krijgt de examenzitting (parameter ZITTING) mee.
      *    De ruwe invoer wordt eerst op kop- en sluitrecord
      *    gecontroleerd (STUURREC); het schone bestand krijgt zelf
      *    weer een koprecord en een sluitrecord.
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10d.cob abend.cob stuurrec.cob -T la10d.lst
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  RUWE-RECORD.
           02  PIC X OCCURS 0 TO 80 DEPENDING ON RUWE-SIZE.
       FD  SCHONE_UIT
           RECORD CONTAINS 27 TO 60 CHARACTERS.
       01  SCHOON-RECORD.
           02  SC-INVOER                          PIC X(21).
           02  SC-ZITTING                         PIC X(6).
       01  SCHOON-STUUR-RECORD                    PIC X(60).
       FD  AFKEUR_UIT
           RECORD CONTAINS 24 CHARACTERS.
       01  AFKEUR-RECORD.
           88  PARAMETER_IN-EOF                   VALUE "10".
       77  WS-AANTAL-CIJFERS                      PIC 9 VALUE ZERO.
       77  WS-RECORD-LENGTE                       PIC 99.
       77  WS-ZITTING                             PIC X(6) VALUE SPACES.
       01  WS-PAR-CIJFERS-X                       PIC X.
       01  WS-PAR-CIJFERS REDEFINES WS-PAR-CIJFERS-X
                                                  PIC 9.
       01  RUWE-SIZE                              PIC 9(5).
       77  WS-KOP-KENMERK                         PIC X(20) VALUE
           "*LA10-STUUR-KOP*".
       77  WS-EINDE-KENMERK                       PIC X(20) VALUE
           "*LA10-STUUR-EINDE*".
       77  MAX-PROVINCIES                         PIC 99 VALUE 20.
       77  AANTAL-PROVINCIES                      PIC 99 VALUE ZERO.
       77  K                                      PIC 9.
           02  WI-PROV                            PIC XX.
           02  WI-PROV-N REDEFINES WI-PROV        PIC 99.
           02  WI-CIJFER                          PIC XX OCCURS 6.
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
           PERFORM 0005-RUNLOG-START.
                  INTO WS-RUN-TIJDSTIP.
           PERFORM 0010-PARAMETERS-LEZEN.
           PERFORM 0015-PROVINCIE-LEZEN.
           PERFORM 0020-INVOER-CONTROLEREN.
           OPEN INPUT RUWE_IN.
           OPEN OUTPUT SCHONE_UIT.
           OPEN OUTPUT AFKEUR_UIT.
           PERFORM 0050-SCHOON-KOP.
           PERFORM WITH TEST BEFORE UNTIL RUWE_IN-EOF
               READ RUWE_IN
                   AT END
               END-READ
               IF NOT RUWE_IN-EOF THEN
                   IF RUWE_IN-OK THEN
                       IF RUWE-SIZE >= 20
                           AND (RUWE-RECORD(1:20) = WS-KOP-KENMERK
                           OR RUWE-RECORD(1:20) = WS-EINDE-KENMERK)
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-GELEZEN
                           PERFORM 0030-RECORD-TOETSEN
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : " RUWE_IN-STATUS
                           UPON STDERR
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 0055-SCHOON-EINDE.
           CLOSE RUWE_IN SCHONE_UIT AFKEUR_UIT.
           PERFORM 0060-VERSLAG-AFDRUKKEN.
           PERFORM 0090-RUNLOG-EINDE.
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
           COMPUTE WS-RECORD-LENGTE = 9 + 2 * WS-AANTAL-CIJFERS.
       0015-PROVINCIE-LEZEN.
           OPEN INPUT PROVINCIE_IN.
               END-IF
           END-PERFORM.
           CLOSE PROVINCIE_IN.
      *    de samengevoegde invoer van LA10H wordt pas verwerkt als
      *    kop- en sluitrecord kloppen; de cijfers staan vanaf
      *    positie 10
       0020-INVOER-CONTROLEREN.
           MOVE "C" TO WS-STUUR-FUNCTIE.
           MOVE "DD_RUWE_IN" TO WS-STUUR-BESTAND.
           MOVE 10 TO WS-STUUR-CIJFER-POS.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
       0030-RECORD-TOETSEN.
           MOVE "J" TO WS-RECORD-GELDIG.
           MOVE SPACES TO WS-REDEN.
           END-IF.
           IF RECORD-GELDIG THEN
               ADD 1 TO WS-SCHOON
               MOVE WS-INVOER TO SC-INVOER
               MOVE WS-ZITTING TO SC-ZITTING
               WRITE SCHOON-RECORD
               MOVE "T" TO WS-STUUR-FUNCTIE
               MOVE SCHOON-RECORD TO WS-STUUR-RECORD
               CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK
           ELSE
               ADD 1 TO WS-AFGEKEURD
               PERFORM 0040-AFKEUR-SCHRIJF
           MOVE WS-REDEN TO AF-REDEN.
           MOVE WS-INVOER TO AF-RECORD.
           WRITE AFKEUR-RECORD.
       0050-SCHOON-KOP.
           MOVE "K" TO WS-STUUR-FUNCTIE.
           MOVE "DD_SCHONE_UIT" TO WS-STUUR-BESTAND.
           MOVE 10 TO WS-STUUR-CIJFER-POS.
           MOVE WS-RUN-TIJDSTIP TO WS-STUUR-TIJDSTIP.
           MOVE WS-ZITTING TO WS-STUUR-ZITTING.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
           MOVE WS-STUUR-RECORD TO SCHOON-STUUR-RECORD.
           WRITE SCHOON-STUUR-RECORD.
       0055-SCHOON-EINDE.
           MOVE "E" TO WS-STUUR-FUNCTIE.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
           MOVE WS-STUUR-RECORD TO SCHOON-STUUR-RECORD.
           WRITE SCHOON-STUUR-RECORD.
       0060-VERSLAG-AFDRUKKEN.
           OPEN OUTPUT VERSLAG_UIT.
           STRING "INVOERCONTROLE, ZITTING " DELIMITED BY SIZE
                  WS-ZITTING                DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
