      *    overgeslagen en gemeld. Naast het samengevoegde bestand
      *    wordt een herkomstbestand geschreven met per record de
      *    broncode, ten behoeve van de dubbelcontrole door LA10L.
      *    Het samengevoegde bestand krijgt een koprecord en een
      *    sluitrecord met telling en hashtotalen (zie STUURREC);
      *    de zitting komt uit de parameter ZITTING.
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10h.cob abend.cob stuurrec.cob -T la10h.lst
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  VERGELIJK-RECORD.
           02  PIC X OCCURS 0 TO 80 DEPENDING ON VERGELIJK-SIZE.
       FD  SAMENVOEG_UIT
           RECORD CONTAINS 21 TO 60 CHARACTERS.
       01  SAMENVOEG-RECORD                       PIC X(21).
       01  SAMENVOEG-STUUR-RECORD                 PIC X(60).
       FD  AFKEUR_UIT
           RECORD CONTAINS 31 CHARACTERS.
       01  AFKEUR-RECORD.
           88  PARAMETER_IN-EOF                   VALUE "10".
       77  WS-AANTAL-CIJFERS                      PIC 9 VALUE ZERO.
       77  WS-RECORD-LENGTE                       PIC 99.
       77  WS-ZITTING                             PIC X(6) VALUE SPACES.
       01  WS-PAR-CIJFERS-X                       PIC X.
       01  WS-PAR-CIJFERS REDEFINES WS-PAR-CIJFERS-X
                                                  PIC 9.
           02  WI-KANDIDAAT                       PIC X(7).
           02  WI-PROV                            PIC XX.
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
       01  BRON-TABEL.
           02  BRON-ITEM                          OCCURS 50 TIMES.
               03  BR-BRON                        PIC X(6).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0003-RUNLOG-START.
           MOVE FUNCTION CURRENT-DATE TO WS-KLOK.
           STRING WS-KLOK(1:8) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-KLOK(9:6) DELIMITED BY SIZE
                  INTO WS-RUN-TIJDSTIP.
           PERFORM 0005-PARAMETERS-LEZEN.
           OPEN OUTPUT SAMENVOEG_UIT.
           OPEN OUTPUT AFKEUR_UIT.
           OPEN OUTPUT HERKOMST_UIT.
           PERFORM 0065-SAMENVOEG-KOP.
           PERFORM 0010-BRONLIJST-VERWERKEN.
           PERFORM 0067-SAMENVOEG-EINDE.
           CLOSE SAMENVOEG_UIT AFKEUR_UIT HERKOMST_UIT.
           PERFORM 0070-VERSLAG-AFDRUKKEN.
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
       0010-BRONLIJST-VERWERKEN.
           OPEN INPUT BRONLIJST_IN.
                       ADD 1 TO WS-TOTAAL-GESCHREVEN
                       MOVE WS-INVOER TO SAMENVOEG-RECORD
                       WRITE SAMENVOEG-RECORD
                       MOVE "T" TO WS-STUUR-FUNCTIE
                       MOVE SAMENVOEG-RECORD TO WS-STUUR-RECORD
                       CALL "STUURREC" USING WS-ABEND-PROGRAM-ID
                           WS-STUURBLOK
                       MOVE SPACES TO HERKOMST-RECORD
                       MOVE BL-BRON TO HK-BRON
                       MOVE WS-INVOER TO HK-RECORD
                   END-IF
               END-IF
           END-IF.
      *    koprecord en sluitrecord van het samengevoegde bestand;
      *    de cijfers staan vanaf positie 10
       0065-SAMENVOEG-KOP.
           MOVE "K" TO WS-STUUR-FUNCTIE.
           MOVE "DD_SAMENVOEG_UIT" TO WS-STUUR-BESTAND.
           MOVE 10 TO WS-STUUR-CIJFER-POS.
           MOVE WS-RUN-TIJDSTIP TO WS-STUUR-TIJDSTIP.
           MOVE WS-ZITTING TO WS-STUUR-ZITTING.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
           MOVE WS-STUUR-RECORD TO SAMENVOEG-STUUR-RECORD.
           WRITE SAMENVOEG-STUUR-RECORD.
       0067-SAMENVOEG-EINDE.
           MOVE "E" TO WS-STUUR-FUNCTIE.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
           MOVE WS-STUUR-RECORD TO SAMENVOEG-STUUR-RECORD.
           WRITE SAMENVOEG-STUUR-RECORD.
       0070-VERSLAG-AFDRUKKEN.
           OPEN OUTPUT VERSLAG_UIT.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
