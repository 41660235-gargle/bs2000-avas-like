      *    functie A schrijft gevallen handmatig af; functie V drukt
      *    het verouderingsverslag af met alle open gevallen ouder
      *    dan de drempel uit het parameterbestand.
      *    De screening LA10U zet haar meldingen met bronprogramma
      *    LA10U rechtstreeks in de werkvoorraad. Die gevallen worden
      *    niet door een heraanbieding gecorrigeerd maar door de
      *    examencommissie afgeschreven, per kandidaat of, voor
      *    meldingen over een bron als geheel, per broncode.
      *    Functie C verwerkt de heraanbiedingen pas als kop- en
      *    sluitrecord van LA10F kloppen (STUURREC).
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10n.cob abend.cob runlog.cob stuurrec.cob
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  WERKVOORRAAD_IO
           RECORD CONTAINS 98 CHARACTERS.
       01  WERKVOORRAAD-RECORD.
           02  WV-SLEUTEL.
               03  WV-PROGRAMMA                   PIC X(8).
               03  WV-INHOUD                      PIC X(52).
               03  WV-SIGNAAL REDEFINES WV-INHOUD.
                   04  WV-SG-SOORT                PIC XX.
                   04  WV-SG-ZITTING              PIC X(6).
                   04  WV-SG-BRON                 PIC X(6).
                   04  FILLER                     PIC X(38).
           02  WV-REDEN                           PIC X(10).
           02  WV-KANDIDAAT                       PIC X(7).
           02  WV-KANDIDAAT-N REDEFINES WV-KANDIDAAT
               03  AD-KANDIDAAT                   PIC X(7).
               03  FILLER                         PIC X(14).
       FD  UITZONDERING_IN
           RECORD CONTAINS 52 CHARACTERS.
       01  UITZONDERING-RECORD.
           02  UZ-PROV                            PIC 99.
           02  UZ-TEKST-1                         PIC X(10).
           02  UZ-ORIGINEEL.
               03  UZ-KANDIDAAT                   PIC X(7).
               03  FILLER                         PIC X(14).
               03  UZ-ZITTING                     PIC X(6).
       FD  HERAANBIEDING_IN
           RECORD CONTAINS 27 TO 60 CHARACTERS.
       01  HERAANBIEDING-RECORD.
           02  HB-KANDIDAAT                       PIC X(7).
           02  FILLER                             PIC X(14).
           02  HB-ZITTING                         PIC X(6).
       01  HERAANBIEDING-STUUR-RECORD.
           02  HB-STUUR-KENMERK                   PIC X(20).
               88  HB-STUUR-KOP                   VALUE
                   "*LA10-STUUR-KOP*".
               88  HB-STUUR-EINDE                 VALUE
                   "*LA10-STUUR-EINDE*".
           02  FILLER                             PIC X(40).
       FD  PARAMETER_IN
           RECORD CONTAINS 28 CHARACTERS.
       01  PARAMETER-RECORD.
       77  WS-REGISTER-KLAAR                      PIC X.
           88  REGISTER-KLAAR                     VALUE "J".
       77  WS-KANDIDAAT                           PIC 9(7).
       77  WS-BRON                                PIC X(6).
       77  MAX-CORRECTIES                         PIC 999 VALUE 999.
       77  AANTAL-CORRECTIES                      PIC 999 VALUE ZERO.
       77  N                                      PIC 9(4).
       01  CORRECTIE-TABEL.
           02  CORRECTIE-ITEM                     OCCURS 999 TIMES.
               03  CT-KANDIDAAT                   PIC X(7).
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
           END-IF
           END-IF.
       0040-CORRECTIES-VERWERKEN.
           PERFORM 0041-HERAANBIEDING-CONTROLEREN.
           OPEN INPUT HERAANBIEDING_IN.
           IF NOT HERAANBIEDING_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               END-READ
               IF NOT HERAANBIEDING_IN-EOF THEN
                   IF HERAANBIEDING_IN-OK THEN
                       IF HB-STUUR-KOP OR HB-STUUR-EINDE THEN
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-GELEZEN
                           PERFORM 0042-CORRECTIE-OPNEMEN
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           HERAANBIEDING_IN-STATUS UPON STDERR
           DISPLAY "HERAANBIEDINGEN GELEZEN : " WS-GELEZEN UPON TERM.
           DISPLAY "GEVALLEN GECORRIGEERD   : " WS-GECORRIGEERD
               UPON TERM.
       0041-HERAANBIEDING-CONTROLEREN.
           MOVE "C" TO WS-STUUR-FUNCTIE.
           MOVE "DD_HERAANBIEDING_IN" TO WS-STUUR-BESTAND.
           MOVE 10 TO WS-STUUR-CIJFER-POS.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
       0042-CORRECTIE-OPNEMEN.
           MOVE ZERO TO WS-CORR-INDEX.
           PERFORM WITH TEST BEFORE
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
      *        meldingen van de screening blijven open tot de
      *        examencommissie ze afschrijft
               IF WV-IS-OPEN AND WV-PROGRAMMA NOT = "LA10U" THEN
                   MOVE ZERO TO WS-CORR-INDEX
                   PERFORM WITH TEST BEFORE
                       VARYING N FROM 1
                   PERFORM 0052-KANDIDAAT-AFSCHRIJVEN
               END-IF
           END-PERFORM.
           MOVE "X" TO WS-BRON.
           PERFORM WITH TEST BEFORE UNTIL WS-BRON = SPACES
               DISPLAY "BRONCODE AFSCHRIJVEN (SPATIES = EINDE) ?"
                   UPON TERM
               MOVE SPACES TO WS-BRON
               ACCEPT WS-BRON FROM TERM
               IF WS-BRON NOT = SPACES THEN
                   PERFORM 0056-BRON-AFSCHRIJVEN
               END-IF
           END-PERFORM.
           DISPLAY "GEVALLEN AFGESCHREVEN : " WS-AFGESCHREVEN
               UPON TERM.
       0052-KANDIDAAT-AFSCHRIJVEN.
                   END-IF
               END-IF
           END-IF.
      *    alleen meldingen van LA10U over een bron als geheel
      *    hebben geen kandidaat
       0056-BRON-AFSCHRIJVEN.
           MOVE LOW-VALUES TO WV-SLEUTEL.
           START WERKVOORRAAD_IO KEY IS >= WV-SLEUTEL.
           IF NOT WERKVOORRAAD-OK THEN
               DISPLAY "WERKVOORRAAD IS LEEG" UPON TERM
           ELSE
               MOVE "N" TO WS-REGISTER-KLAAR
               PERFORM 0058-BRON-REGEL WITH TEST BEFORE
                   UNTIL REGISTER-KLAAR
           END-IF.
       0058-BRON-REGEL.
           READ WERKVOORRAAD_IO NEXT
               AT END
                   MOVE "J" TO WS-REGISTER-KLAAR
           END-READ.
           IF NOT REGISTER-KLAAR THEN
               IF NOT WERKVOORRAAD-OK THEN
                   DISPLAY "SOME ERROR OCCURED : "
                       WERKVOORRAAD-STATUS UPON STDERR
                   MOVE SPACES TO WS-ABEND-REDEN
                   STRING "WERKVOORRAAD_IO STATUS "
                       WERKVOORRAAD-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
               IF WV-IS-OPEN
                   AND WV-PROGRAMMA = "LA10U"
                   AND WV-KANDIDAAT = SPACES
                   AND WV-SG-BRON = WS-BRON THEN
                   MOVE "A" TO WV-STATUS
                   MOVE WS-VANDAAG TO WV-STATUS-DATUM
                   REWRITE WERKVOORRAAD-RECORD
                   IF WERKVOORRAAD-OK THEN
                       ADD 1 TO WS-AFGESCHREVEN
                       DISPLAY "AFGESCHREVEN : " WV-PROGRAMMA
                           " BRON " WV-SG-BRON " " WV-REDEN UPON TERM
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           WERKVOORRAAD-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "WERKVOORRAAD_IO STATUS "
                           WERKVOORRAAD-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-IF.
       0060-VERSLAG-MAKEN.
           PERFORM 0062-PARAMETERS-LEZEN.
           COMPUTE WS-VANDAAG-INT =
                              WS-LEEFTIJD-EDIT  DELIMITED BY SIZE
                              " DAGEN)"         DELIMITED BY SIZE
                              INTO WS-PRINT-REGEL
                       IF WV-PROGRAMMA = "LA10U" THEN
                           MOVE " BRON " TO WS-PRINT-REGEL(73:6)
                           MOVE WV-SG-BRON TO WS-PRINT-REGEL(79:6)
                       END-IF
                       PERFORM 8000-VERSLAG-SCHRIJVEN
                   END-IF
               END-IF
