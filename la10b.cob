      *
      *    Resultaten per provincie, Cursus Cobol 85, pag. 78
      *
      *    Het gemiddelde wordt gewogen met de gewichten uit het
      *    vakkenbestand. Een kandidaat met een kernvak onder het
      *    KERN-MINIMUM wordt ten hoogste ONVOLDOENDE; de reden van
      *    de beoordeling (GEM of KERNn) staat op het resultaatrecord.
      *
      *    De invoer wordt pas verwerkt als kop- en sluitrecord
      *    kloppen (STUURREC). Het resultaatbestand krijgt een
      *    koprecord en, na een sluitende balans, een sluitrecord;
      *    bij herstart wordt het bestaande deel opnieuw geteld.
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10b.cob abend.cob runlog.cob stuurrec.cob
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PROVINCIE_IN ASSIGN TO "DD_PROVINCIE_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROVINCIE_IN-STATUS.
      *    export DD_VAK_IN=./la10b.vak
      *    positie(1) code(6) naam(20) gewicht(2) kernvak J/N(1):
      *    1NED   NEDERLANDS          02J
           SELECT VAK_IN ASSIGN TO "DD_VAK_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VAK_IN-STATUS.
      *    export DD_CHECKPOINT=./la10b.ckp
           SELECT CHECKPOINT_IO ASSIGN TO "DD_CHECKPOINT"
           ORGANIZATION IS LINE SEQUENTIAL
      *    GRENS-ONVOLDOENDE   030
      *    CHECKPOINT-INTERVAL 00050
      *    AANTAL-CIJFERS      6
      *    ZITTING             202601   (examenzitting van deze run)
      *    KERN-MINIMUM        050   (minimum per kernvak)
           SELECT PARAMETER_IN ASSIGN TO "DD_PARAMETER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETER_IN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOER_IN
           RECORD CONTAINS 27 TO 60 CHARACTERS.
       01  INVOER_IN-RECORD.
           02  IN-KANDIDAAT                       PIC 9(7).
           02  IN-PROV                            PIC 99.
           02  IN-CIJFER                          PIC 99 OCCURS 6.
           02  IN-ZITTING                         PIC X(6).
       01  INVOER-STUUR-RECORD.
           02  IN-STUUR-KENMERK                   PIC X(20).
               88  IN-STUUR-KOP                   VALUE
                   "*LA10-STUUR-KOP*".
               88  IN-STUUR-EINDE                 VALUE
                   "*LA10-STUUR-EINDE*".
           02  FILLER                             PIC X(40).
       FD  UITZONDERING_UIT
           RECORD CONTAINS 52 CHARACTERS.
       01  UITZONDERING-RECORD.
           02  UZ-PROV                            PIC 99.
           02  UZ-TEKST-1                         PIC X(10).
           02  UZ-POSITIE                         PIC 9.
           02  UZ-TEKST-2                         PIC X(10).
           02  UZ-WAARDE                          PIC 99.
           02  UZ-ORIGINEEL                       PIC X(27).
       FD  PROVINCIE_IN
           RECORD CONTAINS 24 CHARACTERS.
       01  PROVINCIE_IN-RECORD.
           02  PI-PROV                            PIC 99.
           02  PI-ABBR                            PIC XX.
           02  PI-NAAM                            PIC X(20).
       FD  VAK_IN
           RECORD CONTAINS 30 CHARACTERS.
       01  VAK_IN-RECORD.
           02  VI-POSITIE                         PIC 9.
           02  VI-CODE                            PIC X(6).
           02  VI-NAAM                            PIC X(20).
           02  VI-GEWICHT                         PIC 99.
           02  VI-KERN                            PIC X.
       FD  CHECKPOINT_IO
           RECORD CONTAINS 2663 CHARACTERS.
       01  CHECKPOINT-RECORD.
           02  CP-RECORD-COUNT                    PIC 9(7).
           02  CP-PROV                            PIC 99.
           02  CP-AFGEKEURD                       PIC 9(7).
           02  CP-KERN-BEGRENSD                   PIC 9(7).
           02  CP-AANTAL-TABEL                    PIC X(240).
           02  CP-VAK-TABEL                       PIC X(2400).
       FD  INTERFACE_UIT
           02  PA-NAAM                            PIC X(20).
           02  PA-WAARDE                          PIC X(8).
       FD  RESULTAAT_UIT
           RECORD CONTAINS 46 TO 60 CHARACTERS.
       01  RESULTAAT-RECORD.
           02  RS-KANDIDAAT                       PIC 9(7).
           02  RS-ZITTING                         PIC X(6).
           02  RS-PROV                            PIC 99.
           02  RS-CIJFER                          PIC 99 OCCURS 6.
           02  RS-GEM                             PIC 99V9.
           02  RS-KLASSE                          PIC X(11).
           02  RS-REDEN                           PIC X(5).
       01  RESULTAAT-STUUR-RECORD                 PIC X(60).
       FD  VERSLAG_UIT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERSLAG-REGEL                          PIC X(132).
       77  L                                      PIC 9.
       77  M                                      PIC 99.
       77  N                                      PIC 99.
       77  SOM                                    PIC 9(4).
       77  GEM                                    PIC 99v9.
       77  INVOER_IN-STATUS                       PIC XX.
           88  INVOER_IN-OK                       VALUE "00".
       77  PROVINCIE_IN-STATUS                    PIC XX.
           88  PROVINCIE_IN-OK                    VALUE "00".
           88  PROVINCIE_IN-EOF                   VALUE "10".
       77  VAK_IN-STATUS                          PIC XX.
           88  VAK_IN-OK                          VALUE "00".
           88  VAK_IN-EOF                         VALUE "10".
       77  WS-GEWICHT-TOTAAL                      PIC 9(3).
       77  WS-REDEN                               PIC X(5).
       77  WS-KERN-BEGRENSD                       PIC 9(7) VALUE ZERO.
       77  MAX-PROVINCIES                         PIC 99 VALUE 20.
       77  AANTAL-PROVINCIES                      PIC 99 VALUE ZERO.
       77  WS-KOP-POS                             PIC 9(3).
           88  PAR-INTERVAL-AANW                  VALUE "J".
       77  WS-PAR-CIJFERS-AANW                    PIC X VALUE "N".
           88  PAR-CIJFERS-AANW                   VALUE "J".
       77  WS-PAR-ZITTING-AANW                    PIC X VALUE "N".
           88  PAR-ZITTING-AANW                   VALUE "J".
       77  WS-ZITTING                             PIC X(6).
       77  WS-PAR-KERN-AANW                       PIC X VALUE "N".
           88  PAR-KERN-AANW                      VALUE "J".
       77  WS-KERN-MINIMUM                        PIC 99V9.
       77  WS-GRENS-EDIT                          PIC Z9.9.
       01  WS-PAR-GRENS-X                         PIC X(3).
       01  WS-PAR-GRENS REDEFINES WS-PAR-GRENS-X  PIC 99V9.
               03  PT-PROV                        PIC 99.
               03  PT-ABBR                        PIC XX.
               03  PT-NAAM                        PIC X(20).
       01  VAK-STAM-TABEL.
           02  VAK-STAM                           OCCURS 6.
               03  VS-CODE                        PIC X(6).
               03  VS-NAAM                        PIC X(20).
               03  VS-GEWICHT                     PIC 99.
               03  VS-KERN                        PIC X.
                   88  VS-IS-KERN                 VALUE "J".
               03  VS-AANWEZIG                    PIC X.
                   88  VS-IS-AANWEZIG             VALUE "J".
       01  RANG-TABEL.
           02  RANG-ITEM                          OCCURS 20 TIMES.
               03  RT-PROV                        PIC 99.
           02  KANDIDAAT                          PIC 9(7).
           02  PROV                               PIC 99.
           02  CIJFER                             PIC 99 OCCURS 6.
           02  ZITTING                            PIC X(6).
       01  UITVOER.
           02  TEKST-U                            PIC X(11).
           02  RUBRIEK                            OCCURS 20.
               03  LA-MIN                         PIC 99.
               03  LA-MAX                         PIC 99.
               03  LA-ONVOLD                      PIC 9(7).
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
           CLOSE VERSLAG_UIT.
           DISPLAY "VERSLAG GESCHREVEN, PAGINAS : " WS-PAGINA
               UPON TERM.
           PERFORM 0067-RESULTAAT-EINDE.
           CLOSE INVOER_IN UITZONDERING_UIT RESULTAAT_UIT.
           PERFORM 0090-RUNLOG-EINDE.
       9999-EXIT.
           MOVE ZEROES TO AANTAL-TABEL.
           PERFORM 0012-VAK-TABEL-SCHONEN.
           PERFORM 0015-PROVINCIE-LEZEN.
           PERFORM 0026-VAKKEN-LEZEN.
           PERFORM 0016-KOP-OPBOUWEN.
           PERFORM 0062-INVOER-CONTROLEREN.
           OPEN INPUT INVOER_IN.
           READ INVOER_IN
               AT END
                   MOVE 99 TO PROV
           END-READ.
           PERFORM 0017-CHECKPOINT-HERSTEL.
           IF HERSTART-JA THEN
               OPEN EXTEND UITZONDERING_UIT
               IF NOT UITZONDERING_UIT-OK THEN
                   OPEN OUTPUT UITZONDERING_UIT
               END-IF
               PERFORM 0063-RESULTAAT-HERTELLEN
               OPEN EXTEND RESULTAAT_UIT
               IF NOT RESULTAAT_UIT-OK THEN
                   OPEN OUTPUT RESULTAAT_UIT
               END-IF
               IF WS-STUUR-TIJDSTIP = SPACES THEN
                   PERFORM 0065-RESULTAAT-KOP
               END-IF
           ELSE
               OPEN OUTPUT UITZONDERING_UIT
               OPEN OUTPUT RESULTAAT_UIT
               PERFORM 0065-RESULTAAT-KOP
           END-IF.
           PERFORM 0020-INVOER-READ.
       0010-PARAMETERS-LEZEN.
               END-IF
               MOVE WS-PAR-CIJFERS TO WS-AANTAL-CIJFERS
               MOVE "J" TO WS-PAR-CIJFERS-AANW
           ELSE
           IF PA-NAAM = "ZITTING" THEN
               IF PA-WAARDE(1:6) = SPACES
                   PERFORM 0025-PARAMETER-FOUT
               END-IF
               MOVE PA-WAARDE(1:6) TO WS-ZITTING
               MOVE "J" TO WS-PAR-ZITTING-AANW
           ELSE
           IF PA-NAAM = "KERN-MINIMUM" THEN
               PERFORM 0024-GRENS-OVERNEMEN
               MOVE WS-PAR-GRENS TO WS-KERN-MINIMUM
               MOVE "J" TO WS-PAR-KERN-AANW
           ELSE
               PERFORM 0025-PARAMETER-FOUT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       0024-GRENS-OVERNEMEN.
           MOVE PA-WAARDE(1:3) TO WS-PAR-GRENS-X.
               OR NOT PAR-VOLD-AANW
               OR NOT PAR-ONVOLD-AANW
               OR NOT PAR-INTERVAL-AANW
               OR NOT PAR-CIJFERS-AANW
               OR NOT PAR-ZITTING-AANW
               OR NOT PAR-KERN-AANW THEN
               DISPLAY "PARAMETERBESTAND ONVOLLEDIG" UPON STDERR
               MOVE "PARAMETERBESTAND ONVOLLEDIG" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
               UPON TERM.
           DISPLAY "CHECKPOINT-INTERVAL : " WS-CHECKPOINT-INTERVAL
               UPON TERM.
           DISPLAY "ZITTING             : " WS-ZITTING UPON TERM.
           MOVE WS-KERN-MINIMUM TO WS-GRENS-EDIT.
           DISPLAY "KERN-MINIMUM        : " WS-GRENS-EDIT UPON TERM.
           DISPLAY SPACE UPON TERM.
       0012-VAK-TABEL-SCHONEN.
           MOVE ZEROES TO VAK-TABEL.
                   NOT AT END
                       MOVE CP-RECORD-COUNT TO WS-RECORD-COUNT
                       MOVE CP-AFGEKEURD TO WS-AFGEKEURD
                       MOVE CP-KERN-BEGRENSD TO WS-KERN-BEGRENSD
                       MOVE CP-AANTAL-TABEL TO AANTAL-TABEL
                       MOVE CP-VAK-TABEL TO VAK-TABEL
                       MOVE "J" TO WS-HERSTART-VLAG
                   MOVE "N" TO WS-RECORD-GELDIG
                   PERFORM 0040-UITZONDERING-SCHRIJF
               ELSE
                   COMPUTE SOM = SOM + CIJFER(K) * VS-GEWICHT(K)
               END-IF
           END-PERFORM.
           IF RECORD-GELDIG THEN
               DIVIDE WS-GEWICHT-TOTAAL INTO SOM GIVING GEM
               IF GEM >= WS-GRENS-GOED MOVE 1 TO L
               ELSE IF GEM >= WS-GRENS-VOLDOENDE MOVE 2 TO L
                    ELSE IF GEM >= WS-GRENS-ONVOLDOENDE MOVE 3 TO L
                         END-IF
                    END-IF
               END-IF
               PERFORM 0047-KERNVAK-TOETSEN
               PERFORM 0013-PROV-OPZOEKEN
               ADD 1 TO AANTAL-T(L, WS-PROV-INDEX)
               PERFORM 0046-VAK-TELLEN
           MOVE WS-RECORD-COUNT TO CP-RECORD-COUNT.
           MOVE PROV TO CP-PROV.
           MOVE WS-AFGEKEURD TO CP-AFGEKEURD.
           MOVE WS-KERN-BEGRENSD TO CP-KERN-BEGRENSD.
           MOVE AANTAL-TABEL TO CP-AANTAL-TABEL.
           MOVE VAK-TABEL TO CP-VAK-TABEL.
           OPEN OUTPUT CHECKPOINT_IO.
                   ADD 1 TO VK-ONVOLD(WS-PROV-INDEX, K)
               END-IF
           END-PERFORM.
      *    een kernvak onder het minimum begrenst de beoordeling
      *    op ONVOLDOENDE; de reden noemt het eerste kernvak
       0047-KERNVAK-TOETSEN.
           MOVE "GEM" TO WS-REDEN.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
                         BY 1
                         UNTIL K > WS-AANTAL-CIJFERS
               IF VS-IS-KERN(K)
                   AND CIJFER(K) < WS-KERN-MINIMUM
                   AND WS-REDEN = "GEM" THEN
                   IF L < 3 THEN
                       MOVE 3 TO L
                       ADD 1 TO WS-KERN-BEGRENSD
                       MOVE "KERN" TO WS-REDEN(1:4)
                       MOVE K TO WS-REDEN(5:1)
                   END-IF
               END-IF
           END-PERFORM.
       0045-RESULTAAT-SCHRIJF.
           MOVE SPACES TO RESULTAAT-RECORD.
           MOVE KANDIDAAT TO RS-KANDIDAAT.
           MOVE ZITTING TO RS-ZITTING.
           MOVE PROV TO RS-PROV.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
           END-PERFORM.
           MOVE GEM TO RS-GEM.
           MOVE TEKST-T(L) TO RS-KLASSE.
           MOVE WS-REDEN TO RS-REDEN.
           WRITE RESULTAAT-RECORD.
           MOVE "T" TO WS-STUUR-FUNCTIE.
           MOVE RESULTAAT-RECORD TO WS-STUUR-RECORD.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
       0020-INVOER-READ.
           READ INVOER_IN
               AT END
                   MOVE 99 TO PROV
           END-READ.
           IF INVOER_IN-OK AND IN-STUUR-EINDE THEN
               MOVE 99 TO PROV
           END-IF.
           IF NOT INVOER_IN-EOF AND PROV NOT = 99 THEN
               IF INVOER_IN-OK THEN
                   MOVE IN-KANDIDAAT TO KANDIDAAT
                   MOVE IN-PROV TO PROV
                                 UNTIL K > WS-AANTAL-CIJFERS
                       MOVE IN-CIJFER(K) TO CIJFER(K)
                   END-PERFORM
                   MOVE IN-ZITTING TO ZITTING
                   IF ZITTING NOT = WS-ZITTING THEN
                       DISPLAY "ZITTING " ZITTING " KANDIDAAT "
                           KANDIDAAT " WIJKT AF VAN PARAMETER "
                           WS-ZITTING UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "ZITTING WIJKT AF " ZITTING
                           " KANDIDAAT " KANDIDAAT
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               ELSE
                   DISPLAY "SOME ERROR OCCURED : " INVOER_IN-STATUS
                       UPON STDERR
                       WS-ABEND-REDEN
               END-IF
           END-IF.
      *    het invoerbestand (schone invoer van LA10D of heraan-
      *    bieding van LA10F) wordt vooraf volledig gecontroleerd;
      *    de cijfers staan vanaf positie 10
       0062-INVOER-CONTROLEREN.
           MOVE "C" TO WS-STUUR-FUNCTIE.
           MOVE "DD_INVOER_IN" TO WS-STUUR-BESTAND.
           MOVE 10 TO WS-STUUR-CIJFER-POS.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
      *    bij herstart loopt de telling door over het deel van het
      *    resultaatbestand dat al geschreven is
       0063-RESULTAAT-HERTELLEN.
           MOVE "H" TO WS-STUUR-FUNCTIE.
           MOVE "DD_RESULTAAT_UIT" TO WS-STUUR-BESTAND.
           MOVE 16 TO WS-STUUR-CIJFER-POS.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
       0065-RESULTAAT-KOP.
           MOVE "K" TO WS-STUUR-FUNCTIE.
           MOVE "DD_RESULTAAT_UIT" TO WS-STUUR-BESTAND.
           MOVE 16 TO WS-STUUR-CIJFER-POS.
           MOVE WS-RUN-TIJDSTIP TO WS-STUUR-TIJDSTIP.
           MOVE WS-ZITTING TO WS-STUUR-ZITTING.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
           MOVE WS-STUUR-RECORD TO RESULTAAT-STUUR-RECORD.
           WRITE RESULTAAT-STUUR-RECORD.
       0067-RESULTAAT-EINDE.
           MOVE "E" TO WS-STUUR-FUNCTIE.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
           MOVE WS-STUUR-RECORD TO RESULTAAT-STUUR-RECORD.
           WRITE RESULTAAT-STUUR-RECORD.
       0026-VAKKEN-LEZEN.
           MOVE SPACES TO VAK-STAM-TABEL.
           OPEN INPUT VAK_IN.
           IF NOT VAK_IN-OK THEN
               DISPLAY "VAKKENBESTAND ONTBREEKT : " VAK_IN-STATUS
                   UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "VAKKENBESTAND ONTBREEKT, STATUS "
                   VAK_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL VAK_IN-EOF
               READ VAK_IN
                   AT END
                       SET VAK_IN-EOF TO TRUE
               END-READ
               IF NOT VAK_IN-EOF THEN
                   IF VAK_IN-OK THEN
                       PERFORM 0027-VAK-OPNEMEN
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           VAK_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "VAK_IN STATUS " VAK_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VAK_IN.
           MOVE ZERO TO WS-GEWICHT-TOTAAL.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
                         BY 1
                         UNTIL K > WS-AANTAL-CIJFERS
               IF NOT VS-IS-AANWEZIG(K) THEN
                   DISPLAY "VAKKENBESTAND ONVOLLEDIG, POSITIE " K
                       UPON STDERR
                   MOVE SPACES TO WS-ABEND-REDEN
                   STRING "VAKKENBESTAND ONVOLLEDIG, POSITIE " K
                       DELIMITED BY SIZE INTO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
               ADD VS-GEWICHT(K) TO WS-GEWICHT-TOTAAL
           END-PERFORM.
       0027-VAK-OPNEMEN.
           IF VI-POSITIE IS NOT NUMERIC
               OR VI-POSITIE < 1 OR VI-POSITIE > 6
               OR VI-GEWICHT IS NOT NUMERIC
               OR VI-GEWICHT = ZERO
               OR (VI-KERN NOT = "J" AND VI-KERN NOT = "N") THEN
               DISPLAY "VAKRECORD ONJUIST : " VAK_IN-RECORD
                   UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "VAKRECORD ONJUIST " VI-CODE
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE VI-CODE TO VS-CODE(VI-POSITIE).
           MOVE VI-NAAM TO VS-NAAM(VI-POSITIE).
           MOVE VI-GEWICHT TO VS-GEWICHT(VI-POSITIE).
           MOVE VI-KERN TO VS-KERN(VI-POSITIE).
           MOVE "J" TO VS-AANWEZIG(VI-POSITIE).
       0014-CHECKPOINT-OPSCHONEN.
           OPEN OUTPUT CHECKPOINT_IO.
           CLOSE CHECKPOINT_IO.
       AFDRUKKEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "RESULTATEN PER PROVINCIE, ZITTING "
                                            DELIMITED BY SIZE
                  WS-ZITTING                DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
                         BY 1
                         UNTIL K > WS-AANTAL-CIJFERS
               MOVE SPACES TO WS-PRINT-REGEL
               STRING VS-CODE(K)         DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      VS-NAAM(K)         DELIMITED BY SIZE
                      " GEWICHT "        DELIMITED BY SIZE
                      VS-GEWICHT(K)      DELIMITED BY SIZE
                      " KERNVAK "        DELIMITED BY SIZE
                      VS-KERN(K)         DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-PERFORM.
           MOVE WS-KERN-MINIMUM TO WS-GRENS-EDIT.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "KERN-MINIMUM "          DELIMITED BY SIZE
                  WS-GRENS-EDIT            DELIMITED BY SIZE
                  ", BEGRENSD OP ONVOLDOENDE : "
                                           DELIMITED BY SIZE
                  WS-KERN-BEGRENSD         DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE ZEROES TO VAK-LANDELIJK.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
           MOVE WS-VAK-GEM TO WS-VAK-GEM-EDIT.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING PT-ABBR(N)         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  VS-NAAM(K)         DELIMITED BY SIZE
                  " AANTAL "         DELIMITED BY SIZE
                  VK-AANTAL(N, K)    DELIMITED BY SIZE
                  " GEM "            DELIMITED BY SIZE
           COMPUTE WS-VAK-GEM = LA-SOM(K) / LA-AANTAL(K).
           MOVE WS-VAK-GEM TO WS-VAK-GEM-EDIT.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "NL "              DELIMITED BY SIZE
                  VS-NAAM(K)         DELIMITED BY SIZE
                  " AANTAL "         DELIMITED BY SIZE
                  LA-AANTAL(K)       DELIMITED BY SIZE
                  " GEM "            DELIMITED BY SIZE
                      AANTAL-T(3, N)       DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      AANTAL-T(4, N)       DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      WS-ZITTING           DELIMITED BY SIZE
                      INTO INTERFACE-RECORD
               WRITE INTERFACE-RECORD
           END-PERFORM.
                      AANTAL-T(3, N)        DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      AANTAL-T(4, N)        DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WS-ZITTING            DELIMITED BY SIZE
                      INTO TREND-RECORD
               WRITE TREND-RECORD
           END-PERFORM.
