       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUURREC.
      *
      *    Stuurrecords op de overdrachtsbestanden tussen de
      *    ketenprogramma's. Een overdrachtsbestand begint met een
      *    koprecord (producerend programma, runtijdstip en zitting)
      *    en eindigt met een sluitrecord met het aantal records en
      *    hashtotalen van de kandidaatnummers en de cijfers. Het
      *    kandidaatnummer staat in elk overdrachtsbestand op
      *    positie 1-7; de zes cijfers van twee posities beginnen op
      *    de positie die de aanroeper opgeeft. Alleen numerieke
      *    velden tellen mee in de hashtotalen.
      *
      *    Functies:
      *    K  koprecord opbouwen en de tellers op nul zetten
      *    T  een gegevensrecord meetellen
      *    E  sluitrecord opbouwen uit de tellers
      *    C  een overdrachtsbestand volledig controleren voordat
      *       de aanroeper het verwerkt: koprecord aanwezig en uit
      *       de lopende ketencyclus van LA10I (niet ouder dan de
      *       start van de eerste ketenstap volgens het vrijgave-
      *       bestand), sluitrecord aanwezig en als laatste, telling
      *       en hashtotalen in overeenstemming
      *    H  een onvolledig bestand hertellen (herstart van de
      *       producent): tellers en koprecord worden teruggegeven
      *    Bij elke afwijking volgt CALL "ABEND" namens de aanroeper,
      *    met de DD-naam van het bestand in de reden.
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10b.cob abend.cob runlog.cob stuurrec.cob
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUUR_IN ASSIGN TO WS-STUUR-BESTAND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUUR_IN-STATUS.
      *    export DD_VRIJGAVE_IN=./la10i.vrg
           SELECT VRIJGAVE_IN ASSIGN TO "DD_VRIJGAVE_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VRIJGAVE_IN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUUR_IN
           RECORD IS VARYING IN SIZE
           FROM 0 TO 80 DEPENDING ON STUUR-SIZE.
       01  STUUR-RECORD.
           02  PIC X OCCURS 0 TO 80 DEPENDING ON STUUR-SIZE.
       FD  VRIJGAVE_IN
           RECORD CONTAINS 27 CHARACTERS.
       01  VRIJGAVE-RECORD.
           02  VG-STAP                            PIC 99.
           02  FILLER                             PIC X.
           02  VG-PROGRAM                         PIC X(8).
           02  FILLER                             PIC X.
           02  VG-CYCLUS-START                    PIC X(15).
       WORKING-STORAGE SECTION.
       77  STUUR_IN-STATUS                        PIC XX.
           88  STUUR_IN-OK                        VALUE "00".
           88  STUUR_IN-EOF                       VALUE "10".
           88  STUUR_IN-GEEN-BESTAND              VALUE "35".
       77  VRIJGAVE_IN-STATUS                     PIC XX.
           88  VRIJGAVE_IN-OK                     VALUE "00".
       01  STUUR-SIZE                             PIC 9(5).
       77  WS-STUUR-BESTAND                       PIC X(20).
       77  WS-KOP-KENMERK                         PIC X(20) VALUE
           "*LA10-STUUR-KOP*".
       77  WS-EINDE-KENMERK                       PIC X(20) VALUE
           "*LA10-STUUR-EINDE*".
       77  WS-CYCLUS-START                        PIC X(15).
       77  WS-KOP-VLAG                            PIC X.
           88  KOP-GELEZEN                        VALUE "J".
       77  WS-EINDE-VLAG                          PIC X.
           88  EINDE-GELEZEN                      VALUE "J".
       77  WS-EERSTE-VLAG                         PIC X.
           88  EERSTE-RECORD                      VALUE "J".
       77  WS-BESTAND-VLAG                        PIC X.
           88  BESTAND-AANWEZIG                   VALUE "J".
       77  WS-FOUT                                PIC X(20).
       77  K                                      PIC 9.
       77  WS-POS                                 PIC 99.
       77  WS-ABEND-REDEN                         PIC X(40).
       01  WS-CIJFER-X                            PIC XX.
       01  WS-CIJFER REDEFINES WS-CIJFER-X        PIC 99.
       01  WS-GEGEVENS                            PIC X(80).
       01  WS-KANDIDAAT-X REDEFINES WS-GEGEVENS.
           02  WS-KANDIDAAT                       PIC 9(7).
           02  FILLER                             PIC X(73).
       01  WS-KOPRECORD.
           02  KR-KENMERK                         PIC X(20).
           02  FILLER                             PIC X.
           02  KR-PROGRAMMA                       PIC X(8).
           02  FILLER                             PIC X.
           02  KR-TIJDSTIP                        PIC X(15).
           02  FILLER                             PIC X.
           02  KR-ZITTING                         PIC X(6).
           02  FILLER                             PIC X(8).
       01  WS-EINDRECORD.
           02  ER-KENMERK                         PIC X(20).
           02  FILLER                             PIC X.
           02  ER-AANTAL-X                        PIC X(7).
           02  ER-AANTAL REDEFINES ER-AANTAL-X    PIC 9(7).
           02  FILLER                             PIC X.
           02  ER-HASH-KANDIDAAT-X                PIC X(15).
           02  ER-HASH-KANDIDAAT REDEFINES ER-HASH-KANDIDAAT-X
                                                  PIC 9(15).
           02  FILLER                             PIC X.
           02  ER-HASH-CIJFERS-X                  PIC X(15).
           02  ER-HASH-CIJFERS REDEFINES ER-HASH-CIJFERS-X
                                                  PIC 9(15).
       LINKAGE SECTION.
       01  LK-PROGRAM-ID                          PIC X(8).
       01  LK-STUURBLOK.
           02  LK-FUNCTIE                         PIC X.
               88  LK-KOP-OPBOUWEN                VALUE "K".
               88  LK-RECORD-TELLEN               VALUE "T".
               88  LK-EINDE-OPBOUWEN              VALUE "E".
               88  LK-BESTAND-CONTROLEREN         VALUE "C".
               88  LK-BESTAND-HERTELLEN           VALUE "H".
           02  LK-BESTAND                         PIC X(20).
           02  LK-CIJFER-POS                      PIC 99.
           02  LK-PROGRAMMA                       PIC X(8).
           02  LK-TIJDSTIP                        PIC X(15).
           02  LK-ZITTING                         PIC X(6).
           02  LK-AANTAL                          PIC 9(7).
           02  LK-HASH-KANDIDAAT                  PIC 9(15).
           02  LK-HASH-CIJFERS                    PIC 9(15).
           02  LK-RECORD                          PIC X(60).
       PROCEDURE DIVISION USING LK-PROGRAM-ID LK-STUURBLOK.
       0000-MAIN.
           IF LK-KOP-OPBOUWEN THEN
               PERFORM 0010-KOP-OPBOUWEN
           ELSE
           IF LK-RECORD-TELLEN THEN
               MOVE LK-RECORD TO WS-GEGEVENS
               PERFORM 0020-RECORD-TELLEN
           ELSE
           IF LK-EINDE-OPBOUWEN THEN
               PERFORM 0030-EINDE-OPBOUWEN
           ELSE
           IF LK-BESTAND-CONTROLEREN THEN
               PERFORM 0040-BESTAND-CONTROLEREN
           ELSE
           IF LK-BESTAND-HERTELLEN THEN
               PERFORM 0060-BESTAND-HERTELLEN
           ELSE
               DISPLAY "STUURREC ONBEKENDE FUNCTIE : " LK-FUNCTIE
                   UPON STDERR
               MOVE "STUURREC ONBEKENDE FUNCTIE" TO WS-ABEND-REDEN
               CALL "ABEND" USING LK-PROGRAM-ID WS-ABEND-REDEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       9999-EXIT.
           GOBACK.
       0010-KOP-OPBOUWEN.
           MOVE SPACES TO WS-KOPRECORD.
           MOVE WS-KOP-KENMERK TO KR-KENMERK.
           MOVE LK-PROGRAM-ID TO KR-PROGRAMMA.
           MOVE LK-TIJDSTIP TO KR-TIJDSTIP.
           MOVE LK-ZITTING TO KR-ZITTING.
           MOVE WS-KOPRECORD TO LK-RECORD.
           MOVE LK-PROGRAM-ID TO LK-PROGRAMMA.
           MOVE ZERO TO LK-AANTAL.
           MOVE ZERO TO LK-HASH-KANDIDAAT.
           MOVE ZERO TO LK-HASH-CIJFERS.
      *    telt het gegevensrecord in WS-GEGEVENS mee
       0020-RECORD-TELLEN.
           ADD 1 TO LK-AANTAL.
           IF WS-GEGEVENS(1:7) IS NUMERIC THEN
               ADD WS-KANDIDAAT TO LK-HASH-KANDIDAAT
           END-IF.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
                         BY 1
                         UNTIL K > 6
               COMPUTE WS-POS = LK-CIJFER-POS + 2 * (K - 1)
               MOVE WS-GEGEVENS(WS-POS:2) TO WS-CIJFER-X
               IF WS-CIJFER-X IS NUMERIC THEN
                   ADD WS-CIJFER TO LK-HASH-CIJFERS
               END-IF
           END-PERFORM.
       0030-EINDE-OPBOUWEN.
           MOVE SPACES TO WS-EINDRECORD.
           MOVE WS-EINDE-KENMERK TO ER-KENMERK.
           MOVE LK-AANTAL TO ER-AANTAL.
           MOVE LK-HASH-KANDIDAAT TO ER-HASH-KANDIDAAT.
           MOVE LK-HASH-CIJFERS TO ER-HASH-CIJFERS.
           MOVE WS-EINDRECORD TO LK-RECORD.
       0040-BESTAND-CONTROLEREN.
           PERFORM 0045-CYCLUS-BEPALEN.
           MOVE LK-BESTAND TO WS-STUUR-BESTAND.
           MOVE ZERO TO LK-AANTAL.
           MOVE ZERO TO LK-HASH-KANDIDAAT.
           MOVE ZERO TO LK-HASH-CIJFERS.
           MOVE SPACES TO LK-PROGRAMMA LK-TIJDSTIP LK-ZITTING.
           MOVE "N" TO WS-KOP-VLAG.
           MOVE "N" TO WS-EINDE-VLAG.
           MOVE "J" TO WS-EERSTE-VLAG.
           MOVE SPACES TO WS-EINDRECORD.
           OPEN INPUT STUUR_IN.
           IF NOT STUUR_IN-OK THEN
               MOVE SPACES TO WS-FOUT
               STRING "STATUS " STUUR_IN-STATUS
                   DELIMITED BY SIZE INTO WS-FOUT
               PERFORM 0095-STUUR-FOUT
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL STUUR_IN-EOF
               READ STUUR_IN
                   AT END
                       SET STUUR_IN-EOF TO TRUE
               END-READ
               IF NOT STUUR_IN-EOF THEN
                   IF STUUR_IN-OK THEN
                       PERFORM 0050-RECORD-CONTROLEREN
                   ELSE
                       MOVE SPACES TO WS-FOUT
                       STRING "STATUS " STUUR_IN-STATUS
                           DELIMITED BY SIZE INTO WS-FOUT
                       PERFORM 0093-STUUR-FOUT-OPEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STUUR_IN.
           IF NOT KOP-GELEZEN THEN
               MOVE "GEEN KOPRECORD" TO WS-FOUT
               PERFORM 0095-STUUR-FOUT
           END-IF.
           IF NOT EINDE-GELEZEN THEN
               MOVE "GEEN SLUITRECORD" TO WS-FOUT
               PERFORM 0095-STUUR-FOUT
           END-IF.
           IF ER-AANTAL-X IS NOT NUMERIC
               OR ER-HASH-KANDIDAAT-X IS NOT NUMERIC
               OR ER-HASH-CIJFERS-X IS NOT NUMERIC THEN
               MOVE "SLUITRECORD ONJUIST" TO WS-FOUT
               PERFORM 0095-STUUR-FOUT
           END-IF.
           IF ER-AANTAL NOT = LK-AANTAL THEN
               MOVE "TELLING WIJKT AF" TO WS-FOUT
               PERFORM 0095-STUUR-FOUT
           END-IF.
           IF ER-HASH-KANDIDAAT NOT = LK-HASH-KANDIDAAT
               OR ER-HASH-CIJFERS NOT = LK-HASH-CIJFERS THEN
               MOVE "HASHTOTAAL WIJKT AF" TO WS-FOUT
               PERFORM 0095-STUUR-FOUT
           END-IF.
           DISPLAY "STUURRECORDS IN ORDE : " LK-BESTAND " "
               LK-PROGRAMMA " " LK-TIJDSTIP " ZITTING " LK-ZITTING
               " RECORDS " LK-AANTAL UPON TERM.
      *    de lopende cyclus begint bij de START van de eerste
      *    ketenstap; LA10I legt dat tijdstip vast in de vrijgave
       0045-CYCLUS-BEPALEN.
           MOVE SPACES TO WS-CYCLUS-START.
           OPEN INPUT VRIJGAVE_IN.
           IF VRIJGAVE_IN-OK THEN
               READ VRIJGAVE_IN
                   NOT AT END
                       MOVE VG-CYCLUS-START TO WS-CYCLUS-START
               END-READ
               CLOSE VRIJGAVE_IN
           END-IF.
           IF WS-CYCLUS-START = SPACES THEN
               DISPLAY "GEEN LOPENDE KETENCYCLUS IN VRIJGAVE LA10I"
                   UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING LK-BESTAND DELIMITED BY SPACE
                   " GEEN KETENCYCLUS LA10I" DELIMITED BY SIZE
                   INTO WS-ABEND-REDEN
               CALL "ABEND" USING LK-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0050-RECORD-CONTROLEREN.
           MOVE SPACES TO WS-GEGEVENS.
           IF STUUR-SIZE > ZERO THEN
               MOVE STUUR-RECORD(1:STUUR-SIZE)
                   TO WS-GEGEVENS(1:STUUR-SIZE)
           END-IF.
           IF EINDE-GELEZEN THEN
               MOVE "RECORD NA SLUITREC" TO WS-FOUT
               PERFORM 0093-STUUR-FOUT-OPEN
           END-IF.
           IF WS-GEGEVENS(1:20) = WS-KOP-KENMERK THEN
               IF NOT EERSTE-RECORD THEN
                   MOVE "KOPRECORD NIET EERST" TO WS-FOUT
                   PERFORM 0093-STUUR-FOUT-OPEN
               END-IF
               MOVE WS-GEGEVENS TO WS-KOPRECORD
               MOVE KR-PROGRAMMA TO LK-PROGRAMMA
               MOVE KR-TIJDSTIP TO LK-TIJDSTIP
               MOVE KR-ZITTING TO LK-ZITTING
               MOVE "J" TO WS-KOP-VLAG
               IF KR-TIJDSTIP < WS-CYCLUS-START THEN
                   DISPLAY LK-BESTAND " STAMT UIT RUN "
                       KR-PROGRAMMA " " KR-TIJDSTIP
                       ", CYCLUS LA10I BEGON " WS-CYCLUS-START
                       UPON STDERR
                   MOVE "KOP ANDERE CYCLUS" TO WS-FOUT
                   PERFORM 0093-STUUR-FOUT-OPEN
               END-IF
           ELSE
           IF EERSTE-RECORD THEN
               MOVE "GEEN KOPRECORD" TO WS-FOUT
               PERFORM 0093-STUUR-FOUT-OPEN
           ELSE
           IF WS-GEGEVENS(1:20) = WS-EINDE-KENMERK THEN
               MOVE WS-GEGEVENS TO WS-EINDRECORD
               MOVE "J" TO WS-EINDE-VLAG
           ELSE
               PERFORM 0020-RECORD-TELLEN
           END-IF
           END-IF
           END-IF.
           MOVE "N" TO WS-EERSTE-VLAG.
      *    een ontbrekend bestand geeft lege tellers en geen kop
       0060-BESTAND-HERTELLEN.
           MOVE LK-BESTAND TO WS-STUUR-BESTAND.
           MOVE ZERO TO LK-AANTAL.
           MOVE ZERO TO LK-HASH-KANDIDAAT.
           MOVE ZERO TO LK-HASH-CIJFERS.
           MOVE SPACES TO LK-PROGRAMMA LK-TIJDSTIP LK-ZITTING.
           MOVE "J" TO WS-BESTAND-VLAG.
           OPEN INPUT STUUR_IN.
           IF STUUR_IN-GEEN-BESTAND THEN
               MOVE "N" TO WS-BESTAND-VLAG
               SET STUUR_IN-EOF TO TRUE
           ELSE
           IF NOT STUUR_IN-OK THEN
               MOVE SPACES TO WS-FOUT
               STRING "STATUS " STUUR_IN-STATUS
                   DELIMITED BY SIZE INTO WS-FOUT
               PERFORM 0095-STUUR-FOUT
           END-IF
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL STUUR_IN-EOF
               READ STUUR_IN
                   AT END
                       SET STUUR_IN-EOF TO TRUE
               END-READ
               IF NOT STUUR_IN-EOF THEN
                   IF NOT STUUR_IN-OK THEN
                       MOVE SPACES TO WS-FOUT
                       STRING "STATUS " STUUR_IN-STATUS
                           DELIMITED BY SIZE INTO WS-FOUT
                       PERFORM 0093-STUUR-FOUT-OPEN
                   END-IF
                   MOVE SPACES TO WS-GEGEVENS
                   IF STUUR-SIZE > ZERO THEN
                       MOVE STUUR-RECORD(1:STUUR-SIZE)
                           TO WS-GEGEVENS(1:STUUR-SIZE)
                   END-IF
                   IF WS-GEGEVENS(1:20) = WS-KOP-KENMERK THEN
                       MOVE WS-GEGEVENS TO WS-KOPRECORD
                       MOVE KR-PROGRAMMA TO LK-PROGRAMMA
                       MOVE KR-TIJDSTIP TO LK-TIJDSTIP
                       MOVE KR-ZITTING TO LK-ZITTING
                   ELSE
                   IF WS-GEGEVENS(1:20) = WS-EINDE-KENMERK THEN
                       MOVE "SLUITRECORD AANWEZIG" TO WS-FOUT
                       PERFORM 0093-STUUR-FOUT-OPEN
                   ELSE
                       PERFORM 0020-RECORD-TELLEN
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF BESTAND-AANWEZIG THEN
               CLOSE STUUR_IN
           END-IF.
      *    fout tijdens het lezen: eerst het bestand sluiten
       0093-STUUR-FOUT-OPEN.
           CLOSE STUUR_IN.
           PERFORM 0095-STUUR-FOUT.
       0095-STUUR-FOUT.
           DISPLAY "OVERDRACHTSBESTAND AFGEKEURD : " LK-BESTAND
               " " WS-FOUT UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING LK-BESTAND DELIMITED BY SPACE
                  " "        DELIMITED BY SIZE
                  WS-FOUT    DELIMITED BY SIZE
                  INTO WS-ABEND-REDEN.
           CALL "ABEND" USING LK-PROGRAM-ID WS-ABEND-REDEN.
