       IDENTIFICATION DIVISION.
       PROGRAM-ID. LA10R.
      *
      *    Diplomaregister: functie U leest het kandidatenregister
      *    van LA10C en geeft iedere geslaagde kandidaat (GOED of
      *    VOLDOENDE) een diploma met een uniek, doorlopend
      *    diplomanummer zonder gaten. Het laatst uitgegeven nummer
      *    staat in het stuurrecord (nummer 0) van het geindexeerde
      *    diplomaregister. Per diploma wordt met naam en adres uit
      *    het kandidaatbestand een afdruk gemaakt. Een kandidaat
      *    die al een geldig diploma heeft krijgt geen tweede; een
      *    herhaalde run telt zo'n kandidaat als reeds uitgegeven
      *    als het diploma voor dezelfde zitting is, anders wordt de
      *    uitgifte geweigerd, evenals bij ontbrekende of
      *    gedeactiveerde naw-gegevens. Het verslag sluit op
      *    uitgegeven + reeds uitgegeven + geweigerd = geslaagden
      *    gelezen.
      *    Functie T verwerkt transacties op het register: V laat
      *    een verloren, gestolen of beschadigd diploma vervallen
      *    met een redencode en geeft direct een vervangend diploma
      *    met een nieuw nummer uit; A legt vast dat een diploma aan
      *    de kandidaat is afgeleverd. Het oude diploma vervalt
      *    voordat het vervangende wordt uitgegeven; een vervanging
      *    die door een afgebroken run niet is voltooid, wordt
      *    voltooid door dezelfde transactie opnieuw aan te bieden.
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10r.cob abend.cob runlog.cob -T la10r.lst
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    export DD_REGISTER_IN=./la10c.reg
           SELECT REGISTER_IN ASSIGN TO "DD_REGISTER_IN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RG-SLEUTEL
           ALTERNATE RECORD KEY IS RG-PROV WITH DUPLICATES
           FILE STATUS IS REGISTER-STATUS.
      *    export DD_DIPLOMA_IO=./la10r.dip
           SELECT DIPLOMA_IO ASSIGN TO "DD_DIPLOMA_IO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-NUMMER
           ALTERNATE RECORD KEY IS DP-KANDIDAAT WITH DUPLICATES
           FILE STATUS IS DIPLOMA-STATUS.
      *    export DD_KANDIDAAT_IN=./la10j.knd
           SELECT KANDIDAAT_IN ASSIGN TO "DD_KANDIDAAT_IN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KN-KANDIDAAT
           FILE STATUS IS KANDIDAAT_IN-STATUS.
      *    export DD_TRANSACTIE_IN=./la10r.trn
           SELECT TRANSACTIE_IN ASSIGN TO "DD_TRANSACTIE_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSACTIE_IN-STATUS.
      *    export DD_DIPLOMA_UIT=./la10r.prt
           SELECT DIPLOMA_UIT ASSIGN TO "DD_DIPLOMA_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIPLOMA_UIT-STATUS.
      *    export DD_VERSLAG_UIT=./la10r.rpt
           SELECT VERSLAG_UIT ASSIGN TO "DD_VERSLAG_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERSLAG_UIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER_IN
           RECORD CONTAINS 46 CHARACTERS.
       01  REGISTER-RECORD.
           02  RG-SLEUTEL.
               03  RG-KANDIDAAT                   PIC 9(7).
               03  RG-ZITTING                     PIC X(6).
           02  RG-PROV                            PIC 99.
           02  RG-CIJFER                          PIC 99 OCCURS 6.
           02  RG-GEM                             PIC 99V9.
           02  RG-KLASSE                          PIC X(11).
           02  RG-REDEN                           PIC X(5).
      *    diplomaregister: een record per uitgegeven diploma;
      *    een vervallen diploma blijft staan met de datum, de
      *    redencode en het nummer van het vervangende diploma
       FD  DIPLOMA_IO
           RECORD CONTAINS 80 CHARACTERS.
       01  DIPLOMA-RECORD.
           02  DP-NUMMER                          PIC 9(7).
           02  DP-KANDIDAAT                       PIC 9(7).
           02  DP-ZITTING                         PIC X(6).
           02  DP-KLASSE                          PIC X(11).
           02  DP-DATUM                           PIC X(8).
           02  DP-STATUS                          PIC X.
               88  DP-GELDIG                      VALUE "G".
               88  DP-VERVALLEN                   VALUE "V".
           02  DP-AFGELEVERD                      PIC X(8).
           02  DP-VERVAL-DATUM                    PIC X(8).
           02  DP-VERVAL-REDEN                    PIC XX.
           02  DP-VERVANGEN-DOOR                  PIC 9(7).
           02  DP-VERVANGT                        PIC 9(7).
           02  FILLER                             PIC X(8).
      *    stuurrecord: diplomanummer 0, laatst uitgegeven nummer
       01  DIPLOMA-STUUR-RECORD.
           02  DS-NUMMER                          PIC 9(7).
           02  DS-KANDIDAAT                       PIC 9(7).
           02  DS-LAATSTE                         PIC 9(7).
           02  FILLER                             PIC X(59).
       FD  KANDIDAAT_IN
           RECORD CONTAINS 110 CHARACTERS.
       01  KANDIDAAT-RECORD.
           02  KN-KANDIDAAT                       PIC 9(7).
           02  KN-NAAM                            PIC X(30).
           02  KN-STRAAT                          PIC X(30).
           02  KN-PLAATS                          PIC X(20).
           02  KN-GEBOORTE                        PIC X(8).
           02  KN-CENTRUM                         PIC X(6).
           02  KN-ACTIEF                          PIC X.
           02  FILLER                             PIC X(8).
      *    transactie V: diploma vervalt (redencode verplicht) en
      *    wordt vervangen; transactie A: diploma afgeleverd op
      *    TR-DATUM (spaties = rundatum)
       FD  TRANSACTIE_IN
           RECORD CONTAINS 30 CHARACTERS.
       01  TRANSACTIE-RECORD.
           02  TR-SOORT                           PIC X.
               88  TR-VERVALLEN                   VALUE "V".
               88  TR-AFGELEVERD                  VALUE "A".
           02  TR-DIPLOMA                         PIC X(7).
           02  TR-DIPLOMA-N REDEFINES TR-DIPLOMA  PIC 9(7).
           02  TR-REDEN                           PIC XX.
           02  TR-DATUM                           PIC X(8).
           02  FILLER                             PIC X(12).
       FD  DIPLOMA_UIT
           RECORD CONTAINS 80 CHARACTERS.
       01  DIPLOMA-REGEL                          PIC X(80).
       FD  VERSLAG_UIT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERSLAG-REGEL                          PIC X(132).
       WORKING-STORAGE SECTION.
      *    status 02 = geslaagde I-O met dubbele alternatieve
      *    sleutel, een normale situatie
       77  REGISTER-STATUS                        PIC XX.
           88  REGISTER-OK                        VALUES "00" "02".
           88  REGISTER-EOF                       VALUE "10".
       77  DIPLOMA-STATUS                         PIC XX.
           88  DIPLOMA-OK                         VALUES "00" "02".
           88  DIPLOMA-EOF                        VALUE "10".
           88  DIPLOMA-ONBEKEND                   VALUE "23".
           88  DIPLOMA-GEEN-BESTAND               VALUE "35".
       77  KANDIDAAT_IN-STATUS                    PIC XX.
           88  KANDIDAAT_IN-OK                    VALUE "00".
           88  KANDIDAAT_IN-ONBEKEND              VALUE "23".
       77  TRANSACTIE_IN-STATUS                   PIC XX.
           88  TRANSACTIE_IN-OK                   VALUE "00".
           88  TRANSACTIE_IN-EOF                  VALUE "10".
       77  DIPLOMA_UIT-STATUS                     PIC XX.
           88  DIPLOMA_UIT-OK                     VALUE "00".
       77  VERSLAG_UIT-STATUS                     PIC XX.
           88  VERSLAG_UIT-OK                     VALUE "00".
       77  WS-FUNCTIE                             PIC X.
           88  FUNCTIE-UITGIFTE                   VALUE "U".
           88  FUNCTIE-TRANSACTIES                VALUE "T".
       77  WS-LAATSTE-NUMMER                      PIC 9(7).
       77  WS-GELDIG-NUMMER                       PIC 9(7).
       77  WS-GELDIG-ZITTING                      PIC X(6).
       77  WS-OUD-NUMMER                          PIC 9(7).
       77  WS-HERSTELD-VAN                        PIC 9(7).
       77  WS-STUUR-HERSTELD                      PIC X VALUE "N".
           88  STUUR-HERSTELD                     VALUE "J".
       77  WS-ZOEK-KANDIDAAT                      PIC 9(7).
       77  WS-ZOEK-KLAAR                          PIC X.
           88  ZOEK-KLAAR                         VALUE "J".
       77  WS-REDEN                               PIC X(40).
       77  WS-REDEN-INDEX                         PIC 9.
       77  N                                      PIC 9.
       77  WS-DATUM                               PIC X(8).
       77  WS-GELEZEN                             PIC 9(7) VALUE ZERO.
       77  WS-GESLAAGDEN                          PIC 9(7) VALUE ZERO.
       77  WS-UITGEGEVEN                          PIC 9(7) VALUE ZERO.
       77  WS-REEDS-UITGEGEVEN                    PIC 9(7) VALUE ZERO.
       77  WS-GEWEIGERD                           PIC 9(7) VALUE ZERO.
       77  WS-VERVALLEN                           PIC 9(7) VALUE ZERO.
       77  WS-AFGELEVERD                          PIC 9(7) VALUE ZERO.
       77  WS-BALANS-VERSCHIL                     PIC S9(7).
       77  WS-ABEND-PROGRAM-ID                    PIC X(8) VALUE
           "LA10R".
       77  WS-ABEND-REDEN                         PIC X(40).
       77  WS-RUNLOG-SOORT                        PIC X(5).
       77  WS-RUNLOG-GELEZEN                      PIC 9(7).
       77  WS-RUNLOG-AFGEKEURD                    PIC 9(7).
       77  WS-RUNLOG-STATUS                       PIC X(8).
       77  WS-PRINT-REGEL                         PIC X(132).
       77  WS-PAGINA                              PIC 9(4) VALUE ZERO.
       77  WS-REGELNR                             PIC 99 VALUE ZERO.
       77  MAX-REGELS                             PIC 99 VALUE 60.
       77  WS-PAGINA-EDIT                         PIC ZZZ9.
       77  WS-KLOK                                PIC X(21).
       77  WS-RUN-TIJDSTIP                        PIC X(15).
       77  WS-DIPLOMAREGEL                        PIC X(80).
      *    redencodes voor het laten vervallen van een diploma
       01  VERVALREDEN-TABEL                      VALUE
           "VLVERLOREN  GSGESTOLEN  BSBESCHADIGDDFDRUKFOUT  ".
           02  VERVALREDEN-ITEM                   OCCURS 4.
               03  VR-CODE                        PIC XX.
               03  VR-OMSCHRIJVING                PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-RUNLOG-START.
           MOVE FUNCTION CURRENT-DATE TO WS-KLOK.
           STRING WS-KLOK(1:8) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-KLOK(9:6) DELIMITED BY SIZE
                  INTO WS-RUN-TIJDSTIP.
           MOVE WS-KLOK(1:8) TO WS-DATUM.
           DISPLAY "FUNCTIE (U=UITGIFTE DIPLOMA'S,"
               " T=TRANSACTIES VERVALLEN/AFGELEVERD) ?" UPON TERM.
           ACCEPT WS-FUNCTIE FROM TERM.
           IF NOT FUNCTIE-UITGIFTE AND NOT FUNCTIE-TRANSACTIES THEN
               DISPLAY "ONBEKENDE FUNCTIE : " WS-FUNCTIE
                   UPON STDERR
               MOVE "ONBEKENDE FUNCTIE" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           PERFORM 0010-DIPLOMAREGISTER-OPENEN.
           OPEN INPUT KANDIDAAT_IN.
           IF NOT KANDIDAAT_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "KANDIDAAT_IN STATUS " KANDIDAAT_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           OPEN OUTPUT DIPLOMA_UIT.
           OPEN OUTPUT VERSLAG_UIT.
           IF STUUR-HERSTELD THEN
               STRING "STUURRECORD HERSTELD, LAATSTE DIPLOMANUMMER "
                                       DELIMITED BY SIZE
                      WS-HERSTELD-VAN  DELIMITED BY SIZE
                      " WORDT "        DELIMITED BY SIZE
                      WS-LAATSTE-NUMMER
                                       DELIMITED BY SIZE
                      " (DIPLOMA VAN AFGEBROKEN RUN OVERGENOMEN)"
                                       DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               MOVE SPACES TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
           IF FUNCTIE-UITGIFTE THEN
               PERFORM 0020-UITGIFTE
           ELSE
               PERFORM 0060-TRANSACTIES
           END-IF.
           CLOSE DIPLOMA_IO KANDIDAAT_IN DIPLOMA_UIT.
           PERFORM 0080-BALANS-CONTROLE.
           PERFORM 8020-VERSLAG-TRAILER.
           CLOSE VERSLAG_UIT.
           PERFORM 0090-RUNLOG-EINDE.
       9999-EXIT.
           STOP RUN.
       0005-RUNLOG-START.
           MOVE "START" TO WS-RUNLOG-SOORT.
           MOVE ZERO TO WS-RUNLOG-GELEZEN.
           MOVE ZERO TO WS-RUNLOG-AFGEKEURD.
           MOVE SPACES TO WS-RUNLOG-STATUS.
           CALL "RUNLOG" USING WS-ABEND-PROGRAM-ID WS-RUNLOG-SOORT
               WS-RUNLOG-GELEZEN WS-RUNLOG-AFGEKEURD
               WS-RUNLOG-STATUS.
       0090-RUNLOG-EINDE.
           MOVE "EINDE" TO WS-RUNLOG-SOORT.
           MOVE WS-GELEZEN TO WS-RUNLOG-GELEZEN.
           MOVE WS-GEWEIGERD TO WS-RUNLOG-AFGEKEURD.
           MOVE "NORMAAL" TO WS-RUNLOG-STATUS.
           CALL "RUNLOG" USING WS-ABEND-PROGRAM-ID WS-RUNLOG-SOORT
               WS-RUNLOG-GELEZEN WS-RUNLOG-AFGEKEURD
               WS-RUNLOG-STATUS.
      *    opent het diplomaregister (zo nodig nieuw, met een
      *    stuurrecord op 0) en controleert dat er geen diploma
      *    boven het laatst uitgegeven nummer staat; is dat er wel,
      *    dan wordt het stuurrecord hersteld
       0010-DIPLOMAREGISTER-OPENEN.
           OPEN I-O DIPLOMA_IO.
           IF NOT DIPLOMA-OK THEN
               IF NOT DIPLOMA-GEEN-BESTAND THEN
                   PERFORM 0095-DIPLOMA-FOUT
               END-IF
               OPEN OUTPUT DIPLOMA_IO
               IF NOT DIPLOMA-OK THEN
                   PERFORM 0095-DIPLOMA-FOUT
               END-IF
               MOVE SPACES TO DIPLOMA-STUUR-RECORD
               MOVE ZERO TO DS-NUMMER
               MOVE ZERO TO DS-KANDIDAAT
               MOVE ZERO TO DS-LAATSTE
               WRITE DIPLOMA-STUUR-RECORD
               IF NOT DIPLOMA-OK THEN
                   PERFORM 0095-DIPLOMA-FOUT
               END-IF
               CLOSE DIPLOMA_IO
               OPEN I-O DIPLOMA_IO
               IF NOT DIPLOMA-OK THEN
                   PERFORM 0095-DIPLOMA-FOUT
               END-IF
           END-IF.
           MOVE ZERO TO DP-NUMMER.
           READ DIPLOMA_IO KEY IS DP-NUMMER.
           IF NOT DIPLOMA-OK THEN
               DISPLAY "STUURRECORD DIPLOMAREGISTER ONTBREEKT : "
                   DIPLOMA-STATUS UPON STDERR
               MOVE "STUURRECORD DIPLOMAREGISTER ONTBREEKT"
                   TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE DS-LAATSTE TO WS-LAATSTE-NUMMER.
           MOVE WS-LAATSTE-NUMMER TO DP-NUMMER.
           START DIPLOMA_IO KEY IS > DP-NUMMER.
           IF DIPLOMA-OK THEN
               PERFORM 0012-STUURRECORD-HERSTELLEN
           ELSE
           IF NOT DIPLOMA-ONBEKEND THEN
               PERFORM 0095-DIPLOMA-FOUT
           END-IF
           END-IF.
      *    een diploma boven het laatste nummer is door een
      *    afgebroken run geschreven voordat het stuurrecord werd
      *    bijgewerkt; het diploma is volledig en wordt overgenomen:
      *    het stuurrecord krijgt het hoogste nummer in het register
       0012-STUURRECORD-HERSTELLEN.
           MOVE WS-LAATSTE-NUMMER TO WS-HERSTELD-VAN.
           MOVE "N" TO WS-ZOEK-KLAAR.
           PERFORM WITH TEST BEFORE UNTIL ZOEK-KLAAR
               READ DIPLOMA_IO NEXT
                   AT END
                       MOVE "J" TO WS-ZOEK-KLAAR
               END-READ
               IF NOT ZOEK-KLAAR THEN
                   IF NOT DIPLOMA-OK THEN
                       PERFORM 0095-DIPLOMA-FOUT
                   END-IF
                   MOVE DP-NUMMER TO WS-LAATSTE-NUMMER
               END-IF
           END-PERFORM.
           MOVE ZERO TO DP-NUMMER.
           READ DIPLOMA_IO KEY IS DP-NUMMER.
           IF NOT DIPLOMA-OK THEN
               PERFORM 0095-DIPLOMA-FOUT
           END-IF.
           MOVE WS-LAATSTE-NUMMER TO DS-LAATSTE.
           REWRITE DIPLOMA-STUUR-RECORD.
           IF NOT DIPLOMA-OK THEN
               PERFORM 0095-DIPLOMA-FOUT
           END-IF.
           MOVE "J" TO WS-STUUR-HERSTELD.
           DISPLAY "STUURRECORD DIPLOMAREGISTER HERSTELD VAN "
               WS-HERSTELD-VAN " NAAR " WS-LAATSTE-NUMMER UPON TERM.
       0020-UITGIFTE.
           OPEN INPUT REGISTER_IN.
           IF NOT REGISTER-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "REGISTER_IN STATUS " REGISTER-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE "DIPLOMA-UITGIFTE UIT HET KANDIDATENREGISTER"
               TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE UNTIL REGISTER-EOF
               READ REGISTER_IN NEXT
                   AT END
                       SET REGISTER-EOF TO TRUE
               END-READ
               IF NOT REGISTER-EOF THEN
                   IF REGISTER-OK THEN
                       ADD 1 TO WS-GELEZEN
                       IF RG-KLASSE = "GOED"
                           OR RG-KLASSE = "VOLDOENDE" THEN
                           ADD 1 TO WS-GESLAAGDEN
                           PERFORM 0030-GESLAAGDE-VERWERKEN
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           REGISTER-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "REGISTER_IN STATUS " REGISTER-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REGISTER_IN.
           DISPLAY "DIPLOMAREGISTER LA10R, FUNCTIE UITGIFTE"
               UPON TERM.
           DISPLAY "REGISTERRECORDS GELEZEN : " WS-GELEZEN UPON TERM.
           DISPLAY "GESLAAGDEN GELEZEN      : " WS-GESLAAGDEN
               UPON TERM.
           DISPLAY "DIPLOMA'S UITGEGEVEN    : " WS-UITGEGEVEN
               UPON TERM.
           DISPLAY "REEDS UITGEGEVEN        : " WS-REEDS-UITGEGEVEN
               UPON TERM.
           DISPLAY "GEWEIGERD               : " WS-GEWEIGERD
               UPON TERM.
       0030-GESLAAGDE-VERWERKEN.
           MOVE RG-KANDIDAAT TO WS-ZOEK-KANDIDAAT.
           PERFORM 0040-GELDIG-DIPLOMA-ZOEKEN.
           MOVE SPACES TO WS-REDEN.
           IF WS-GELDIG-NUMMER NOT = ZERO THEN
               IF WS-GELDIG-ZITTING = RG-ZITTING THEN
                   ADD 1 TO WS-REEDS-UITGEGEVEN
               ELSE
                   STRING "AL GELDIG DIPLOMA "    DELIMITED BY SIZE
                          WS-GELDIG-NUMMER        DELIMITED BY SIZE
                          " ZITTING "             DELIMITED BY SIZE
                          WS-GELDIG-ZITTING       DELIMITED BY SIZE
                          INTO WS-REDEN
               END-IF
           ELSE
               PERFORM 0045-NAW-LEZEN
               IF WS-REDEN = SPACES THEN
                   MOVE SPACES TO DIPLOMA-RECORD
                   MOVE RG-KANDIDAAT TO DP-KANDIDAAT
                   MOVE RG-ZITTING TO DP-ZITTING
                   MOVE RG-KLASSE TO DP-KLASSE
                   MOVE ZERO TO DP-VERVANGT
                   PERFORM 0050-DIPLOMA-UITGEVEN
                   PERFORM 0055-DIPLOMA-AFDRUKKEN
                   MOVE SPACES TO WS-PRINT-REGEL
                   STRING "UITGEGEVEN " DELIMITED BY SIZE
                          DP-NUMMER     DELIMITED BY SIZE
                          " KANDIDAAT " DELIMITED BY SIZE
                          DP-KANDIDAAT  DELIMITED BY SIZE
                          " ZITTING "   DELIMITED BY SIZE
                          DP-ZITTING    DELIMITED BY SIZE
                          " "           DELIMITED BY SIZE
                          DP-KLASSE     DELIMITED BY SIZE
                          " "           DELIMITED BY SIZE
                          KN-NAAM       DELIMITED BY SIZE
                          INTO WS-PRINT-REGEL
                   PERFORM 8000-VERSLAG-SCHRIJVEN
               END-IF
           END-IF.
           IF WS-REDEN NOT = SPACES THEN
               ADD 1 TO WS-GEWEIGERD
               MOVE SPACES TO WS-PRINT-REGEL
               STRING "GEWEIGERD  KANDIDAAT " DELIMITED BY SIZE
                      RG-KANDIDAAT            DELIMITED BY SIZE
                      " ZITTING "             DELIMITED BY SIZE
                      RG-ZITTING              DELIMITED BY SIZE
                      " : "                   DELIMITED BY SIZE
                      WS-REDEN                DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
      *    zoekt via de alternatieve sleutel een geldig diploma van
      *    WS-ZOEK-KANDIDAAT; WS-GELDIG-NUMMER blijft 0 als er geen is
       0040-GELDIG-DIPLOMA-ZOEKEN.
           MOVE ZERO TO WS-GELDIG-NUMMER.
           MOVE SPACES TO WS-GELDIG-ZITTING.
           MOVE "N" TO WS-ZOEK-KLAAR.
           MOVE WS-ZOEK-KANDIDAAT TO DP-KANDIDAAT.
           START DIPLOMA_IO KEY IS = DP-KANDIDAAT.
           IF DIPLOMA-ONBEKEND THEN
               MOVE "J" TO WS-ZOEK-KLAAR
           ELSE
           IF NOT DIPLOMA-OK THEN
               PERFORM 0095-DIPLOMA-FOUT
           END-IF
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL ZOEK-KLAAR
               READ DIPLOMA_IO NEXT
                   AT END
                       MOVE "J" TO WS-ZOEK-KLAAR
               END-READ
               IF NOT ZOEK-KLAAR THEN
                   IF NOT DIPLOMA-OK THEN
                       PERFORM 0095-DIPLOMA-FOUT
                   END-IF
                   IF DP-KANDIDAAT NOT = WS-ZOEK-KANDIDAAT THEN
                       MOVE "J" TO WS-ZOEK-KLAAR
                   ELSE
                   IF DP-GELDIG THEN
                       MOVE DP-NUMMER TO WS-GELDIG-NUMMER
                       MOVE DP-ZITTING TO WS-GELDIG-ZITTING
                       MOVE "J" TO WS-ZOEK-KLAAR
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *    zet WS-REDEN als er geen bruikbare naw-gegevens zijn
       0045-NAW-LEZEN.
           MOVE WS-ZOEK-KANDIDAAT TO KN-KANDIDAAT.
           READ KANDIDAAT_IN.
           IF KANDIDAAT_IN-ONBEKEND THEN
               MOVE "GEEN NAW-GEGEVENS" TO WS-REDEN
           ELSE
           IF NOT KANDIDAAT_IN-OK THEN
               DISPLAY "SOME ERROR OCCURED : " KANDIDAAT_IN-STATUS
                   UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "KANDIDAAT_IN STATUS " KANDIDAAT_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           ELSE
           IF KN-ACTIEF = "N" THEN
               MOVE "KANDIDAAT GEDEACTIVEERD" TO WS-REDEN
           END-IF
           END-IF
           END-IF.
      *    kent het volgende nummer toe, schrijft het diploma en
      *    daarna pas het stuurrecord; zo ontstaat nooit een gat.
      *    Een diploma dat er door een abend boven staat, wordt bij
      *    de volgende run overgenomen (0012)
       0050-DIPLOMA-UITGEVEN.
           ADD 1 TO WS-LAATSTE-NUMMER.
           MOVE WS-LAATSTE-NUMMER TO DP-NUMMER.
           MOVE WS-DATUM TO DP-DATUM.
           MOVE "G" TO DP-STATUS.
           MOVE SPACES TO DP-AFGELEVERD.
           MOVE SPACES TO DP-VERVAL-DATUM.
           MOVE SPACES TO DP-VERVAL-REDEN.
           MOVE ZERO TO DP-VERVANGEN-DOOR.
           WRITE DIPLOMA-RECORD.
           IF NOT DIPLOMA-OK THEN
               PERFORM 0095-DIPLOMA-FOUT
           END-IF.
           MOVE DIPLOMA-RECORD TO WS-DIPLOMAREGEL.
           MOVE SPACES TO DIPLOMA-STUUR-RECORD.
           MOVE ZERO TO DS-NUMMER.
           MOVE ZERO TO DS-KANDIDAAT.
           MOVE WS-LAATSTE-NUMMER TO DS-LAATSTE.
           REWRITE DIPLOMA-STUUR-RECORD.
           IF NOT DIPLOMA-OK THEN
               PERFORM 0095-DIPLOMA-FOUT
           END-IF.
           MOVE WS-DIPLOMAREGEL TO DIPLOMA-RECORD.
           ADD 1 TO WS-UITGEGEVEN.
       0055-DIPLOMA-AFDRUKKEN.
           MOVE ALL "-" TO WS-DIPLOMAREGEL.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           MOVE SPACES TO WS-DIPLOMAREGEL.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           MOVE KN-NAAM TO WS-DIPLOMAREGEL(4:30).
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           MOVE KN-STRAAT TO WS-DIPLOMAREGEL(4:30).
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           MOVE KN-PLAATS TO WS-DIPLOMAREGEL(4:20).
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           STRING "   DIPLOMA                         NUMMER "
                              DELIMITED BY SIZE
                  DP-NUMMER   DELIMITED BY SIZE
                  INTO WS-DIPLOMAREGEL.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           MOVE "   HET EXAMENBUREAU VERKLAART DAT" TO WS-DIPLOMAREGEL.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           MOVE KN-NAAM TO WS-DIPLOMAREGEL(6:30).
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           STRING "     GEBOREN "         DELIMITED BY SIZE
                  KN-GEBOORTE(7:2)       DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  KN-GEBOORTE(5:2)       DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  KN-GEBOORTE(1:4)       DELIMITED BY SIZE
                  INTO WS-DIPLOMAREGEL.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           STRING "   HET EXAMEN VAN ZITTING " DELIMITED BY SIZE
                  DP-ZITTING                   DELIMITED BY SIZE
                  " MET GOED GEVOLG HEEFT"     DELIMITED BY SIZE
                  INTO WS-DIPLOMAREGEL.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           STRING "   AFGELEGD, MET DE BEOORDELING "
                                               DELIMITED BY SIZE
                  DP-KLASSE                    DELIMITED BY SIZE
                  INTO WS-DIPLOMAREGEL.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           IF DP-VERVANGT NOT = ZERO THEN
               STRING "   DUPLICAAT, VERVANGT DIPLOMA NUMMER "
                                               DELIMITED BY SIZE
                      DP-VERVANGT              DELIMITED BY SIZE
                      INTO WS-DIPLOMAREGEL
               PERFORM 0058-DIPLOMAREGEL-SCHRIJF
               PERFORM 0058-DIPLOMAREGEL-SCHRIJF
           END-IF.
           STRING "   UITGEGEVEN OP "         DELIMITED BY SIZE
                  DP-DATUM(7:2)               DELIMITED BY SIZE
                  "-"                         DELIMITED BY SIZE
                  DP-DATUM(5:2)               DELIMITED BY SIZE
                  "-"                         DELIMITED BY SIZE
                  DP-DATUM(1:4)               DELIMITED BY SIZE
                  INTO WS-DIPLOMAREGEL.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
           MOVE "   HET EXAMENBUREAU" TO WS-DIPLOMAREGEL.
           PERFORM 0058-DIPLOMAREGEL-SCHRIJF.
       0058-DIPLOMAREGEL-SCHRIJF.
           MOVE WS-DIPLOMAREGEL TO DIPLOMA-REGEL.
           WRITE DIPLOMA-REGEL.
           IF NOT DIPLOMA_UIT-OK THEN
               DISPLAY "SOME ERROR OCCURED : " DIPLOMA_UIT-STATUS
                   UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "DIPLOMA_UIT STATUS " DIPLOMA_UIT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE SPACES TO WS-DIPLOMAREGEL.
       0060-TRANSACTIES.
           OPEN INPUT TRANSACTIE_IN.
           IF NOT TRANSACTIE_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "TRANSACTIE_IN STATUS " TRANSACTIE_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE "TRANSACTIES OP HET DIPLOMAREGISTER" TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE UNTIL TRANSACTIE_IN-EOF
               READ TRANSACTIE_IN
                   AT END
                       SET TRANSACTIE_IN-EOF TO TRUE
               END-READ
               IF NOT TRANSACTIE_IN-EOF THEN
                   IF TRANSACTIE_IN-OK THEN
                       ADD 1 TO WS-GELEZEN
                       PERFORM 0062-TRANSACTIE-CONTROLEREN
                       IF WS-REDEN NOT = SPACES THEN
                           PERFORM 0070-TRANSACTIE-WEIGEREN
                       ELSE
                       IF TR-VERVALLEN THEN
                           PERFORM 0065-VERVALLEN-HERUITGIFTE
                       ELSE
                           PERFORM 0068-AFLEVERING
                       END-IF
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           TRANSACTIE_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "TRANSACTIE_IN STATUS "
                           TRANSACTIE_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TRANSACTIE_IN.
           DISPLAY "DIPLOMAREGISTER LA10R, FUNCTIE TRANSACTIES"
               UPON TERM.
           DISPLAY "TRANSACTIES GELEZEN     : " WS-GELEZEN UPON TERM.
           DISPLAY "VERVALLEN EN VERVANGEN  : " WS-VERVALLEN
               UPON TERM.
           DISPLAY "AFGELEVERD              : " WS-AFGELEVERD
               UPON TERM.
           DISPLAY "GEWEIGERD               : " WS-GEWEIGERD
               UPON TERM.
      *    zet WS-REDEN als de transactie niet uitgevoerd kan
      *    worden; anders staat het diploma in DIPLOMA-RECORD
       0062-TRANSACTIE-CONTROLEREN.
           MOVE SPACES TO WS-REDEN.
           MOVE ZERO TO WS-REDEN-INDEX.
           IF NOT TR-VERVALLEN AND NOT TR-AFGELEVERD THEN
               MOVE "ONBEKENDE TRANSACTIESOORT" TO WS-REDEN
           ELSE
           IF TR-DIPLOMA IS NOT NUMERIC OR TR-DIPLOMA-N = ZERO THEN
               MOVE "DIPLOMANUMMER ONGELDIG" TO WS-REDEN
           ELSE
               MOVE TR-DIPLOMA-N TO DP-NUMMER
               READ DIPLOMA_IO KEY IS DP-NUMMER
               IF DIPLOMA-ONBEKEND THEN
                   MOVE "DIPLOMA NIET IN REGISTER" TO WS-REDEN
               ELSE
               IF NOT DIPLOMA-OK THEN
                   PERFORM 0095-DIPLOMA-FOUT
               ELSE
               IF NOT DP-GELDIG
                   AND (NOT TR-VERVALLEN
                        OR DP-VERVANGEN-DOOR NOT = ZERO
                        OR DP-VERVAL-REDEN NOT = TR-REDEN) THEN
                   MOVE "DIPLOMA IS AL VERVALLEN" TO WS-REDEN
               ELSE
               IF TR-VERVALLEN THEN
                   PERFORM WITH TEST BEFORE
                       VARYING N FROM 1
                                 BY 1
                                 UNTIL N > 4
                       IF VR-CODE(N) = TR-REDEN THEN
                           MOVE N TO WS-REDEN-INDEX
                       END-IF
                   END-PERFORM
                   IF WS-REDEN-INDEX = ZERO THEN
                       MOVE "REDENCODE ONBEKEND" TO WS-REDEN
                   END-IF
               ELSE
               IF DP-AFGELEVERD NOT = SPACES THEN
                   MOVE "DIPLOMA IS AL AFGELEVERD" TO WS-REDEN
               ELSE
               IF TR-DATUM NOT = SPACES
                   AND TR-DATUM IS NOT NUMERIC THEN
                   MOVE "AFLEVERDATUM ONGELDIG" TO WS-REDEN
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
      *    het oude diploma vervalt eerst met datum en redencode,
      *    daarna wordt het vervangende diploma met een nieuw nummer
      *    uitgegeven en krijgt het oude de verwijzing ernaar; een
      *    afgebroken run laat zo hooguit een vervallen diploma
      *    zonder vervanging achter. Bij het voltooien daarvan geldt
      *    een geldig diploma van de kandidaat als de vervanging.
       0065-VERVALLEN-HERUITGIFTE.
           MOVE DP-KANDIDAAT TO WS-ZOEK-KANDIDAAT.
           PERFORM 0045-NAW-LEZEN.
           IF WS-REDEN NOT = SPACES THEN
               PERFORM 0070-TRANSACTIE-WEIGEREN
           ELSE
               MOVE DP-NUMMER TO WS-OUD-NUMMER
               MOVE ZERO TO WS-GELDIG-NUMMER
               IF DP-GELDIG THEN
                   MOVE "V" TO DP-STATUS
                   MOVE WS-DATUM TO DP-VERVAL-DATUM
                   MOVE TR-REDEN TO DP-VERVAL-REDEN
                   REWRITE DIPLOMA-RECORD
                   IF NOT DIPLOMA-OK THEN
                       PERFORM 0095-DIPLOMA-FOUT
                   END-IF
               ELSE
                   PERFORM 0040-GELDIG-DIPLOMA-ZOEKEN
                   IF WS-GELDIG-NUMMER NOT = ZERO
                       AND DP-VERVANGT = WS-OUD-NUMMER THEN
                       PERFORM 0055-DIPLOMA-AFDRUKKEN
                   END-IF
               END-IF
               IF WS-GELDIG-NUMMER = ZERO THEN
                   MOVE WS-OUD-NUMMER TO DP-NUMMER
                   READ DIPLOMA_IO KEY IS DP-NUMMER
                   IF NOT DIPLOMA-OK THEN
                       PERFORM 0095-DIPLOMA-FOUT
                   END-IF
                   MOVE WS-OUD-NUMMER TO DP-VERVANGT
                   PERFORM 0050-DIPLOMA-UITGEVEN
                   PERFORM 0055-DIPLOMA-AFDRUKKEN
                   MOVE WS-LAATSTE-NUMMER TO WS-GELDIG-NUMMER
               END-IF
               MOVE WS-OUD-NUMMER TO DP-NUMMER
               READ DIPLOMA_IO KEY IS DP-NUMMER
               IF NOT DIPLOMA-OK THEN
                   PERFORM 0095-DIPLOMA-FOUT
               END-IF
               MOVE WS-GELDIG-NUMMER TO DP-VERVANGEN-DOOR
               REWRITE DIPLOMA-RECORD
               IF NOT DIPLOMA-OK THEN
                   PERFORM 0095-DIPLOMA-FOUT
               END-IF
               ADD 1 TO WS-VERVALLEN
               MOVE SPACES TO WS-PRINT-REGEL
               STRING "VERVALLEN  " DELIMITED BY SIZE
                      WS-OUD-NUMMER DELIMITED BY SIZE
                      " KANDIDAAT " DELIMITED BY SIZE
                      DP-KANDIDAAT  DELIMITED BY SIZE
                      " REDEN "     DELIMITED BY SIZE
                      TR-REDEN      DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      VR-OMSCHRIJVING(WS-REDEN-INDEX)
                                    DELIMITED BY SIZE
                      " VERVANGEN DOOR "
                                    DELIMITED BY SIZE
                      DP-VERVANGEN-DOOR
                                    DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
       0068-AFLEVERING.
           IF TR-DATUM = SPACES THEN
               MOVE WS-DATUM TO DP-AFGELEVERD
           ELSE
               MOVE TR-DATUM TO DP-AFGELEVERD
           END-IF.
           REWRITE DIPLOMA-RECORD.
           IF NOT DIPLOMA-OK THEN
               PERFORM 0095-DIPLOMA-FOUT
           END-IF.
           ADD 1 TO WS-AFGELEVERD.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "AFGELEVERD " DELIMITED BY SIZE
                  DP-NUMMER     DELIMITED BY SIZE
                  " KANDIDAAT " DELIMITED BY SIZE
                  DP-KANDIDAAT  DELIMITED BY SIZE
                  " OP "        DELIMITED BY SIZE
                  DP-AFGELEVERD DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0070-TRANSACTIE-WEIGEREN.
           ADD 1 TO WS-GEWEIGERD.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "GEWEIGERD  "     DELIMITED BY SIZE
                  TRANSACTIE-RECORD DELIMITED BY SIZE
                  " : "             DELIMITED BY SIZE
                  WS-REDEN          DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0080-BALANS-CONTROLE.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF FUNCTIE-UITGIFTE THEN
               COMPUTE WS-BALANS-VERSCHIL = WS-GESLAAGDEN
                   - WS-UITGEGEVEN - WS-REEDS-UITGEGEVEN
                   - WS-GEWEIGERD
               STRING "REGISTERRECORDS GELEZEN : " DELIMITED BY SIZE
                      WS-GELEZEN                   DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "GESLAAGDEN GELEZEN      : " DELIMITED BY SIZE
                      WS-GESLAAGDEN                DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "DIPLOMA'S UITGEGEVEN    : " DELIMITED BY SIZE
                      WS-UITGEGEVEN                DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "REEDS UITGEGEVEN        : " DELIMITED BY SIZE
                      WS-REEDS-UITGEGEVEN          DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "GEWEIGERD               : " DELIMITED BY SIZE
                      WS-GEWEIGERD                 DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               COMPUTE WS-BALANS-VERSCHIL = WS-GELEZEN
                   - WS-VERVALLEN - WS-AFGELEVERD - WS-GEWEIGERD
               STRING "TRANSACTIES GELEZEN     : " DELIMITED BY SIZE
                      WS-GELEZEN                   DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "VERVALLEN EN VERVANGEN  : " DELIMITED BY SIZE
                      WS-VERVALLEN                 DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "AFGELEVERD              : " DELIMITED BY SIZE
                      WS-AFGELEVERD                DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "GEWEIGERD               : " DELIMITED BY SIZE
                      WS-GEWEIGERD                 DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
           STRING "LAATSTE DIPLOMANUMMER   : " DELIMITED BY SIZE
                  WS-LAATSTE-NUMMER            DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF WS-BALANS-VERSCHIL = ZERO THEN
               MOVE "BALANS IN ORDE" TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               MOVE "*** UIT BALANS, GEEN VRIJGAVE ***"
                   TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               DISPLAY "DIPLOMARUN UIT BALANS" UPON STDERR
               MOVE "DIPLOMARUN UIT BALANS" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0095-DIPLOMA-FOUT.
           DISPLAY "SOME ERROR OCCURED : " DIPLOMA-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "DIPLOMA_IO STATUS " DIPLOMA-STATUS
               DELIMITED BY SIZE INTO WS-ABEND-REDEN.
           CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN.
       8000-VERSLAG-SCHRIJVEN.
           IF WS-REGELNR = ZERO OR WS-REGELNR >= MAX-REGELS THEN
               PERFORM 8010-VERSLAG-KOP
           END-IF.
           MOVE WS-PRINT-REGEL TO VERSLAG-REGEL.
           WRITE VERSLAG-REGEL.
           ADD 1 TO WS-REGELNR.
           MOVE SPACES TO WS-PRINT-REGEL.
       8010-VERSLAG-KOP.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WS-PAGINA-EDIT.
           MOVE SPACES TO VERSLAG-REGEL.
           STRING "LA10R    VERSLAG DIPLOMAREGISTER"
                              DELIMITED BY SIZE
                  "    RUN "  DELIMITED BY SIZE
                  WS-RUN-TIJDSTIP
                              DELIMITED BY SIZE
                  "    PAGINA "
                              DELIMITED BY SIZE
                  WS-PAGINA-EDIT
                              DELIMITED BY SIZE
                  INTO VERSLAG-REGEL.
           WRITE VERSLAG-REGEL.
           MOVE SPACES TO VERSLAG-REGEL.
           WRITE VERSLAG-REGEL.
           MOVE 2 TO WS-REGELNR.
       8020-VERSLAG-TRAILER.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "*** EINDE VERSLAG LA10R"
                                 DELIMITED BY SIZE
                  " GELEZEN "    DELIMITED BY SIZE
                  WS-GELEZEN     DELIMITED BY SIZE
                  " UITGEGEVEN " DELIMITED BY SIZE
                  WS-UITGEGEVEN  DELIMITED BY SIZE
                  " VERVALLEN "  DELIMITED BY SIZE
                  WS-VERVALLEN   DELIMITED BY SIZE
                  " GEWEIGERD "  DELIMITED BY SIZE
                  WS-GEWEIGERD   DELIMITED BY SIZE
                  " ***"         DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
