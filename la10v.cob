       IDENTIFICATION DIVISION.
       PROGRAM-ID. LA10V.
      *
      *    Landelijke aanlevering van uitslagen per kandidaat aan de
      *    instantie die de kwalificaties registreert.
      *    Functie A leest het kandidatenregister van LA10C en maakt
      *    met naam en geboortedatum uit het kandidaatbestand een
      *    aanleverbestand in vast formaat: een kop met afzendercode
      *    en batchnummer, een detailrecord per kandidaat en zitting
      *    en een sluitrecord met aantal en hashtotalen. Het
      *    aanleverlog houdt per kandidaat en zitting de verzonden
      *    uitslag en een kenmerk van de verzonden naam en
      *    geboortedatum bij; een kandidaat wordt pas opnieuw
      *    aangeleverd (als correctie) als zijn uitslag in het
      *    register sindsdien is herzien (herexamen LA10Q, bezwaar
      *    LA10T), als naam of geboortedatum in het kandidaatbestand
      *    is gewijzigd (LA10J), of als de instantie hem heeft
      *    geweigerd; een geweigerde kandidaat wordt aangeboden tot
      *    hij is geaccepteerd. Het laatst uitgegeven batchnummer
      *    staat in het stuurrecord (nummer 0) van het batchregister;
      *    een batch die door een afgebroken run niet is afgesloten
      *    vervalt bij de volgende run en zijn kandidaten worden
      *    opnieuw aangeboden.
      *    Functie B verwerkt de ontvangstbevestiging van de
      *    instantie: per kandidaat geaccepteerd of geweigerd met de
      *    redencode van de instantie; weigeringen worden gemeld.
      *    Functie O meldt batches die langer dan de termijn uit het
      *    parameterbestand onbevestigd zijn als achterstallig; dit
      *    overzicht volgt ook op functie B.
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10v.cob abend.cob runlog.cob
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
      *    export DD_KANDIDAAT_IN=./la10j.knd
           SELECT KANDIDAAT_IN ASSIGN TO "DD_KANDIDAAT_IN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KN-KANDIDAAT
           FILE STATUS IS KANDIDAAT_IN-STATUS.
      *    export DD_AANLEVERLOG_IO=./la10v.log
           SELECT AANLEVERLOG_IO ASSIGN TO "DD_AANLEVERLOG_IO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-SLEUTEL
           ALTERNATE RECORD KEY IS AL-BATCH WITH DUPLICATES
           FILE STATUS IS AANLEVERLOG-STATUS.
      *    export DD_BATCH_IO=./la10v.bat
           SELECT BATCH_IO ASSIGN TO "DD_BATCH_IO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BA-BATCH
           FILE STATUS IS BATCH-STATUS.
      *    export DD_AANLEVER_PARAMETER=./la10v.par
      *    naam in kolom 1-20, waarde vanaf kolom 21:
      *    AFZENDER-CODE       LA10EXAM
      *    BEVESTIG-TERMIJN    014    (dagen)
           SELECT AANLEVERPAR_IN ASSIGN TO "DD_AANLEVER_PARAMETER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AANLEVERPAR_IN-STATUS.
      *    export DD_AANLEVERING_UIT=./la10v.aan
           SELECT AANLEVERING_UIT ASSIGN TO "DD_AANLEVERING_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AANLEVERING_UIT-STATUS.
      *    export DD_ONTVANGST_IN=./la10v.ont
           SELECT ONTVANGST_IN ASSIGN TO "DD_ONTVANGST_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ONTVANGST_IN-STATUS.
      *    export DD_VERSLAG_UIT=./la10v.rpt
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
      *    aanleverlog: per kandidaat en zitting de laatst verzonden
      *    uitslag (het registerrecord zoals het toen was), de batch
      *    en het antwoord van de instantie
       FD  AANLEVERLOG_IO
           RECORD CONTAINS 100 CHARACTERS.
       01  AANLEVERLOG-RECORD.
           02  AL-SLEUTEL.
               03  AL-KANDIDAAT                   PIC 9(7).
               03  AL-ZITTING                     PIC X(6).
           02  AL-BATCH                           PIC 9(6).
           02  AL-DATUM                           PIC X(8).
           02  AL-RESULTAAT                       PIC X(46).
           02  AL-SOORT                           PIC X.
               88  AL-NIEUW                       VALUE "N".
               88  AL-CORRECTIE                   VALUE "C".
           02  AL-STATUS                          PIC X.
               88  AL-VERZONDEN                   VALUE "V".
               88  AL-GEACCEPTEERD                VALUE "G".
               88  AL-GEWEIGERD                   VALUE "W".
           02  AL-REDEN                           PIC X(4).
           02  AL-ANTWOORD                        PIC X(8).
      *    kenmerk (hashwaarde) van verzonden naam en geboortedatum;
      *    de gegevens zelf worden niet in het log bewaard
           02  AL-NAW-KENMERK                     PIC X(12).
           02  FILLER                             PIC X.
      *    batchregister: een record per aangemaakte batch; status
      *    A = aanmaak bezig, V = verzonden, B = bevestigd,
      *    X = vervallen (aanmaak afgebroken)
       FD  BATCH_IO
           RECORD CONTAINS 80 CHARACTERS.
       01  BATCH-RECORD.
           02  BA-BATCH                           PIC 9(6).
           02  BA-TIJDSTIP                        PIC X(15).
           02  BA-DATUM                           PIC X(8).
           02  BA-STATUS                          PIC X.
               88  BA-IN-AANMAAK                  VALUE "A".
               88  BA-VERZONDEN                   VALUE "V".
               88  BA-BEVESTIGD                   VALUE "B".
               88  BA-VERVALLEN                   VALUE "X".
           02  BA-AANTAL                          PIC 9(7).
           02  BA-HASH-KANDIDAAT                  PIC 9(15).
           02  BA-BEVESTIGD-DATUM                 PIC X(8).
           02  BA-GEACCEPTEERD                    PIC 9(7).
           02  BA-GEWEIGERD                       PIC 9(7).
           02  FILLER                             PIC X(6).
      *    stuurrecord: batchnummer 0, laatst uitgegeven nummer
       01  BATCH-STUUR-RECORD.
           02  BS-BATCH                           PIC 9(6).
           02  BS-LAATSTE                         PIC 9(6).
           02  FILLER                             PIC X(68).
       FD  AANLEVERPAR_IN
           RECORD CONTAINS 28 CHARACTERS.
       01  AANLEVERPAR-RECORD.
           02  AP-NAAM                            PIC X(20).
           02  AP-WAARDE                          PIC X(8).
      *    aanleverbestand: kop (H), detail (D) en sluitrecord (T)
       FD  AANLEVERING_UIT
           RECORD CONTAINS 80 CHARACTERS.
       01  AANLEVER-KOP.
           02  AK-SOORT                           PIC X.
           02  AK-AFZENDER                        PIC X(8).
           02  AK-BATCH                           PIC 9(6).
           02  AK-TIJDSTIP                        PIC X(15).
           02  FILLER                             PIC X(50).
       01  AANLEVER-DETAIL.
           02  AD-SOORT                           PIC X.
           02  AD-KANDIDAAT                       PIC 9(7).
           02  AD-ZITTING                         PIC X(6).
           02  AD-NAAM                            PIC X(30).
           02  AD-GEBOORTE                        PIC X(8).
           02  AD-PROV                            PIC 99.
           02  AD-KLASSE                          PIC X(11).
           02  AD-GEM                             PIC 99V9.
           02  AD-MUTATIE                         PIC X.
           02  FILLER                             PIC X(11).
       01  AANLEVER-SLUIT.
           02  AT-SOORT                           PIC X.
           02  AT-BATCH                           PIC 9(6).
           02  AT-AANTAL                          PIC 9(7).
           02  AT-HASH-KANDIDAAT                  PIC 9(15).
           02  AT-HASH-GEM                        PIC 9(15).
           02  FILLER                             PIC X(36).
      *    ontvangstbevestiging van de instantie: kop (H) met het
      *    batchnummer, per kandidaat een detail (D) met A
      *    (geaccepteerd) of W (geweigerd, met redencode) en een
      *    sluitrecord (T) met het aantal details
       FD  ONTVANGST_IN
           RECORD CONTAINS 40 CHARACTERS.
       01  ONTVANGST-RECORD.
           02  OB-SOORT                           PIC X.
               88  OB-KOP                         VALUE "H".
               88  OB-DETAIL                      VALUE "D".
               88  OB-SLUIT                       VALUE "T".
           02  OB-BATCH                           PIC X(6).
           02  OB-BATCH-N REDEFINES OB-BATCH      PIC 9(6).
           02  OB-DETAILGEGEVENS.
               03  OB-KANDIDAAT                   PIC X(7).
               03  OB-KANDIDAAT-N REDEFINES OB-KANDIDAAT
                                                  PIC 9(7).
               03  OB-ZITTING                     PIC X(6).
               03  OB-UITSLAG                     PIC X.
                   88  OB-GEACCEPTEERD            VALUE "A".
                   88  OB-GEWEIGERD               VALUE "W".
               03  OB-REDEN                       PIC X(4).
               03  FILLER                         PIC X(15).
           02  OB-SLUITGEGEVENS REDEFINES OB-DETAILGEGEVENS.
               03  OB-AANTAL                      PIC X(7).
               03  OB-AANTAL-N REDEFINES OB-AANTAL
                                                  PIC 9(7).
               03  FILLER                         PIC X(26).
       FD  VERSLAG_UIT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERSLAG-REGEL                          PIC X(132).
       WORKING-STORAGE SECTION.
      *    status 02 = geslaagde I-O met dubbele alternatieve
      *    sleutel, een normale situatie
       77  REGISTER-STATUS                        PIC XX.
           88  REGISTER-OK                        VALUES "00" "02".
           88  REGISTER-EOF                       VALUE "10".
       77  KANDIDAAT_IN-STATUS                    PIC XX.
           88  KANDIDAAT_IN-OK                    VALUE "00".
           88  KANDIDAAT_IN-ONBEKEND              VALUE "23".
       77  AANLEVERLOG-STATUS                     PIC XX.
           88  AANLEVERLOG-OK                     VALUES "00" "02".
           88  AANLEVERLOG-ONBEKEND               VALUE "23".
           88  AANLEVERLOG-GEEN-BESTAND           VALUE "35".
       77  BATCH-STATUS                           PIC XX.
           88  BATCH-OK                           VALUE "00".
           88  BATCH-ONBEKEND                     VALUE "23".
           88  BATCH-GEEN-BESTAND                 VALUE "35".
       77  AANLEVERPAR_IN-STATUS                  PIC XX.
           88  AANLEVERPAR_IN-OK                  VALUE "00".
           88  AANLEVERPAR_IN-EOF                 VALUE "10".
       77  AANLEVERING_UIT-STATUS                 PIC XX.
           88  AANLEVERING_UIT-OK                 VALUE "00".
       77  ONTVANGST_IN-STATUS                    PIC XX.
           88  ONTVANGST_IN-OK                    VALUE "00".
           88  ONTVANGST_IN-EOF                   VALUE "10".
       77  VERSLAG_UIT-STATUS                     PIC XX.
           88  VERSLAG_UIT-OK                     VALUE "00".
       77  WS-FUNCTIE                             PIC X.
           88  FUNCTIE-AANMAKEN                   VALUE "A".
           88  FUNCTIE-BEVESTIGINGEN              VALUE "B".
           88  FUNCTIE-ACHTERSTAND                VALUE "O".
       77  WS-AFZENDER                            PIC X(8).
       77  WS-TERMIJN-DAGEN                       PIC 9(3) VALUE ZERO.
       01  WS-PAR-DAGEN-X                         PIC X(3).
       01  WS-PAR-DAGEN REDEFINES WS-PAR-DAGEN-X  PIC 9(3).
       77  WS-VANDAAG                             PIC X(8).
       77  WS-VANDAAG-N REDEFINES WS-VANDAAG      PIC 9(8).
       77  WS-VANDAAG-INT                         PIC 9(7).
       77  WS-DATUM                               PIC X(8).
       77  WS-DATUM-N REDEFINES WS-DATUM          PIC 9(8).
       77  WS-DATUM-INT                           PIC 9(7).
       77  WS-DAGEN                               PIC S9(5).
       77  WS-DAGEN-EDIT                          PIC ZZZZ9.
       77  WS-LAATSTE-BATCH                       PIC 9(6).
       77  WS-BATCH                               PIC 9(6) VALUE ZERO.
       77  WS-VERVALLEN-BATCH                     PIC 9(6) VALUE ZERO.
       77  WS-HERSTEL-BATCH                       PIC 9(6).
       77  WS-HERSTEL-STATUS                      PIC X.
       77  WS-HERSTEL-AANTAL                      PIC 9(7).
       77  WS-HERSTELD-VAN                        PIC 9(6).
       77  WS-STUUR-HERSTELD                      PIC X VALUE "N".
           88  STUUR-HERSTELD                     VALUE "J".
       77  WS-ZOEK-KLAAR                          PIC X.
           88  ZOEK-KLAAR                         VALUE "J".
       77  WS-BATCH-OPEN                          PIC X VALUE "N".
           88  BATCH-GEOPEND                      VALUE "J".
       77  WS-BATCH-GELDIG                        PIC X VALUE "N".
           88  BATCH-GELDIG                       VALUE "J".
       77  WS-ONTVANGST-BATCH                     PIC 9(6) VALUE ZERO.
       77  WS-MUTATIE                             PIC X.
       77  WS-REDEN                               PIC X(40).
       77  WS-NAW-BEELD                           PIC X(38).
       77  WS-NAW-HASH                            PIC 9(12).
       77  WS-NAW-KENMERK                         PIC X(12).
       77  WS-NAW-POS                             PIC 99.
       77  WS-REGISTER-KLAAR                      PIC X.
           88  REGISTER-KLAAR                     VALUE "J".
       77  WS-GELEZEN                             PIC 9(7) VALUE ZERO.
       77  WS-VERZONDEN-NIEUW                     PIC 9(7) VALUE ZERO.
       77  WS-VERZONDEN-CORRECTIE                 PIC 9(7) VALUE ZERO.
       77  WS-REEDS-VERZONDEN                     PIC 9(7) VALUE ZERO.
       77  WS-GEWEIGERD                           PIC 9(7) VALUE ZERO.
       77  WS-DETAILS                             PIC 9(7) VALUE ZERO.
       77  WS-HASH-KANDIDAAT                      PIC 9(15) VALUE ZERO.
       77  WS-HASH-GEM                            PIC 9(15) VALUE ZERO.
       77  WS-GEM-GETAL                           PIC 9(3).
       77  WS-KOPPEN                              PIC 9(7) VALUE ZERO.
       77  WS-SLUITRECORDS                        PIC 9(7) VALUE ZERO.
       77  WS-GEACCEPTEERD                        PIC 9(7) VALUE ZERO.
       77  WS-AFGEWEZEN                           PIC 9(7) VALUE ZERO.
       77  WS-BATCH-DETAILS                       PIC 9(7) VALUE ZERO.
       77  WS-BATCH-GEACCEPTEERD                  PIC 9(7) VALUE ZERO.
       77  WS-BATCH-AFGEWEZEN                     PIC 9(7) VALUE ZERO.
       77  WS-ZONDER-ANTWOORD                     PIC -(6)9.
       77  WS-BATCHES-BEVESTIGD                   PIC 9(7) VALUE ZERO.
       77  WS-BATCHES-OPEN                        PIC 9(7) VALUE ZERO.
       77  WS-ACHTERSTALLIG                       PIC 9(7) VALUE ZERO.
       77  WS-BALANS-VERSCHIL                     PIC S9(7).
       77  WS-ABEND-PROGRAM-ID                    PIC X(8) VALUE
           "LA10V".
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
       77  WS-BATCHREGEL                          PIC X(80).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-RUNLOG-START.
           MOVE FUNCTION CURRENT-DATE TO WS-KLOK.
           STRING WS-KLOK(1:8) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-KLOK(9:6) DELIMITED BY SIZE
                  INTO WS-RUN-TIJDSTIP.
           MOVE WS-KLOK(1:8) TO WS-VANDAAG.
           COMPUTE WS-VANDAAG-INT = INTEGER-OF-DATE(WS-VANDAAG-N).
           DISPLAY "FUNCTIE (A=AANMAKEN AANLEVERING,"
               " B=ONTVANGSTBEVESTIGING VERWERKEN,"
               " O=OVERZICHT ACHTERSTALLIG) ?" UPON TERM.
           ACCEPT WS-FUNCTIE FROM TERM.
           IF NOT FUNCTIE-AANMAKEN AND NOT FUNCTIE-BEVESTIGINGEN
               AND NOT FUNCTIE-ACHTERSTAND THEN
               DISPLAY "ONBEKENDE FUNCTIE : " WS-FUNCTIE
                   UPON STDERR
               MOVE "ONBEKENDE FUNCTIE" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           PERFORM 0010-PARAMETERS-LEZEN.
           PERFORM 0015-BATCHREGISTER-OPENEN.
           PERFORM 0018-AANLEVERLOG-OPENEN.
           OPEN OUTPUT VERSLAG_UIT.
           IF STUUR-HERSTELD THEN
               STRING "STUURRECORD HERSTELD, LAATSTE BATCHNUMMER "
                                       DELIMITED BY SIZE
                      WS-HERSTELD-VAN  DELIMITED BY SIZE
                      " WORDT "        DELIMITED BY SIZE
                      WS-LAATSTE-BATCH DELIMITED BY SIZE
                      " (BATCH VAN AFGEBROKEN RUN OVERGENOMEN)"
                                       DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               MOVE SPACES TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
           IF FUNCTIE-AANMAKEN THEN
               PERFORM 0020-AANMAKEN
           ELSE
           IF FUNCTIE-BEVESTIGINGEN THEN
               PERFORM 0050-BEVESTIGINGEN
               PERFORM 0060-ACHTERSTAND
           ELSE
               PERFORM 0060-ACHTERSTAND
           END-IF
           END-IF.
           CLOSE AANLEVERLOG_IO BATCH_IO.
           PERFORM 0080-BALANS-CONTROLE.
           PERFORM 8020-VERSLAG-TRAILER.
           CLOSE VERSLAG_UIT.
           DISPLAY "VERSLAG GESCHREVEN, PAGINAS : " WS-PAGINA
               UPON TERM.
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
       0010-PARAMETERS-LEZEN.
           MOVE SPACES TO WS-AFZENDER.
           OPEN INPUT AANLEVERPAR_IN.
           IF NOT AANLEVERPAR_IN-OK THEN
               DISPLAY "PARAMETERBESTAND AANLEVERING ONTBREEKT : "
                   AANLEVERPAR_IN-STATUS UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "AANLEVERPARAMETERS ONTBREKEN, STATUS "
                   AANLEVERPAR_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL AANLEVERPAR_IN-EOF
               READ AANLEVERPAR_IN
                   AT END
                       SET AANLEVERPAR_IN-EOF TO TRUE
               END-READ
               IF NOT AANLEVERPAR_IN-EOF THEN
                   IF AANLEVERPAR_IN-OK THEN
                       IF AP-NAAM = "AFZENDER-CODE" THEN
                           MOVE AP-WAARDE TO WS-AFZENDER
                       END-IF
                       MOVE AP-WAARDE(1:3) TO WS-PAR-DAGEN-X
                       IF AP-NAAM = "BEVESTIG-TERMIJN"
                           AND WS-PAR-DAGEN-X IS NUMERIC THEN
                           MOVE WS-PAR-DAGEN TO WS-TERMIJN-DAGEN
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           AANLEVERPAR_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "AANLEVERPAR_IN STATUS "
                           AANLEVERPAR_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AANLEVERPAR_IN.
           IF WS-AFZENDER = SPACES THEN
               DISPLAY "PARAMETER AFZENDER-CODE ONTBREEKT"
                   UPON STDERR
               MOVE "PARAMETER AFZENDER-CODE ONTBREEKT"
                   TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           IF WS-TERMIJN-DAGEN = ZERO THEN
               DISPLAY "PARAMETER BEVESTIG-TERMIJN ONJUIST"
                   UPON STDERR
               MOVE "PARAMETER BEVESTIG-TERMIJN ONJUIST"
                   TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
      *    opent het batchregister (zo nodig nieuw, met een
      *    stuurrecord op 0) en controleert dat er geen batch boven
      *    het laatst uitgegeven nummer staat; een batch in aanmaak
      *    daarboven wordt overgenomen
       0015-BATCHREGISTER-OPENEN.
           OPEN I-O BATCH_IO.
           IF NOT BATCH-OK THEN
               IF NOT BATCH-GEEN-BESTAND THEN
                   PERFORM 0095-BATCH-FOUT
               END-IF
               OPEN OUTPUT BATCH_IO
               IF NOT BATCH-OK THEN
                   PERFORM 0095-BATCH-FOUT
               END-IF
               MOVE SPACES TO BATCH-STUUR-RECORD
               MOVE ZERO TO BS-BATCH
               MOVE ZERO TO BS-LAATSTE
               WRITE BATCH-STUUR-RECORD
               IF NOT BATCH-OK THEN
                   PERFORM 0095-BATCH-FOUT
               END-IF
               CLOSE BATCH_IO
               OPEN I-O BATCH_IO
               IF NOT BATCH-OK THEN
                   PERFORM 0095-BATCH-FOUT
               END-IF
           END-IF.
           MOVE ZERO TO BA-BATCH.
           READ BATCH_IO KEY IS BA-BATCH.
           IF NOT BATCH-OK THEN
               DISPLAY "STUURRECORD BATCHREGISTER ONTBREEKT : "
                   BATCH-STATUS UPON STDERR
               MOVE "STUURRECORD BATCHREGISTER ONTBREEKT"
                   TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE BS-LAATSTE TO WS-LAATSTE-BATCH.
           MOVE WS-LAATSTE-BATCH TO BA-BATCH.
           START BATCH_IO KEY IS > BA-BATCH.
           IF BATCH-OK THEN
               PERFORM 0016-STUURRECORD-HERSTELLEN
           ELSE
           IF NOT BATCH-ONBEKEND THEN
               PERFORM 0095-BATCH-FOUT
           END-IF
           END-IF.
      *    een afgebroken run kan het batchrecord (in aanmaak) al
      *    hebben geschreven zonder het stuurrecord bij te werken;
      *    het nummer wordt dan overgenomen en 0022 laat de batch
      *    vervallen. Elke andere batch boven het laatste nummer, of
      *    meer dan een, wijst op een beschadigd register.
       0016-STUURRECORD-HERSTELLEN.
           MOVE ZERO TO WS-HERSTEL-AANTAL.
           MOVE "N" TO WS-ZOEK-KLAAR.
           PERFORM WITH TEST BEFORE UNTIL ZOEK-KLAAR
               READ BATCH_IO NEXT
                   AT END
                       MOVE "J" TO WS-ZOEK-KLAAR
               END-READ
               IF NOT ZOEK-KLAAR THEN
                   IF NOT BATCH-OK THEN
                       PERFORM 0095-BATCH-FOUT
                   END-IF
                   ADD 1 TO WS-HERSTEL-AANTAL
                   MOVE BA-BATCH TO WS-HERSTEL-BATCH
                   MOVE BA-STATUS TO WS-HERSTEL-STATUS
               END-IF
           END-PERFORM.
           IF WS-HERSTEL-AANTAL NOT = 1
               OR WS-HERSTEL-STATUS NOT = "A" THEN
               DISPLAY "BATCH BOVEN LAATSTE NUMMER "
                   WS-LAATSTE-BATCH UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "BATCH BOVEN LAATSTE NUMMER "
                   WS-LAATSTE-BATCH
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE ZERO TO BA-BATCH.
           READ BATCH_IO KEY IS BA-BATCH.
           IF NOT BATCH-OK THEN
               PERFORM 0095-BATCH-FOUT
           END-IF.
           MOVE WS-LAATSTE-BATCH TO WS-HERSTELD-VAN.
           MOVE WS-HERSTEL-BATCH TO WS-LAATSTE-BATCH.
           MOVE WS-LAATSTE-BATCH TO BS-LAATSTE.
           REWRITE BATCH-STUUR-RECORD.
           IF NOT BATCH-OK THEN
               PERFORM 0095-BATCH-FOUT
           END-IF.
           MOVE "J" TO WS-STUUR-HERSTELD.
           DISPLAY "STUURRECORD BATCHREGISTER HERSTELD VAN "
               WS-HERSTELD-VAN " NAAR " WS-LAATSTE-BATCH UPON TERM.
       0018-AANLEVERLOG-OPENEN.
           OPEN I-O AANLEVERLOG_IO.
           IF NOT AANLEVERLOG-OK THEN
               IF NOT AANLEVERLOG-GEEN-BESTAND THEN
                   PERFORM 0096-AANLEVERLOG-FOUT
               END-IF
               OPEN OUTPUT AANLEVERLOG_IO
               IF NOT AANLEVERLOG-OK THEN
                   PERFORM 0096-AANLEVERLOG-FOUT
               END-IF
               CLOSE AANLEVERLOG_IO
               OPEN I-O AANLEVERLOG_IO
               IF NOT AANLEVERLOG-OK THEN
                   PERFORM 0096-AANLEVERLOG-FOUT
               END-IF
           END-IF.
       0020-AANMAKEN.
           PERFORM 0022-ONVOLTOOIDE-BATCH.
           OPEN INPUT REGISTER_IN.
           IF NOT REGISTER-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "REGISTER_IN STATUS " REGISTER-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           OPEN INPUT KANDIDAAT_IN.
           IF NOT KANDIDAAT_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "KANDIDAAT_IN STATUS " KANDIDAAT_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "AANLEVERING UITSLAGEN, AFZENDER "
                                       DELIMITED BY SIZE
                  WS-AFZENDER          DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
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
                       PERFORM 0030-REGISTERRECORD-BEOORDELEN
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
           CLOSE REGISTER_IN KANDIDAAT_IN.
           IF BATCH-GEOPEND THEN
               PERFORM 0048-BATCH-AFSLUITEN
           ELSE
      *        een leeg bestand, zodat een oude batch niet nogmaals
      *        wordt verstuurd
               OPEN OUTPUT AANLEVERING_UIT
               CLOSE AANLEVERING_UIT
               MOVE SPACES TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               MOVE "GEEN KANDIDATEN TE VERZENDEN, GEEN BATCH"
                   TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
           DISPLAY "AANLEVERING LA10V, FUNCTIE AANMAKEN" UPON TERM.
           DISPLAY "REGISTERRECORDS GELEZEN : " WS-GELEZEN UPON TERM.
           DISPLAY "BATCH                   : " WS-BATCH UPON TERM.
           DISPLAY "NIEUW VERZONDEN         : " WS-VERZONDEN-NIEUW
               UPON TERM.
           DISPLAY "CORRECTIE VERZONDEN     : "
               WS-VERZONDEN-CORRECTIE UPON TERM.
           DISPLAY "REEDS VERZONDEN         : " WS-REEDS-VERZONDEN
               UPON TERM.
           DISPLAY "GEWEIGERD               : " WS-GEWEIGERD
               UPON TERM.
      *    een batch die nog in aanmaak staat is door een afgebroken
      *    run nooit afgesloten; hij vervalt en zijn kandidaten
      *    gelden als niet verzonden
       0022-ONVOLTOOIDE-BATCH.
           IF WS-LAATSTE-BATCH NOT = ZERO THEN
               MOVE WS-LAATSTE-BATCH TO BA-BATCH
               READ BATCH_IO KEY IS BA-BATCH
               IF NOT BATCH-OK THEN
                   PERFORM 0095-BATCH-FOUT
               END-IF
               IF BA-IN-AANMAAK THEN
                   MOVE "X" TO BA-STATUS
                   REWRITE BATCH-RECORD
                   IF NOT BATCH-OK THEN
                       PERFORM 0095-BATCH-FOUT
                   END-IF
                   MOVE BA-BATCH TO WS-VERVALLEN-BATCH
                   MOVE SPACES TO WS-PRINT-REGEL
                   STRING "ONVOLTOOIDE BATCH "  DELIMITED BY SIZE
                          BA-BATCH              DELIMITED BY SIZE
                          " VAN "               DELIMITED BY SIZE
                          BA-TIJDSTIP           DELIMITED BY SIZE
                          " VERVALLEN, KANDIDATEN WORDEN OPNIEUW"
                                                DELIMITED BY SIZE
                          " AANGEBODEN"         DELIMITED BY SIZE
                          INTO WS-PRINT-REGEL
                   PERFORM 8000-VERSLAG-SCHRIJVEN
                   MOVE SPACES TO WS-PRINT-REGEL
                   PERFORM 8000-VERSLAG-SCHRIJVEN
               END-IF
           END-IF.
      *    verzenden als de kandidaat voor deze zitting nog niet is
      *    aangeleverd (N) of als de uitslag afwijkt van de verzonden
      *    uitslag (C); een kandidaat uit een vervallen batch wordt
      *    aangeboden zoals hij toen werd aangeleverd
       0030-REGISTERRECORD-BEOORDELEN.
           MOVE SPACES TO WS-REDEN.
           PERFORM 0045-NAW-LEZEN.
           MOVE RG-SLEUTEL TO AL-SLEUTEL.
           READ AANLEVERLOG_IO KEY IS AL-SLEUTEL.
           IF AANLEVERLOG-ONBEKEND THEN
               MOVE "N" TO WS-MUTATIE
           ELSE
           IF NOT AANLEVERLOG-OK THEN
               PERFORM 0096-AANLEVERLOG-FOUT
           ELSE
               PERFORM 0032-LOGBATCH-CONTROLEREN
           END-IF
           END-IF.
           IF WS-MUTATIE = SPACES THEN
               ADD 1 TO WS-REEDS-VERZONDEN
           ELSE
               IF WS-REDEN = SPACES THEN
                   PERFORM 0040-DETAIL-SCHRIJVEN
               ELSE
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
               END-IF
           END-IF.
       0032-LOGBATCH-CONTROLEREN.
           MOVE AL-BATCH TO BA-BATCH.
           READ BATCH_IO KEY IS BA-BATCH.
           IF NOT BATCH-OK THEN
               PERFORM 0095-BATCH-FOUT
           END-IF.
           IF BA-VERVALLEN THEN
               MOVE AL-SOORT TO WS-MUTATIE
           ELSE
           IF AL-GEWEIGERD THEN
               MOVE "C" TO WS-MUTATIE
           ELSE
           IF AL-RESULTAAT NOT = REGISTER-RECORD THEN
               MOVE "C" TO WS-MUTATIE
           ELSE
               MOVE SPACES TO WS-MUTATIE
               IF WS-REDEN = SPACES
                   AND AL-NAW-KENMERK NOT = SPACES THEN
                   PERFORM 0047-NAW-KENMERK
                   IF AL-NAW-KENMERK NOT = WS-NAW-KENMERK THEN
                       MOVE "C" TO WS-MUTATIE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
      *    kent bij het eerste detail het volgende batchnummer toe:
      *    eerst het batchrecord (in aanmaak), daarna het
      *    stuurrecord, dan de kop van het aanleverbestand
       0035-BATCH-OPENEN.
           ADD 1 TO WS-LAATSTE-BATCH.
           MOVE WS-LAATSTE-BATCH TO WS-BATCH.
           MOVE SPACES TO BATCH-RECORD.
           MOVE WS-BATCH TO BA-BATCH.
           MOVE WS-RUN-TIJDSTIP TO BA-TIJDSTIP.
           MOVE WS-VANDAAG TO BA-DATUM.
           MOVE "A" TO BA-STATUS.
           MOVE ZERO TO BA-AANTAL.
           MOVE ZERO TO BA-HASH-KANDIDAAT.
           MOVE ZERO TO BA-GEACCEPTEERD.
           MOVE ZERO TO BA-GEWEIGERD.
           WRITE BATCH-RECORD.
           IF NOT BATCH-OK THEN
               PERFORM 0095-BATCH-FOUT
           END-IF.
           MOVE BATCH-RECORD TO WS-BATCHREGEL.
           MOVE SPACES TO BATCH-STUUR-RECORD.
           MOVE ZERO TO BS-BATCH.
           MOVE WS-LAATSTE-BATCH TO BS-LAATSTE.
           REWRITE BATCH-STUUR-RECORD.
           IF NOT BATCH-OK THEN
               PERFORM 0095-BATCH-FOUT
           END-IF.
           MOVE WS-BATCHREGEL TO BATCH-RECORD.
           OPEN OUTPUT AANLEVERING_UIT.
           IF NOT AANLEVERING_UIT-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "AANLEVERING_UIT STATUS " AANLEVERING_UIT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE SPACES TO AANLEVER-KOP.
           MOVE "H" TO AK-SOORT.
           MOVE WS-AFZENDER TO AK-AFZENDER.
           MOVE WS-BATCH TO AK-BATCH.
           MOVE WS-RUN-TIJDSTIP TO AK-TIJDSTIP.
           WRITE AANLEVER-KOP.
           MOVE "J" TO WS-BATCH-OPEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "BATCH "             DELIMITED BY SIZE
                  WS-BATCH             DELIMITED BY SIZE
                  " AANGEMAAKT OP "    DELIMITED BY SIZE
                  WS-RUN-TIJDSTIP      DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0040-DETAIL-SCHRIJVEN.
           IF NOT BATCH-GEOPEND THEN
               PERFORM 0035-BATCH-OPENEN
           END-IF.
           MOVE SPACES TO AANLEVER-DETAIL.
           MOVE "D" TO AD-SOORT.
           MOVE RG-KANDIDAAT TO AD-KANDIDAAT.
           MOVE RG-ZITTING TO AD-ZITTING.
           MOVE KN-NAAM TO AD-NAAM.
           MOVE KN-GEBOORTE TO AD-GEBOORTE.
           MOVE RG-PROV TO AD-PROV.
           MOVE RG-KLASSE TO AD-KLASSE.
           MOVE RG-GEM TO AD-GEM.
           MOVE WS-MUTATIE TO AD-MUTATIE.
           WRITE AANLEVER-DETAIL.
           ADD 1 TO WS-DETAILS.
           ADD RG-KANDIDAAT TO WS-HASH-KANDIDAAT.
           COMPUTE WS-GEM-GETAL = RG-GEM * 10.
           ADD WS-GEM-GETAL TO WS-HASH-GEM.
           PERFORM 0042-AANLEVERLOG-BIJWERKEN.
           IF WS-MUTATIE = "C" THEN
               ADD 1 TO WS-VERZONDEN-CORRECTIE
           ELSE
               ADD 1 TO WS-VERZONDEN-NIEUW
           END-IF.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "VERZONDEN  KANDIDAAT " DELIMITED BY SIZE
                  RG-KANDIDAAT            DELIMITED BY SIZE
                  " ZITTING "             DELIMITED BY SIZE
                  RG-ZITTING              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  RG-KLASSE               DELIMITED BY SIZE
                  " SOORT "               DELIMITED BY SIZE
                  WS-MUTATIE              DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
      *    het logrecord bestaat al (REWRITE) of is nieuw (WRITE);
      *    een eerder antwoord van de instantie vervalt
       0042-AANLEVERLOG-BIJWERKEN.
           MOVE RG-SLEUTEL TO AL-SLEUTEL.
           READ AANLEVERLOG_IO KEY IS AL-SLEUTEL.
           IF AANLEVERLOG-OK THEN
               PERFORM 0043-LOGRECORD-VULLEN
               REWRITE AANLEVERLOG-RECORD
           ELSE
           IF AANLEVERLOG-ONBEKEND THEN
               MOVE SPACES TO AANLEVERLOG-RECORD
               MOVE RG-SLEUTEL TO AL-SLEUTEL
               PERFORM 0043-LOGRECORD-VULLEN
               WRITE AANLEVERLOG-RECORD
           ELSE
               PERFORM 0096-AANLEVERLOG-FOUT
           END-IF
           END-IF.
           IF NOT AANLEVERLOG-OK THEN
               PERFORM 0096-AANLEVERLOG-FOUT
           END-IF.
       0043-LOGRECORD-VULLEN.
           MOVE WS-BATCH TO AL-BATCH.
           MOVE WS-VANDAAG TO AL-DATUM.
           MOVE REGISTER-RECORD TO AL-RESULTAAT.
           MOVE WS-MUTATIE TO AL-SOORT.
           MOVE "V" TO AL-STATUS.
           MOVE SPACES TO AL-REDEN.
           MOVE SPACES TO AL-ANTWOORD.
           PERFORM 0047-NAW-KENMERK.
           MOVE WS-NAW-KENMERK TO AL-NAW-KENMERK.
      *    zet WS-REDEN als er geen bruikbare naw-gegevens zijn
       0045-NAW-LEZEN.
           MOVE RG-KANDIDAAT TO KN-KANDIDAAT.
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
           ELSE
           IF KN-GEBOORTE = SPACES THEN
               MOVE "GEEN GEBOORTEDATUM" TO WS-REDEN
           END-IF
           END-IF
           END-IF
           END-IF.
      *    kenmerk van naam en geboortedatum van het gelezen
      *    kandidaatrecord: een polynoomhash modulo een priemgetal
       0047-NAW-KENMERK.
           MOVE KN-NAAM TO WS-NAW-BEELD(1:30).
           MOVE KN-GEBOORTE TO WS-NAW-BEELD(31:8).
           MOVE ZERO TO WS-NAW-HASH.
           PERFORM WITH TEST BEFORE
               VARYING WS-NAW-POS FROM 1
                                  BY 1
                                  UNTIL WS-NAW-POS > 38
               COMPUTE WS-NAW-HASH = MOD(WS-NAW-HASH * 31
                   + ORD(WS-NAW-BEELD(WS-NAW-POS:1)), 999999999989)
           END-PERFORM.
           MOVE WS-NAW-HASH TO WS-NAW-KENMERK.
      *    sluitrecord schrijven en de batch als verzonden
      *    vastleggen; pas dan is de aanlevering compleet
       0048-BATCH-AFSLUITEN.
           MOVE SPACES TO AANLEVER-SLUIT.
           MOVE "T" TO AT-SOORT.
           MOVE WS-BATCH TO AT-BATCH.
           MOVE WS-DETAILS TO AT-AANTAL.
           MOVE WS-HASH-KANDIDAAT TO AT-HASH-KANDIDAAT.
           MOVE WS-HASH-GEM TO AT-HASH-GEM.
           WRITE AANLEVER-SLUIT.
           CLOSE AANLEVERING_UIT.
           MOVE WS-BATCH TO BA-BATCH.
           READ BATCH_IO KEY IS BA-BATCH.
           IF NOT BATCH-OK THEN
               PERFORM 0095-BATCH-FOUT
           END-IF.
           MOVE "V" TO BA-STATUS.
           MOVE WS-DETAILS TO BA-AANTAL.
           MOVE WS-HASH-KANDIDAAT TO BA-HASH-KANDIDAAT.
           REWRITE BATCH-RECORD.
           IF NOT BATCH-OK THEN
               PERFORM 0095-BATCH-FOUT
           END-IF.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "BATCH "             DELIMITED BY SIZE
                  WS-BATCH             DELIMITED BY SIZE
                  " AFGESLOTEN, DETAILS "
                                       DELIMITED BY SIZE
                  WS-DETAILS           DELIMITED BY SIZE
                  " HASH KANDIDAAT "   DELIMITED BY SIZE
                  WS-HASH-KANDIDAAT    DELIMITED BY SIZE
                  " HASH GEM "         DELIMITED BY SIZE
                  WS-HASH-GEM          DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0050-BEVESTIGINGEN.
           OPEN INPUT ONTVANGST_IN.
           IF NOT ONTVANGST_IN-OK THEN
               DISPLAY "ONTVANGSTBEVESTIGING ONTBREEKT : "
                   ONTVANGST_IN-STATUS UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "ONTVANGST_IN STATUS " ONTVANGST_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE "VERWERKING ONTVANGSTBEVESTIGING" TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE UNTIL ONTVANGST_IN-EOF
               READ ONTVANGST_IN
                   AT END
                       SET ONTVANGST_IN-EOF TO TRUE
               END-READ
               IF NOT ONTVANGST_IN-EOF THEN
                   IF ONTVANGST_IN-OK THEN
                       ADD 1 TO WS-GELEZEN
                       PERFORM 0052-ONTVANGST-REGEL
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           ONTVANGST_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "ONTVANGST_IN STATUS "
                           ONTVANGST_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ONTVANGST_IN.
           IF BATCH-GELDIG THEN
               MOVE SPACES TO WS-PRINT-REGEL
               STRING "*** SLUITRECORD ONTBREEKT, BATCH "
                                       DELIMITED BY SIZE
                      WS-ONTVANGST-BATCH
                                       DELIMITED BY SIZE
                      " NIET ALS BEVESTIGD VASTGELEGD"
                                       DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           DISPLAY "AANLEVERING LA10V, FUNCTIE BEVESTIGINGEN"
               UPON TERM.
           DISPLAY "RECORDS GELEZEN      : " WS-GELEZEN UPON TERM.
           DISPLAY "GEACCEPTEERD         : " WS-GEACCEPTEERD
               UPON TERM.
           DISPLAY "AFGEWEZEN            : " WS-AFGEWEZEN UPON TERM.
           DISPLAY "GEWEIGERD            : " WS-GEWEIGERD UPON TERM.
       0052-ONTVANGST-REGEL.
           MOVE SPACES TO WS-REDEN.
           IF OB-KOP THEN
               PERFORM 0054-ONTVANGST-KOP
           ELSE
           IF OB-DETAIL THEN
               PERFORM 0056-ONTVANGST-DETAIL
           ELSE
           IF OB-SLUIT THEN
               PERFORM 0058-ONTVANGST-SLUIT
           ELSE
               MOVE "ONBEKENDE RECORDSOORT" TO WS-REDEN
           END-IF
           END-IF
           END-IF.
           IF WS-REDEN NOT = SPACES THEN
               ADD 1 TO WS-GEWEIGERD
               MOVE SPACES TO WS-PRINT-REGEL
               STRING "GEWEIGERD  "     DELIMITED BY SIZE
                      ONTVANGST-RECORD  DELIMITED BY SIZE
                      " : "             DELIMITED BY SIZE
                      WS-REDEN          DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
      *    de batch moet verzonden en nog niet bevestigd zijn
       0054-ONTVANGST-KOP.
           IF BATCH-GELDIG THEN
               MOVE SPACES TO WS-PRINT-REGEL
               STRING "*** SLUITRECORD ONTBREEKT, BATCH "
                                       DELIMITED BY SIZE
                      WS-ONTVANGST-BATCH
                                       DELIMITED BY SIZE
                      " NIET ALS BEVESTIGD VASTGELEGD"
                                       DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
           MOVE "N" TO WS-BATCH-GELDIG.
           MOVE ZERO TO WS-ONTVANGST-BATCH.
           MOVE ZERO TO WS-BATCH-DETAILS.
           MOVE ZERO TO WS-BATCH-GEACCEPTEERD.
           MOVE ZERO TO WS-BATCH-AFGEWEZEN.
           IF OB-BATCH IS NOT NUMERIC THEN
               MOVE "BATCHNUMMER NIET NUMERIEK" TO WS-REDEN
           ELSE
               MOVE OB-BATCH-N TO BA-BATCH
               READ BATCH_IO KEY IS BA-BATCH
               IF BATCH-ONBEKEND OR OB-BATCH-N = ZERO THEN
                   MOVE "BATCH ONBEKEND" TO WS-REDEN
               ELSE
               IF NOT BATCH-OK THEN
                   PERFORM 0095-BATCH-FOUT
               ELSE
               IF BA-BEVESTIGD THEN
                   MOVE "BATCH AL BEVESTIGD" TO WS-REDEN
               ELSE
               IF NOT BA-VERZONDEN THEN
                   MOVE "BATCH NIET VERZONDEN" TO WS-REDEN
               ELSE
                   ADD 1 TO WS-KOPPEN
                   MOVE "J" TO WS-BATCH-GELDIG
                   MOVE OB-BATCH-N TO WS-ONTVANGST-BATCH
                   MOVE SPACES TO WS-PRINT-REGEL
                   STRING "BEVESTIGING BATCH " DELIMITED BY SIZE
                          BA-BATCH             DELIMITED BY SIZE
                          " VAN "              DELIMITED BY SIZE
                          BA-TIJDSTIP          DELIMITED BY SIZE
                          " DETAILS VERZONDEN " DELIMITED BY SIZE
                          BA-AANTAL            DELIMITED BY SIZE
                          INTO WS-PRINT-REGEL
                   PERFORM 8000-VERSLAG-SCHRIJVEN
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
      *    antwoord per kandidaat vastleggen in het aanleverlog;
      *    alleen voor de kandidaat zoals hij in deze batch zat
       0056-ONTVANGST-DETAIL.
           IF NOT BATCH-GELDIG THEN
               MOVE "GEEN GELDIGE BATCHKOP" TO WS-REDEN
           ELSE
           IF OB-BATCH IS NOT NUMERIC
               OR OB-BATCH-N NOT = WS-ONTVANGST-BATCH THEN
               MOVE "BATCHNUMMER WIJKT AF VAN KOP" TO WS-REDEN
           ELSE
           IF OB-KANDIDAAT IS NOT NUMERIC THEN
               MOVE "KANDIDAATNUMMER NIET NUMERIEK" TO WS-REDEN
           ELSE
           IF NOT OB-GEACCEPTEERD AND NOT OB-GEWEIGERD THEN
               MOVE "UITSLAGCODE ONBEKEND" TO WS-REDEN
           ELSE
           IF OB-GEWEIGERD AND OB-REDEN = SPACES THEN
               MOVE "REDENCODE ONTBREEKT" TO WS-REDEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-REDEN = SPACES THEN
               ADD 1 TO WS-BATCH-DETAILS
               MOVE OB-KANDIDAAT-N TO AL-KANDIDAAT
               MOVE OB-ZITTING TO AL-ZITTING
               READ AANLEVERLOG_IO KEY IS AL-SLEUTEL
               IF AANLEVERLOG-ONBEKEND THEN
                   MOVE "KANDIDAAT NIET AANGELEVERD" TO WS-REDEN
               ELSE
               IF NOT AANLEVERLOG-OK THEN
                   PERFORM 0096-AANLEVERLOG-FOUT
               ELSE
               IF AL-BATCH NOT = WS-ONTVANGST-BATCH THEN
                   MOVE "KANDIDAAT INMIDDELS OPNIEUW AANGELEVERD"
                       TO WS-REDEN
               END-IF
               END-IF
               END-IF
           END-IF.
           IF WS-REDEN = SPACES THEN
               MOVE WS-VANDAAG TO AL-ANTWOORD
               IF OB-GEACCEPTEERD THEN
                   MOVE "G" TO AL-STATUS
                   MOVE SPACES TO AL-REDEN
                   ADD 1 TO WS-GEACCEPTEERD
                   ADD 1 TO WS-BATCH-GEACCEPTEERD
               ELSE
                   MOVE "W" TO AL-STATUS
                   MOVE OB-REDEN TO AL-REDEN
                   ADD 1 TO WS-AFGEWEZEN
                   ADD 1 TO WS-BATCH-AFGEWEZEN
                   MOVE SPACES TO WS-PRINT-REGEL
                   STRING "AFGEWEZEN DOOR INSTANTIE  KANDIDAAT "
                                            DELIMITED BY SIZE
                          AL-KANDIDAAT      DELIMITED BY SIZE
                          " ZITTING "       DELIMITED BY SIZE
                          AL-ZITTING        DELIMITED BY SIZE
                          " REDENCODE "     DELIMITED BY SIZE
                          AL-REDEN          DELIMITED BY SIZE
                          INTO WS-PRINT-REGEL
                   PERFORM 8000-VERSLAG-SCHRIJVEN
               END-IF
               REWRITE AANLEVERLOG-RECORD
               IF NOT AANLEVERLOG-OK THEN
                   PERFORM 0096-AANLEVERLOG-FOUT
               END-IF
           END-IF.
      *    het aantal details in het sluitrecord moet kloppen; de
      *    batch wordt dan als bevestigd vastgelegd. Kandidaten
      *    zonder antwoord blijven op verzonden staan
       0058-ONTVANGST-SLUIT.
           IF NOT BATCH-GELDIG THEN
               MOVE "GEEN GELDIGE BATCHKOP" TO WS-REDEN
           ELSE
           IF OB-AANTAL IS NOT NUMERIC THEN
               MOVE "AANTAL NIET NUMERIEK" TO WS-REDEN
           ELSE
           IF OB-AANTAL-N NOT = WS-BATCH-DETAILS THEN
               MOVE "AANTAL WIJKT AF VAN DETAILS" TO WS-REDEN
           END-IF
           END-IF
           END-IF.
           IF WS-REDEN = SPACES THEN
               ADD 1 TO WS-SLUITRECORDS
               MOVE WS-ONTVANGST-BATCH TO BA-BATCH
               READ BATCH_IO KEY IS BA-BATCH
               IF NOT BATCH-OK THEN
                   PERFORM 0095-BATCH-FOUT
               END-IF
               MOVE "B" TO BA-STATUS
               MOVE WS-VANDAAG TO BA-BEVESTIGD-DATUM
               MOVE WS-BATCH-GEACCEPTEERD TO BA-GEACCEPTEERD
               MOVE WS-BATCH-AFGEWEZEN TO BA-GEWEIGERD
               REWRITE BATCH-RECORD
               IF NOT BATCH-OK THEN
                   PERFORM 0095-BATCH-FOUT
               END-IF
               ADD 1 TO WS-BATCHES-BEVESTIGD
               MOVE SPACES TO WS-PRINT-REGEL
               STRING "BATCH "             DELIMITED BY SIZE
                      BA-BATCH             DELIMITED BY SIZE
                      " BEVESTIGD, GEACCEPTEERD "
                                           DELIMITED BY SIZE
                      BA-GEACCEPTEERD      DELIMITED BY SIZE
                      " AFGEWEZEN "        DELIMITED BY SIZE
                      BA-GEWEIGERD         DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               IF BA-AANTAL NOT = WS-BATCH-DETAILS THEN
                   COMPUTE WS-ZONDER-ANTWOORD =
                       BA-AANTAL - WS-BATCH-DETAILS
                   MOVE SPACES TO WS-PRINT-REGEL
                   STRING "*** ZONDER ANTWOORD VAN DE INSTANTIE : "
                                           DELIMITED BY SIZE
                          WS-ZONDER-ANTWOORD
                                           DELIMITED BY SIZE
                          INTO WS-PRINT-REGEL
                   PERFORM 8000-VERSLAG-SCHRIJVEN
               END-IF
               MOVE SPACES TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
           MOVE "N" TO WS-BATCH-GELDIG.
      *    verzonden batches zonder bevestiging, ouder dan de
      *    termijn, zijn achterstallig
       0060-ACHTERSTAND.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "ONBEVESTIGDE BATCHES OUDER DAN "
                                      DELIMITED BY SIZE
                  WS-TERMIJN-DAGEN    DELIMITED BY SIZE
                  " DAGEN"            DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE "N" TO WS-REGISTER-KLAAR.
           MOVE ZERO TO BA-BATCH.
           START BATCH_IO KEY IS > BA-BATCH.
           IF BATCH-ONBEKEND THEN
               MOVE "J" TO WS-REGISTER-KLAAR
           ELSE
           IF NOT BATCH-OK THEN
               PERFORM 0095-BATCH-FOUT
           END-IF
           END-IF.
           PERFORM 0062-ACHTERSTAND-REGEL WITH TEST BEFORE
               UNTIL REGISTER-KLAAR.
           IF WS-ACHTERSTALLIG = ZERO THEN
               MOVE "GEEN ACHTERSTALLIGE BATCHES" TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
           DISPLAY "ONBEVESTIGDE BATCHES : " WS-BATCHES-OPEN
               UPON TERM.
           DISPLAY "ACHTERSTALLIG        : " WS-ACHTERSTALLIG
               UPON TERM.
       0062-ACHTERSTAND-REGEL.
           READ BATCH_IO NEXT
               AT END
                   MOVE "J" TO WS-REGISTER-KLAAR
           END-READ.
           IF NOT REGISTER-KLAAR THEN
               IF NOT BATCH-OK THEN
                   PERFORM 0095-BATCH-FOUT
               END-IF
               IF BA-VERZONDEN THEN
                   ADD 1 TO WS-BATCHES-OPEN
                   MOVE BA-DATUM TO WS-DATUM
                   COMPUTE WS-DATUM-INT = INTEGER-OF-DATE(WS-DATUM-N)
                   COMPUTE WS-DAGEN = WS-VANDAAG-INT - WS-DATUM-INT
                   IF WS-DAGEN > WS-TERMIJN-DAGEN THEN
                       ADD 1 TO WS-ACHTERSTALLIG
                       MOVE WS-DAGEN TO WS-DAGEN-EDIT
                       MOVE SPACES TO WS-PRINT-REGEL
                       STRING "ACHTERSTALLIG BATCH " DELIMITED BY SIZE
                              BA-BATCH              DELIMITED BY SIZE
                              " VERZONDEN "         DELIMITED BY SIZE
                              BA-DATUM              DELIMITED BY SIZE
                              " DETAILS "           DELIMITED BY SIZE
                              BA-AANTAL             DELIMITED BY SIZE
                              " ("                  DELIMITED BY SIZE
                              WS-DAGEN-EDIT         DELIMITED BY SIZE
                              " DAGEN)"             DELIMITED BY SIZE
                              INTO WS-PRINT-REGEL
                       PERFORM 8000-VERSLAG-SCHRIJVEN
                   END-IF
               END-IF
           END-IF.
       0080-BALANS-CONTROLE.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF FUNCTIE-AANMAKEN THEN
               COMPUTE WS-BALANS-VERSCHIL = WS-GELEZEN
                   - WS-VERZONDEN-NIEUW - WS-VERZONDEN-CORRECTIE
                   - WS-REEDS-VERZONDEN - WS-GEWEIGERD
               IF WS-DETAILS NOT = WS-VERZONDEN-NIEUW
                   + WS-VERZONDEN-CORRECTIE THEN
                   ADD 1 TO WS-BALANS-VERSCHIL
               END-IF
               STRING "REGISTERRECORDS GELEZEN : " DELIMITED BY SIZE
                      WS-GELEZEN                   DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "NIEUW VERZONDEN         : " DELIMITED BY SIZE
                      WS-VERZONDEN-NIEUW           DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "CORRECTIE VERZONDEN     : " DELIMITED BY SIZE
                      WS-VERZONDEN-CORRECTIE       DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "REEDS VERZONDEN         : " DELIMITED BY SIZE
                      WS-REEDS-VERZONDEN           DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "GEWEIGERD               : " DELIMITED BY SIZE
                      WS-GEWEIGERD                 DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "DETAILS IN BATCH        : " DELIMITED BY SIZE
                      WS-DETAILS                   DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
           IF FUNCTIE-BEVESTIGINGEN THEN
               COMPUTE WS-BALANS-VERSCHIL = WS-GELEZEN
                   - WS-KOPPEN - WS-SLUITRECORDS - WS-GEACCEPTEERD
                   - WS-AFGEWEZEN - WS-GEWEIGERD
               STRING "RECORDS GELEZEN         : " DELIMITED BY SIZE
                      WS-GELEZEN                   DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "KOPRECORDS              : " DELIMITED BY SIZE
                      WS-KOPPEN                    DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "SLUITRECORDS            : " DELIMITED BY SIZE
                      WS-SLUITRECORDS              DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "GEACCEPTEERD            : " DELIMITED BY SIZE
                      WS-GEACCEPTEERD              DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "AFGEWEZEN DOOR INSTANTIE: " DELIMITED BY SIZE
                      WS-AFGEWEZEN                 DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "GEWEIGERD               : " DELIMITED BY SIZE
                      WS-GEWEIGERD                 DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "BATCHES BEVESTIGD       : " DELIMITED BY SIZE
                      WS-BATCHES-BEVESTIGD         DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               MOVE ZERO TO WS-BALANS-VERSCHIL
           END-IF
           END-IF.
           STRING "ONBEVESTIGDE BATCHES    : " DELIMITED BY SIZE
                  WS-BATCHES-OPEN              DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "ACHTERSTALLIG           : " DELIMITED BY SIZE
                  WS-ACHTERSTALLIG             DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "LAATSTE BATCHNUMMER     : " DELIMITED BY SIZE
                  WS-LAATSTE-BATCH             DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF WS-BALANS-VERSCHIL = ZERO THEN
               MOVE "BALANS IN ORDE" TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               MOVE "*** UIT BALANS, GEEN VRIJGAVE ***"
                   TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               DISPLAY "AANLEVERING UIT BALANS" UPON STDERR
               MOVE "AANLEVERING UIT BALANS" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0095-BATCH-FOUT.
           DISPLAY "SOME ERROR OCCURED : " BATCH-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "BATCH_IO STATUS " BATCH-STATUS
               DELIMITED BY SIZE INTO WS-ABEND-REDEN.
           CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN.
       0096-AANLEVERLOG-FOUT.
           DISPLAY "SOME ERROR OCCURED : " AANLEVERLOG-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "AANLEVERLOG_IO STATUS " AANLEVERLOG-STATUS
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
           STRING "LA10V    VERSLAG LANDELIJKE AANLEVERING"
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
           STRING "*** EINDE VERSLAG LA10V"
                                 DELIMITED BY SIZE
                  " FUNCTIE "    DELIMITED BY SIZE
                  WS-FUNCTIE     DELIMITED BY SIZE
                  " GELEZEN "    DELIMITED BY SIZE
                  WS-GELEZEN     DELIMITED BY SIZE
                  " BATCH "      DELIMITED BY SIZE
                  WS-BATCH       DELIMITED BY SIZE
                  " GEWEIGERD "  DELIMITED BY SIZE
                  WS-GEWEIGERD   DELIMITED BY SIZE
                  " ***"         DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
