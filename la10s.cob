       IDENTIFICATION DIVISION.
       PROGRAM-ID. LA10S.
      *
      *    Inschrijvingen examencentra: functie I leest een lijst
      *    met per examencentrum een centrumcode (dezelfde codes als
      *    de broncodes in de bronlijst van LA10H) en de naam van het
      *    inschrijvingsbestand van dat centrum. Iedere inschrijving
      *    wordt in het kandidaatbestand toegevoegd of bijgewerkt;
      *    elke wijziging wordt net als bij LA10J met tijdstip,
      *    functiecode en het volledige record in het mutatielogboek
      *    vastgelegd. Daarnaast wordt de inschrijving per kandidaat
      *    en zitting in het geindexeerde inschrijvingsregister
      *    gezet, met het centrum als alternatieve sleutel.
      *    Functie A stemt na de run van LA10B de inschrijvingen van
      *    de zitting uit het parameterbestand per centrum af met de
      *    resultaten, de afkeur van LA10D en de uitzonderingen van
      *    LA10B. Het herkomstbestand van LA10H geeft per kandidaat
      *    het centrum waar de uitslag vandaan kwam. Het verslag
      *    noemt per centrum de niet verschenen kandidaten, de
      *    uitslagen zonder inschrijving en de kandidaten die bij een
      *    ander centrum zijn verschenen dan waar zij ingeschreven
      *    stonden.
      *    Het resultatenbestand wordt pas verwerkt als kop- en
      *    sluitrecord van LA10B kloppen (STUURREC).
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10s.cob abend.cob runlog.cob stuurrec.cob
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    export DD_CENTRUMLIJST=./la10s.lst
           SELECT CENTRUMLIJST_IN ASSIGN TO "DD_CENTRUMLIJST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CENTRUMLIJST_IN-STATUS.
           SELECT INSCHRIJVING_IN ASSIGN TO WS-INSCHRIJF-BESTAND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSCHRIJVING_IN-STATUS.
      *    export DD_KANDIDAAT_IO=./la10j.knd
           SELECT KANDIDAAT_IO ASSIGN TO "DD_KANDIDAAT_IO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KM-KANDIDAAT
           FILE STATUS IS KANDIDAAT-STATUS.
      *    export DD_MUTATIE_UIT=./la10j.mut
           SELECT MUTATIE_UIT ASSIGN TO "DD_MUTATIE_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUTATIE_UIT-STATUS.
      *    export DD_INSCHRIJFREG_IO=./la10s.reg
           SELECT INSCHRIJFREG_IO ASSIGN TO "DD_INSCHRIJFREG_IO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IR-SLEUTEL
           ALTERNATE RECORD KEY IS IR-CENTRUM WITH DUPLICATES
           FILE STATUS IS INSCHRIJFREG-STATUS.
      *    export DD_RESULTAAT_IN=./la10b.res
           SELECT RESULTAAT_IN ASSIGN TO "DD_RESULTAAT_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESULTAAT_IN-STATUS.
      *    export DD_AFKEUR_IN=./la10d.rej
           SELECT AFKEUR_IN ASSIGN TO "DD_AFKEUR_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AFKEUR_IN-STATUS.
      *    export DD_UITZONDERING_IN=./la10b.exc
           SELECT UITZONDERING_IN ASSIGN TO "DD_UITZONDERING_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UITZONDERING_IN-STATUS.
      *    export DD_HERKOMST_IN=./la10h.her
           SELECT HERKOMST_IN ASSIGN TO "DD_HERKOMST_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HERKOMST_IN-STATUS.
      *    export DD_PARAMETER=./la10b.par
           SELECT PARAMETER_IN ASSIGN TO "DD_PARAMETER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETER_IN-STATUS.
      *    export DD_VERSLAG_UIT=./la10s.rpt
           SELECT VERSLAG_UIT ASSIGN TO "DD_VERSLAG_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERSLAG_UIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CENTRUMLIJST_IN
           RECORD CONTAINS 80 CHARACTERS.
       01  CENTRUMLIJST-RECORD.
           02  CL-CENTRUM                         PIC X(6).
           02  FILLER                             PIC X.
           02  CL-BESTAND                         PIC X(64).
           02  FILLER                             PIC X(9).
       FD  INSCHRIJVING_IN
           RECORD CONTAINS 101 CHARACTERS.
       01  INSCHRIJVING-RECORD.
           02  IS-KANDIDAAT                       PIC X(7).
           02  IS-KANDIDAAT-N REDEFINES IS-KANDIDAAT
                                                  PIC 9(7).
           02  IS-ZITTING                         PIC X(6).
           02  IS-NAAM                            PIC X(30).
           02  IS-STRAAT                          PIC X(30).
           02  IS-PLAATS                          PIC X(20).
           02  IS-GEBOORTE                        PIC X(8).
       FD  KANDIDAAT_IO
           RECORD CONTAINS 110 CHARACTERS.
       01  KANDIDAAT-RECORD.
           02  KM-KANDIDAAT                       PIC 9(7).
           02  KM-NAAM                            PIC X(30).
           02  KM-STRAAT                          PIC X(30).
           02  KM-PLAATS                          PIC X(20).
           02  KM-GEBOORTE                        PIC X(8).
           02  KM-CENTRUM                         PIC X(6).
           02  KM-ACTIEF                          PIC X.
           02  FILLER                             PIC X(8).
       FD  MUTATIE_UIT
           RECORD CONTAINS 128 CHARACTERS.
       01  MUTATIE-RECORD.
           02  MU-TIJDSTIP                        PIC X(15).
           02  FILLER                             PIC X.
           02  MU-FUNCTIE                         PIC X.
           02  FILLER                             PIC X.
           02  MU-INHOUD                          PIC X(110).
       FD  INSCHRIJFREG_IO
           RECORD CONTAINS 40 CHARACTERS.
       01  INSCHRIJFREG-RECORD.
           02  IR-SLEUTEL.
               03  IR-KANDIDAAT                   PIC 9(7).
               03  IR-ZITTING                     PIC X(6).
           02  IR-CENTRUM                         PIC X(6).
           02  IR-DATUM                           PIC X(8).
           02  FILLER                             PIC X(13).
       FD  RESULTAAT_IN
           RECORD CONTAINS 46 TO 60 CHARACTERS.
       01  RESULTAAT-RECORD.
           02  RS-KANDIDAAT                       PIC X(7).
           02  RS-ZITTING                         PIC X(6).
           02  FILLER                             PIC X(33).
       01  RESULTAAT-STUUR-RECORD.
           02  RS-STUUR-KENMERK                   PIC X(20).
               88  RS-STUUR-KOP                   VALUE
                   "*LA10-STUUR-KOP*".
               88  RS-STUUR-EINDE                 VALUE
                   "*LA10-STUUR-EINDE*".
           02  FILLER                             PIC X(40).
       FD  AFKEUR_IN
           RECORD CONTAINS 24 CHARACTERS.
       01  AFKEUR-RECORD.
           02  AF-REDEN                           PIC XX.
           02  FILLER                             PIC X.
           02  AF-KANDIDAAT                       PIC X(7).
           02  FILLER                             PIC X(14).
       FD  UITZONDERING_IN
           RECORD CONTAINS 52 CHARACTERS.
       01  UITZONDERING-RECORD.
           02  FILLER                             PIC X(25).
           02  UZ-KANDIDAAT                       PIC X(7).
           02  FILLER                             PIC X(14).
           02  UZ-ZITTING                         PIC X(6).
       FD  HERKOMST_IN
           RECORD CONTAINS 28 CHARACTERS.
       01  HERKOMST-RECORD.
           02  HK-BRON                            PIC X(6).
           02  FILLER                             PIC X.
           02  HK-RECORD.
               03  HK-KANDIDAAT                   PIC X(7).
               03  FILLER                         PIC X(14).
       FD  PARAMETER_IN
           RECORD CONTAINS 28 CHARACTERS.
       01  PARAMETER-RECORD.
           02  PA-NAAM                            PIC X(20).
           02  PA-WAARDE                          PIC X(8).
       FD  VERSLAG_UIT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERSLAG-REGEL                          PIC X(132).
       WORKING-STORAGE SECTION.
       77  CENTRUMLIJST_IN-STATUS                 PIC XX.
           88  CENTRUMLIJST_IN-OK                 VALUE "00".
           88  CENTRUMLIJST_IN-EOF                VALUE "10".
       77  INSCHRIJVING_IN-STATUS                 PIC XX.
           88  INSCHRIJVING_IN-OK                 VALUE "00".
           88  INSCHRIJVING_IN-EOF                VALUE "10".
       77  KANDIDAAT-STATUS                       PIC XX.
           88  KANDIDAAT-OK                       VALUE "00".
           88  KANDIDAAT-ONBEKEND                 VALUE "23".
           88  KANDIDAAT-GEEN-BESTAND             VALUE "35".
       77  MUTATIE_UIT-STATUS                     PIC XX.
           88  MUTATIE_UIT-OK                     VALUE "00".
      *    status 02 = geslaagde I-O met dubbele alternatieve
      *    sleutel (IR-CENTRUM), een normale situatie
       77  INSCHRIJFREG-STATUS                    PIC XX.
           88  INSCHRIJFREG-OK                    VALUES "00" "02".
           88  INSCHRIJFREG-EOF                   VALUE "10".
           88  INSCHRIJFREG-ONBEKEND              VALUE "23".
           88  INSCHRIJFREG-GEEN-BESTAND          VALUE "35".
       77  RESULTAAT_IN-STATUS                    PIC XX.
           88  RESULTAAT_IN-OK                    VALUE "00".
           88  RESULTAAT_IN-EOF                   VALUE "10".
       77  AFKEUR_IN-STATUS                       PIC XX.
           88  AFKEUR_IN-OK                       VALUE "00".
           88  AFKEUR_IN-EOF                      VALUE "10".
           88  AFKEUR_IN-GEEN-BESTAND             VALUE "35".
       77  UITZONDERING_IN-STATUS                 PIC XX.
           88  UITZONDERING_IN-OK                 VALUE "00".
           88  UITZONDERING_IN-EOF                VALUE "10".
           88  UITZONDERING_IN-GEEN-BESTAND       VALUE "35".
       77  HERKOMST_IN-STATUS                     PIC XX.
           88  HERKOMST_IN-OK                     VALUE "00".
           88  HERKOMST_IN-EOF                    VALUE "10".
       77  PARAMETER_IN-STATUS                    PIC XX.
           88  PARAMETER_IN-OK                    VALUE "00".
           88  PARAMETER_IN-EOF                   VALUE "10".
       77  VERSLAG_UIT-STATUS                     PIC XX.
           88  VERSLAG_UIT-OK                     VALUE "00".
       77  WS-FUNCTIE                             PIC X.
           88  FUNCTIE-INSCHRIJVEN                VALUE "I".
           88  FUNCTIE-AFSTEMMEN                  VALUE "A".
       77  WS-MUTATIE-FUNCTIE                     PIC X.
       77  WS-INSCHRIJF-BESTAND                   PIC X(64).
       77  WS-ZITTING                             PIC X(6).
       77  WS-CENTRUM                             PIC X(6).
       77  WS-CENTRUM-INDEX                       PIC 99.
       77  WS-KANDIDAAT                           PIC X(7).
       77  WS-KANDIDAAT-N REDEFINES WS-KANDIDAAT  PIC 9(7).
       77  WS-BESTAND-CODE                        PIC X(3).
       77  WS-BRON                                PIC X(6).
       77  WS-INSCHR-INDEX                        PIC 9(4).
       77  WS-REDEN                               PIC X(30).
       77  WS-OUD-RECORD                          PIC X(110).
       77  WS-OUD-CENTRUM                         PIC X(6).
       77  WS-TIMESTAMP                           PIC X(21).
       77  MAX-CENTRA                             PIC 99 VALUE 50.
       77  AANTAL-CENTRA                          PIC 99 VALUE ZERO.
       77  MAX-KANDIDATEN                         PIC 9(4) VALUE 9999.
       77  AANTAL-HERKOMST                        PIC 9(4) VALUE ZERO.
       77  AANTAL-INSCHRIJVINGEN                  PIC 9(4) VALUE ZERO.
       77  AANTAL-ZONDER                          PIC 9(4) VALUE ZERO.
       77  C                                      PIC 99.
       77  N                                      PIC 9(4).
       77  WS-GELEZEN                             PIC 9(7) VALUE ZERO.
       77  WS-AFGEKEURD                           PIC 9(7) VALUE ZERO.
       77  WS-NIEUW                               PIC 9(7) VALUE ZERO.
       77  WS-ONGEWIJZIGD                         PIC 9(7) VALUE ZERO.
       77  WS-OMGESCHREVEN                        PIC 9(7) VALUE ZERO.
       77  WS-KND-TOEGEVOEGD                      PIC 9(7) VALUE ZERO.
       77  WS-KND-GEWIJZIGD                       PIC 9(7) VALUE ZERO.
       77  WS-MET-INSCHRIJVING                    PIC 9(7) VALUE ZERO.
       77  WS-ZONDER-INSCHRIJVING                 PIC 9(7) VALUE ZERO.
       77  WS-VERSCHENEN                          PIC 9(7) VALUE ZERO.
       77  WS-NIET-VERSCHENEN                     PIC 9(7) VALUE ZERO.
       77  WS-ELDERS                              PIC 9(7) VALUE ZERO.
       77  WS-BALANS-VERSCHIL                     PIC S9(7).
       77  WS-ABEND-PROGRAM-ID                    PIC X(8) VALUE
           "LA10S".
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
       01  CENTRUM-TABEL.
           02  CENTRUM-ITEM                       OCCURS 50 TIMES.
               03  CT-CENTRUM                     PIC X(6).
               03  CT-GELEZEN                     PIC 9(5).
               03  CT-AFGEKEURD                   PIC 9(5).
               03  CT-NIEUW                       PIC 9(5).
               03  CT-ONGEWIJZIGD                 PIC 9(5).
               03  CT-OMGESCHREVEN                PIC 9(5).
               03  CT-INGESCHREVEN                PIC 9(5).
               03  CT-VERSCHENEN                  PIC 9(5).
               03  CT-NIET-VERSCHENEN             PIC 9(5).
               03  CT-ELDERS                      PIC 9(5).
               03  CT-ZONDER                      PIC 9(5).
       01  HERKOMST-TABEL.
           02  HERKOMST-ITEM                      OCCURS 9999 TIMES.
               03  HT-KANDIDAAT                   PIC X(7).
               03  HT-BRON                        PIC X(6).
       01  INSCHRIJF-TABEL.
           02  INSCHRIJF-ITEM                     OCCURS 9999 TIMES.
               03  IT-KANDIDAAT                   PIC 9(7).
               03  IT-CENTRUM                     PIC X(6).
               03  IT-VERSCHENEN                  PIC X.
                   88  IT-IS-VERSCHENEN           VALUE "J".
               03  IT-BRON                        PIC X(6).
               03  IT-BESTAND                     PIC X(3).
       01  ZONDER-TABEL.
           02  ZONDER-ITEM                        OCCURS 9999 TIMES.
               03  ZT-KANDIDAAT                   PIC X(7).
               03  ZT-BRON                        PIC X(6).
               03  ZT-BESTAND                     PIC X(3).
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
           MOVE FUNCTION CURRENT-DATE TO WS-KLOK.
           STRING WS-KLOK(1:8) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-KLOK(9:6) DELIMITED BY SIZE
                  INTO WS-RUN-TIJDSTIP.
           DISPLAY "FUNCTIE (I=INSCHRIJVINGEN VERWERKEN,"
               " A=AFSTEMMING MET UITSLAGEN) ?" UPON TERM.
           ACCEPT WS-FUNCTIE FROM TERM.
           IF NOT FUNCTIE-INSCHRIJVEN AND NOT FUNCTIE-AFSTEMMEN THEN
               DISPLAY "ONBEKENDE FUNCTIE : " WS-FUNCTIE
                   UPON STDERR
               MOVE "ONBEKENDE FUNCTIE" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           OPEN OUTPUT VERSLAG_UIT.
           IF FUNCTIE-INSCHRIJVEN THEN
               PERFORM 0020-INSCHRIJVEN
               PERFORM 0035-INSCHRIJF-OVERZICHT
           ELSE
               PERFORM 0010-PARAMETERS-LEZEN
               PERFORM 0040-AFSTEMMEN
               PERFORM 0065-AFSTEMMING-PER-CENTRUM
           END-IF.
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
           MOVE WS-AFGEKEURD TO WS-RUNLOG-AFGEKEURD.
           MOVE "NORMAAL" TO WS-RUNLOG-STATUS.
           CALL "RUNLOG" USING WS-ABEND-PROGRAM-ID WS-RUNLOG-SOORT
               WS-RUNLOG-GELEZEN WS-RUNLOG-AFGEKEURD
               WS-RUNLOG-STATUS.
      *    alleen de zitting is hier van belang; overige parameters
      *    van LA10B worden overgeslagen
       0010-PARAMETERS-LEZEN.
           MOVE SPACES TO WS-ZITTING.
           OPEN INPUT PARAMETER_IN.
           IF NOT PARAMETER_IN-OK THEN
               DISPLAY "PARAMETERBESTAND ONTBREEKT : "
                   PARAMETER_IN-STATUS UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "PARAMETERBESTAND ONTBREEKT, STATUS "
                   PARAMETER_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL PARAMETER_IN-EOF
               READ PARAMETER_IN
                   AT END
                       SET PARAMETER_IN-EOF TO TRUE
               END-READ
               IF NOT PARAMETER_IN-EOF THEN
                   IF PARAMETER_IN-OK THEN
                       IF PA-NAAM = "ZITTING" THEN
                           MOVE PA-WAARDE(1:6) TO WS-ZITTING
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           PARAMETER_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "PARAMETER_IN STATUS "
                           PARAMETER_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PARAMETER_IN.
           IF WS-ZITTING = SPACES THEN
               DISPLAY "PARAMETER ZITTING ONTBREEKT" UPON STDERR
               MOVE "PARAMETER ZITTING ONTBREEKT" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0020-INSCHRIJVEN.
           OPEN I-O KANDIDAAT_IO.
           IF NOT KANDIDAAT-OK THEN
               IF NOT KANDIDAAT-GEEN-BESTAND THEN
                   PERFORM 0097-KANDIDAAT-FOUT
               END-IF
               OPEN OUTPUT KANDIDAAT_IO
               IF NOT KANDIDAAT-OK THEN
                   PERFORM 0097-KANDIDAAT-FOUT
               END-IF
               CLOSE KANDIDAAT_IO
               OPEN I-O KANDIDAAT_IO
               IF NOT KANDIDAAT-OK THEN
                   PERFORM 0097-KANDIDAAT-FOUT
               END-IF
           END-IF.
           OPEN EXTEND MUTATIE_UIT.
           IF NOT MUTATIE_UIT-OK THEN
               OPEN OUTPUT MUTATIE_UIT
           END-IF.
           OPEN I-O INSCHRIJFREG_IO.
           IF NOT INSCHRIJFREG-OK THEN
               IF NOT INSCHRIJFREG-GEEN-BESTAND THEN
                   PERFORM 0098-INSCHRIJFREG-FOUT
               END-IF
               OPEN OUTPUT INSCHRIJFREG_IO
               IF NOT INSCHRIJFREG-OK THEN
                   PERFORM 0098-INSCHRIJFREG-FOUT
               END-IF
               CLOSE INSCHRIJFREG_IO
               OPEN I-O INSCHRIJFREG_IO
               IF NOT INSCHRIJFREG-OK THEN
                   PERFORM 0098-INSCHRIJFREG-FOUT
               END-IF
           END-IF.
           OPEN INPUT CENTRUMLIJST_IN.
           IF NOT CENTRUMLIJST_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "CENTRUMLIJST STATUS " CENTRUMLIJST_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE "VERWERKING INSCHRIJVINGEN PER EXAMENCENTRUM"
               TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE UNTIL CENTRUMLIJST_IN-EOF
               READ CENTRUMLIJST_IN
                   AT END
                       SET CENTRUMLIJST_IN-EOF TO TRUE
               END-READ
               IF NOT CENTRUMLIJST_IN-EOF THEN
                   IF CENTRUMLIJST_IN-OK THEN
                       PERFORM 0022-CENTRUM-VERWERKEN
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           CENTRUMLIJST_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "CENTRUMLIJST STATUS "
                           CENTRUMLIJST_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CENTRUMLIJST_IN KANDIDAAT_IO MUTATIE_UIT
               INSCHRIJFREG_IO.
           DISPLAY "INSCHRIJVINGEN LA10S, FUNCTIE INSCHRIJVEN"
               UPON TERM.
           DISPLAY "INSCHRIJVINGEN GELEZEN  : " WS-GELEZEN UPON TERM.
           DISPLAY "AFGEKEURD               : " WS-AFGEKEURD
               UPON TERM.
           DISPLAY "NIEUW INGESCHREVEN      : " WS-NIEUW UPON TERM.
           DISPLAY "KANDIDATEN TOEGEVOEGD   : " WS-KND-TOEGEVOEGD
               UPON TERM.
           DISPLAY "KANDIDATEN GEWIJZIGD    : " WS-KND-GEWIJZIGD
               UPON TERM.
       0022-CENTRUM-VERWERKEN.
           MOVE CL-CENTRUM TO WS-CENTRUM.
           MOVE ZERO TO WS-CENTRUM-INDEX.
           PERFORM WITH TEST BEFORE
               VARYING C FROM 1
                         BY 1
                         UNTIL C > AANTAL-CENTRA
               IF CT-CENTRUM(C) = WS-CENTRUM
                   MOVE C TO WS-CENTRUM-INDEX
               END-IF
           END-PERFORM.
           IF WS-CENTRUM = SPACES THEN
               DISPLAY "CENTRUMLIJST BEVAT REGEL ZONDER CENTRUMCODE,"
                   " OVERGESLAGEN" UPON TERM
           ELSE
           IF WS-CENTRUM-INDEX NOT = ZERO THEN
               DISPLAY "CENTRUM " WS-CENTRUM
                   " STAAT TWEEMAAL IN DE CENTRUMLIJST,"
                   " TWEEDE VERMELDING OVERGESLAGEN" UPON TERM
           ELSE
               PERFORM 0045-CENTRUM-OPNEMEN
               MOVE CL-BESTAND TO WS-INSCHRIJF-BESTAND
               OPEN INPUT INSCHRIJVING_IN
               IF NOT INSCHRIJVING_IN-OK THEN
                   DISPLAY "CENTRUM " WS-CENTRUM " NIET LEESBAAR : "
                       INSCHRIJVING_IN-STATUS UPON STDERR
                   MOVE SPACES TO WS-ABEND-REDEN
                   STRING "CENTRUM " WS-CENTRUM " STATUS "
                       INSCHRIJVING_IN-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
               PERFORM WITH TEST BEFORE UNTIL INSCHRIJVING_IN-EOF
                   READ INSCHRIJVING_IN
                       AT END
                           SET INSCHRIJVING_IN-EOF TO TRUE
                   END-READ
                   IF NOT INSCHRIJVING_IN-EOF THEN
                       IF INSCHRIJVING_IN-OK THEN
                           ADD 1 TO WS-GELEZEN
                           ADD 1 TO CT-GELEZEN(WS-CENTRUM-INDEX)
                           PERFORM 0024-INSCHRIJVING-VERWERKEN
                       ELSE
                           DISPLAY "SOME ERROR OCCURED : "
                               INSCHRIJVING_IN-STATUS UPON STDERR
                           MOVE SPACES TO WS-ABEND-REDEN
                           STRING "CENTRUM " WS-CENTRUM " STATUS "
                               INSCHRIJVING_IN-STATUS
                               DELIMITED BY SIZE INTO WS-ABEND-REDEN
                           CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                               WS-ABEND-REDEN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INSCHRIJVING_IN
           END-IF
           END-IF.
       0024-INSCHRIJVING-VERWERKEN.
           PERFORM 0025-INSCHRIJVING-CONTROLEREN.
           IF WS-REDEN = SPACES THEN
               PERFORM 0026-KANDIDAAT-BIJWERKEN
           END-IF.
           IF WS-REDEN = SPACES THEN
               PERFORM 0028-REGISTER-BIJWERKEN
           ELSE
               ADD 1 TO WS-AFGEKEURD
               ADD 1 TO CT-AFGEKEURD(WS-CENTRUM-INDEX)
               MOVE SPACES TO WS-PRINT-REGEL
               STRING "AFGEKEURD " DELIMITED BY SIZE
                      WS-CENTRUM   DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      IS-KANDIDAAT DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      IS-ZITTING   DELIMITED BY SIZE
                      " : "        DELIMITED BY SIZE
                      WS-REDEN     DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
       0025-INSCHRIJVING-CONTROLEREN.
           MOVE SPACES TO WS-REDEN.
           IF IS-KANDIDAAT IS NOT NUMERIC
               OR IS-KANDIDAAT-N = ZERO THEN
               MOVE "KANDIDAATNUMMER ONGELDIG" TO WS-REDEN
           ELSE
           IF IS-ZITTING = SPACES THEN
               MOVE "ZITTING ONTBREEKT" TO WS-REDEN
           ELSE
           IF IS-NAAM = SPACES THEN
               MOVE "NAAM ONTBREEKT" TO WS-REDEN
           ELSE
           IF IS-GEBOORTE IS NOT NUMERIC THEN
               MOVE "GEBOORTEDATUM ONGELDIG" TO WS-REDEN
           END-IF
           END-IF
           END-IF
           END-IF.
      *    nieuwe kandidaat toevoegen (functiecode T), bestaande
      *    bijwerken als naw of centrum afwijkt (functiecode W);
      *    een gedeactiveerde kandidaat wordt niet heringeschreven
       0026-KANDIDAAT-BIJWERKEN.
           MOVE IS-KANDIDAAT-N TO KM-KANDIDAAT.
           READ KANDIDAAT_IO.
           IF KANDIDAAT-ONBEKEND THEN
               MOVE SPACES TO KANDIDAAT-RECORD
               MOVE IS-KANDIDAAT-N TO KM-KANDIDAAT
               MOVE IS-NAAM TO KM-NAAM
               MOVE IS-STRAAT TO KM-STRAAT
               MOVE IS-PLAATS TO KM-PLAATS
               MOVE IS-GEBOORTE TO KM-GEBOORTE
               MOVE WS-CENTRUM TO KM-CENTRUM
               MOVE "J" TO KM-ACTIEF
               WRITE KANDIDAAT-RECORD
               IF NOT KANDIDAAT-OK THEN
                   PERFORM 0097-KANDIDAAT-FOUT
               END-IF
               ADD 1 TO WS-KND-TOEGEVOEGD
               MOVE "T" TO WS-MUTATIE-FUNCTIE
               PERFORM 0027-MUTATIE-SCHRIJF
           ELSE
           IF NOT KANDIDAAT-OK THEN
               PERFORM 0097-KANDIDAAT-FOUT
           ELSE
           IF KM-ACTIEF = "N" THEN
               MOVE "KANDIDAAT GEDEACTIVEERD" TO WS-REDEN
           ELSE
               MOVE KANDIDAAT-RECORD TO WS-OUD-RECORD
               MOVE IS-NAAM TO KM-NAAM
               MOVE IS-STRAAT TO KM-STRAAT
               MOVE IS-PLAATS TO KM-PLAATS
               MOVE IS-GEBOORTE TO KM-GEBOORTE
               MOVE WS-CENTRUM TO KM-CENTRUM
               IF KANDIDAAT-RECORD NOT = WS-OUD-RECORD THEN
                   REWRITE KANDIDAAT-RECORD
                   IF NOT KANDIDAAT-OK THEN
                       PERFORM 0097-KANDIDAAT-FOUT
                   END-IF
                   ADD 1 TO WS-KND-GEWIJZIGD
                   MOVE "W" TO WS-MUTATIE-FUNCTIE
                   PERFORM 0027-MUTATIE-SCHRIJF
               END-IF
           END-IF
           END-IF
           END-IF.
       0027-MUTATIE-SCHRIJF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO MUTATIE-RECORD.
           STRING WS-TIMESTAMP(1:8) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-TIMESTAMP(9:6) DELIMITED BY SIZE
                  INTO MU-TIJDSTIP.
           MOVE WS-MUTATIE-FUNCTIE TO MU-FUNCTIE.
           MOVE KANDIDAAT-RECORD TO MU-INHOUD.
           WRITE MUTATIE-RECORD.
           IF NOT MUTATIE_UIT-OK THEN
               DISPLAY "SOME ERROR OCCURED : " MUTATIE_UIT-STATUS
                   UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "MUTATIE_UIT STATUS " MUTATIE_UIT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
      *    een inschrijving bij een ander centrum voor dezelfde
      *    zitting vervangt de eerdere (omschrijving)
       0028-REGISTER-BIJWERKEN.
           MOVE IS-KANDIDAAT-N TO IR-KANDIDAAT.
           MOVE IS-ZITTING TO IR-ZITTING.
           READ INSCHRIJFREG_IO KEY IS IR-SLEUTEL.
           IF INSCHRIJFREG-ONBEKEND THEN
               MOVE SPACES TO INSCHRIJFREG-RECORD
               MOVE IS-KANDIDAAT-N TO IR-KANDIDAAT
               MOVE IS-ZITTING TO IR-ZITTING
               MOVE WS-CENTRUM TO IR-CENTRUM
               MOVE WS-KLOK(1:8) TO IR-DATUM
               WRITE INSCHRIJFREG-RECORD
               IF NOT INSCHRIJFREG-OK THEN
                   PERFORM 0098-INSCHRIJFREG-FOUT
               END-IF
               ADD 1 TO WS-NIEUW
               ADD 1 TO CT-NIEUW(WS-CENTRUM-INDEX)
           ELSE
           IF NOT INSCHRIJFREG-OK THEN
               PERFORM 0098-INSCHRIJFREG-FOUT
           ELSE
           IF IR-CENTRUM = WS-CENTRUM THEN
               ADD 1 TO WS-ONGEWIJZIGD
               ADD 1 TO CT-ONGEWIJZIGD(WS-CENTRUM-INDEX)
           ELSE
               MOVE IR-CENTRUM TO WS-OUD-CENTRUM
               MOVE WS-CENTRUM TO IR-CENTRUM
               MOVE WS-KLOK(1:8) TO IR-DATUM
               REWRITE INSCHRIJFREG-RECORD
               IF NOT INSCHRIJFREG-OK THEN
                   PERFORM 0098-INSCHRIJFREG-FOUT
               END-IF
               ADD 1 TO WS-OMGESCHREVEN
               ADD 1 TO CT-OMGESCHREVEN(WS-CENTRUM-INDEX)
               MOVE SPACES TO WS-PRINT-REGEL
               STRING "OMGESCHREVEN " DELIMITED BY SIZE
                      IR-KANDIDAAT    DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      IR-ZITTING      DELIMITED BY SIZE
                      " VAN CENTRUM " DELIMITED BY SIZE
                      WS-OUD-CENTRUM  DELIMITED BY SIZE
                      " NAAR "        DELIMITED BY SIZE
                      WS-CENTRUM      DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF
           END-IF
           END-IF.
       0035-INSCHRIJF-OVERZICHT.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE "INSCHRIJVINGEN PER CENTRUM" TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "CENTRUM  GELEZEN AFGEKEURD NIEUW ONGEWIJZIGD"
                                            DELIMITED BY SIZE
                  " OMGESCHREVEN"           DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE
               VARYING C FROM 1
                         BY 1
                         UNTIL C > AANTAL-CENTRA
               MOVE CT-CENTRUM(C) TO WS-PRINT-REGEL(1:6)
               MOVE CT-GELEZEN(C) TO WS-PRINT-REGEL(12:5)
               MOVE CT-AFGEKEURD(C) TO WS-PRINT-REGEL(22:5)
               MOVE CT-NIEUW(C) TO WS-PRINT-REGEL(28:5)
               MOVE CT-ONGEWIJZIGD(C) TO WS-PRINT-REGEL(40:5)
               MOVE CT-OMGESCHREVEN(C) TO WS-PRINT-REGEL(53:5)
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-PERFORM.
       0040-AFSTEMMEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "AFSTEMMING INSCHRIJVINGEN MET UITSLAGEN, ZITTING "
                                     DELIMITED BY SIZE
                  WS-ZITTING         DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM 0042-HERKOMST-LADEN.
           PERFORM 0044-INSCHRIJVINGEN-LADEN.
           PERFORM 0050-RESULTATEN-LEZEN.
           PERFORM 0052-AFKEUR-LEZEN.
           PERFORM 0054-UITZONDERINGEN-LEZEN.
           DISPLAY "INSCHRIJVINGEN LA10S, FUNCTIE AFSTEMMEN"
               UPON TERM.
           DISPLAY "UITSLAGRECORDS GELEZEN  : " WS-GELEZEN UPON TERM.
           DISPLAY "ZONDER INSCHRIJVING     : " WS-ZONDER-INSCHRIJVING
               UPON TERM.
      *    per kandidaat het centrum (broncode) waar zijn uitslag
      *    vandaan kwam; bij dubbelen telt het eerste voorkomen
       0042-HERKOMST-LADEN.
           OPEN INPUT HERKOMST_IN.
           IF NOT HERKOMST_IN-OK THEN
               DISPLAY "HERKOMSTBESTAND ONTBREEKT : "
                   HERKOMST_IN-STATUS UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "HERKOMSTBESTAND ONTBREEKT, STATUS "
                   HERKOMST_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL HERKOMST_IN-EOF
               READ HERKOMST_IN
                   AT END
                       SET HERKOMST_IN-EOF TO TRUE
               END-READ
               IF NOT HERKOMST_IN-EOF THEN
                   IF HERKOMST_IN-OK THEN
                       MOVE HK-KANDIDAAT TO WS-KANDIDAAT
                       PERFORM 0046-HERKOMST-OPZOEKEN
                       IF WS-BRON = SPACES THEN
                           IF AANTAL-HERKOMST = MAX-KANDIDATEN THEN
                               DISPLAY "HERKOMST-TABEL VOL"
                                   UPON STDERR
                               MOVE "HERKOMST-TABEL VOL"
                                   TO WS-ABEND-REDEN
                               CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                                   WS-ABEND-REDEN
                           END-IF
                           ADD 1 TO AANTAL-HERKOMST
                           MOVE HK-KANDIDAAT
                               TO HT-KANDIDAAT(AANTAL-HERKOMST)
                           MOVE HK-BRON TO HT-BRON(AANTAL-HERKOMST)
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           HERKOMST_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "HERKOMST_IN STATUS "
                           HERKOMST_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HERKOMST_IN.
       0044-INSCHRIJVINGEN-LADEN.
           OPEN INPUT INSCHRIJFREG_IO.
           IF NOT INSCHRIJFREG-OK THEN
               PERFORM 0098-INSCHRIJFREG-FOUT
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL INSCHRIJFREG-EOF
               READ INSCHRIJFREG_IO NEXT
                   AT END
                       SET INSCHRIJFREG-EOF TO TRUE
               END-READ
               IF NOT INSCHRIJFREG-EOF THEN
                   IF NOT INSCHRIJFREG-OK THEN
                       PERFORM 0098-INSCHRIJFREG-FOUT
                   END-IF
                   IF IR-ZITTING = WS-ZITTING THEN
                       IF AANTAL-INSCHRIJVINGEN = MAX-KANDIDATEN THEN
                           DISPLAY "INSCHRIJF-TABEL VOL" UPON STDERR
                           MOVE "INSCHRIJF-TABEL VOL"
                               TO WS-ABEND-REDEN
                           CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                               WS-ABEND-REDEN
                       END-IF
                       ADD 1 TO AANTAL-INSCHRIJVINGEN
                       MOVE IR-KANDIDAAT
                           TO IT-KANDIDAAT(AANTAL-INSCHRIJVINGEN)
                       MOVE IR-CENTRUM
                           TO IT-CENTRUM(AANTAL-INSCHRIJVINGEN)
                       MOVE "N" TO IT-VERSCHENEN(AANTAL-INSCHRIJVINGEN)
                       MOVE SPACES TO IT-BRON(AANTAL-INSCHRIJVINGEN)
                       MOVE SPACES
                           TO IT-BESTAND(AANTAL-INSCHRIJVINGEN)
                       MOVE IR-CENTRUM TO WS-CENTRUM
                       PERFORM 0045-CENTRUM-OPNEMEN
                       ADD 1 TO CT-INGESCHREVEN(WS-CENTRUM-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE INSCHRIJFREG_IO.
      *    zoekt WS-CENTRUM op in de centrumtabel en neemt het op
      *    als het er nog niet in staat
       0045-CENTRUM-OPNEMEN.
           MOVE ZERO TO WS-CENTRUM-INDEX.
           PERFORM WITH TEST BEFORE
               VARYING C FROM 1
                         BY 1
                         UNTIL C > AANTAL-CENTRA
               IF CT-CENTRUM(C) = WS-CENTRUM
                   MOVE C TO WS-CENTRUM-INDEX
               END-IF
           END-PERFORM.
           IF WS-CENTRUM-INDEX = ZERO THEN
               IF AANTAL-CENTRA = MAX-CENTRA THEN
                   DISPLAY "TE VEEL EXAMENCENTRA" UPON STDERR
                   MOVE "TE VEEL EXAMENCENTRA" TO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
               ADD 1 TO AANTAL-CENTRA
               MOVE AANTAL-CENTRA TO WS-CENTRUM-INDEX
               MOVE ZERO TO CENTRUM-ITEM(AANTAL-CENTRA)
               MOVE WS-CENTRUM TO CT-CENTRUM(AANTAL-CENTRA)
           END-IF.
      *    WS-BRON blijft spaties als de kandidaat niet in het
      *    herkomstbestand voorkomt
       0046-HERKOMST-OPZOEKEN.
           MOVE SPACES TO WS-BRON.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-HERKOMST
                            OR WS-BRON NOT = SPACES
               IF HT-KANDIDAAT(N) = WS-KANDIDAAT
                   MOVE HT-BRON(N) TO WS-BRON
               END-IF
           END-PERFORM.
       0050-RESULTATEN-LEZEN.
           PERFORM 0051-RESULTATEN-CONTROLEREN.
           OPEN INPUT RESULTAAT_IN.
           IF NOT RESULTAAT_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "RESULTAAT_IN STATUS " RESULTAAT_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE "RES" TO WS-BESTAND-CODE.
           PERFORM WITH TEST BEFORE UNTIL RESULTAAT_IN-EOF
               READ RESULTAAT_IN
                   AT END
                       SET RESULTAAT_IN-EOF TO TRUE
               END-READ
               IF NOT RESULTAAT_IN-EOF THEN
                   IF RESULTAAT_IN-OK THEN
                       IF RS-STUUR-KOP OR RS-STUUR-EINDE THEN
                           CONTINUE
                       ELSE
                           IF RS-ZITTING = WS-ZITTING THEN
                               MOVE RS-KANDIDAAT TO WS-KANDIDAAT
                               PERFORM 0056-UITSLAG-AFSTEMMEN
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           RESULTAAT_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "RESULTAAT_IN STATUS "
                           RESULTAAT_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RESULTAAT_IN.
       0051-RESULTATEN-CONTROLEREN.
           MOVE "C" TO WS-STUUR-FUNCTIE.
           MOVE "DD_RESULTAAT_IN" TO WS-STUUR-BESTAND.
           MOVE 16 TO WS-STUUR-CIJFER-POS.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
      *    een ontbrekend afkeurbestand betekent: niets afgekeurd
       0052-AFKEUR-LEZEN.
           OPEN INPUT AFKEUR_IN.
           IF AFKEUR_IN-GEEN-BESTAND THEN
               SET AFKEUR_IN-EOF TO TRUE
           ELSE
           IF NOT AFKEUR_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "AFKEUR_IN STATUS " AFKEUR_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF
           END-IF.
           MOVE "REJ" TO WS-BESTAND-CODE.
           PERFORM WITH TEST BEFORE UNTIL AFKEUR_IN-EOF
               READ AFKEUR_IN
                   AT END
                       SET AFKEUR_IN-EOF TO TRUE
               END-READ
               IF NOT AFKEUR_IN-EOF THEN
                   IF AFKEUR_IN-OK THEN
                       MOVE AF-KANDIDAAT TO WS-KANDIDAAT
                       PERFORM 0056-UITSLAG-AFSTEMMEN
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           AFKEUR_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "AFKEUR_IN STATUS " AFKEUR_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT AFKEUR_IN-GEEN-BESTAND THEN
               CLOSE AFKEUR_IN
           END-IF.
      *    het uitzonderingsbestand van LA10B kan regels van eerdere
      *    zittingen bevatten; alleen de lopende zitting telt
       0054-UITZONDERINGEN-LEZEN.
           OPEN INPUT UITZONDERING_IN.
           IF UITZONDERING_IN-GEEN-BESTAND THEN
               SET UITZONDERING_IN-EOF TO TRUE
           ELSE
           IF NOT UITZONDERING_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "UITZONDERING_IN STATUS "
                   UITZONDERING_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF
           END-IF.
           MOVE "EXC" TO WS-BESTAND-CODE.
           PERFORM WITH TEST BEFORE UNTIL UITZONDERING_IN-EOF
               READ UITZONDERING_IN
                   AT END
                       SET UITZONDERING_IN-EOF TO TRUE
               END-READ
               IF NOT UITZONDERING_IN-EOF THEN
                   IF UITZONDERING_IN-OK THEN
                       IF UZ-ZITTING = WS-ZITTING THEN
                           MOVE UZ-KANDIDAAT TO WS-KANDIDAAT
                           PERFORM 0056-UITSLAG-AFSTEMMEN
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           UITZONDERING_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "UITZONDERING_IN STATUS "
                           UITZONDERING_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT UITZONDERING_IN-GEEN-BESTAND THEN
               CLOSE UITZONDERING_IN
           END-IF.
      *    legt een uitslag (resultaat, afkeur of uitzondering) van
      *    WS-KANDIDAAT naast de inschrijvingen van de zitting
       0056-UITSLAG-AFSTEMMEN.
           ADD 1 TO WS-GELEZEN.
           PERFORM 0046-HERKOMST-OPZOEKEN.
           IF WS-BRON = SPACES THEN
               MOVE "??????" TO WS-BRON
           END-IF.
           MOVE ZERO TO WS-INSCHR-INDEX.
           IF WS-KANDIDAAT IS NUMERIC THEN
               PERFORM WITH TEST BEFORE
                   VARYING N FROM 1
                             BY 1
                             UNTIL N > AANTAL-INSCHRIJVINGEN
                                OR WS-INSCHR-INDEX NOT = ZERO
                   IF IT-KANDIDAAT(N) = WS-KANDIDAAT-N
                       MOVE N TO WS-INSCHR-INDEX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-INSCHR-INDEX = ZERO THEN
               ADD 1 TO WS-ZONDER-INSCHRIJVING
               MOVE WS-BRON TO WS-CENTRUM
               PERFORM 0045-CENTRUM-OPNEMEN
               ADD 1 TO CT-ZONDER(WS-CENTRUM-INDEX)
               IF AANTAL-ZONDER = MAX-KANDIDATEN THEN
                   DISPLAY "ZONDER-TABEL VOL" UPON STDERR
                   MOVE "ZONDER-TABEL VOL" TO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
               ADD 1 TO AANTAL-ZONDER
               MOVE WS-KANDIDAAT TO ZT-KANDIDAAT(AANTAL-ZONDER)
               MOVE WS-BRON TO ZT-BRON(AANTAL-ZONDER)
               MOVE WS-BESTAND-CODE TO ZT-BESTAND(AANTAL-ZONDER)
           ELSE
               ADD 1 TO WS-MET-INSCHRIJVING
               IF NOT IT-IS-VERSCHENEN(WS-INSCHR-INDEX) THEN
                   MOVE "J" TO IT-VERSCHENEN(WS-INSCHR-INDEX)
                   MOVE WS-BRON TO IT-BRON(WS-INSCHR-INDEX)
                   MOVE WS-BESTAND-CODE
                       TO IT-BESTAND(WS-INSCHR-INDEX)
               END-IF
           END-IF.
       0065-AFSTEMMING-PER-CENTRUM.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-INSCHRIJVINGEN
               MOVE IT-CENTRUM(N) TO WS-CENTRUM
               PERFORM 0045-CENTRUM-OPNEMEN
               IF IT-IS-VERSCHENEN(N) THEN
                   ADD 1 TO WS-VERSCHENEN
                   ADD 1 TO CT-VERSCHENEN(WS-CENTRUM-INDEX)
                   IF IT-BRON(N) NOT = IT-CENTRUM(N)
                       AND IT-BRON(N) NOT = "??????" THEN
                       ADD 1 TO WS-ELDERS
                       ADD 1 TO CT-ELDERS(WS-CENTRUM-INDEX)
                   END-IF
               ELSE
                   ADD 1 TO WS-NIET-VERSCHENEN
                   ADD 1 TO CT-NIET-VERSCHENEN(WS-CENTRUM-INDEX)
               END-IF
           END-PERFORM.
           PERFORM WITH TEST BEFORE
               VARYING C FROM 1
                         BY 1
                         UNTIL C > AANTAL-CENTRA
               PERFORM 0067-CENTRUM-AFDRUKKEN
           END-PERFORM.
       0067-CENTRUM-AFDRUKKEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "CENTRUM "          DELIMITED BY SIZE
                  CT-CENTRUM(C)       DELIMITED BY SIZE
                  "  INGESCHREVEN "   DELIMITED BY SIZE
                  CT-INGESCHREVEN(C)  DELIMITED BY SIZE
                  " VERSCHENEN "      DELIMITED BY SIZE
                  CT-VERSCHENEN(C)    DELIMITED BY SIZE
                  " NIET VERSCHENEN " DELIMITED BY SIZE
                  CT-NIET-VERSCHENEN(C)
                                      DELIMITED BY SIZE
                  " ELDERS "          DELIMITED BY SIZE
                  CT-ELDERS(C)        DELIMITED BY SIZE
                  " ZONDER INSCHRIJVING "
                                      DELIMITED BY SIZE
                  CT-ZONDER(C)        DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-INSCHRIJVINGEN
               IF IT-CENTRUM(N) = CT-CENTRUM(C) THEN
                   IF NOT IT-IS-VERSCHENEN(N) THEN
                       STRING "  NIET VERSCHENEN      "
                                              DELIMITED BY SIZE
                              IT-KANDIDAAT(N) DELIMITED BY SIZE
                              INTO WS-PRINT-REGEL
                       PERFORM 8000-VERSLAG-SCHRIJVEN
                   ELSE
                   IF IT-BRON(N) NOT = IT-CENTRUM(N)
                       AND IT-BRON(N) NOT = "??????" THEN
                       STRING "  ELDERS VERSCHENEN    "
                                              DELIMITED BY SIZE
                              IT-KANDIDAAT(N) DELIMITED BY SIZE
                              " BIJ CENTRUM " DELIMITED BY SIZE
                              IT-BRON(N)      DELIMITED BY SIZE
                              " ("            DELIMITED BY SIZE
                              IT-BESTAND(N)   DELIMITED BY SIZE
                              ")"             DELIMITED BY SIZE
                              INTO WS-PRINT-REGEL
                       PERFORM 8000-VERSLAG-SCHRIJVEN
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-ZONDER
               IF ZT-BRON(N) = CT-CENTRUM(C) THEN
                   STRING "  ZONDER INSCHRIJVING  "
                                          DELIMITED BY SIZE
                          ZT-KANDIDAAT(N) DELIMITED BY SIZE
                          " ("            DELIMITED BY SIZE
                          ZT-BESTAND(N)   DELIMITED BY SIZE
                          ")"             DELIMITED BY SIZE
                          INTO WS-PRINT-REGEL
                   PERFORM 8000-VERSLAG-SCHRIJVEN
               END-IF
           END-PERFORM.
       0080-BALANS-CONTROLE.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF FUNCTIE-INSCHRIJVEN THEN
               COMPUTE WS-BALANS-VERSCHIL = WS-GELEZEN
                   - WS-AFGEKEURD - WS-NIEUW - WS-ONGEWIJZIGD
                   - WS-OMGESCHREVEN
               STRING "INSCHRIJVINGEN GELEZEN  : " DELIMITED BY SIZE
                      WS-GELEZEN                   DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "AFGEKEURD               : " DELIMITED BY SIZE
                      WS-AFGEKEURD                 DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "NIEUW INGESCHREVEN      : " DELIMITED BY SIZE
                      WS-NIEUW                     DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "REEDS INGESCHREVEN      : " DELIMITED BY SIZE
                      WS-ONGEWIJZIGD               DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "OMGESCHREVEN            : " DELIMITED BY SIZE
                      WS-OMGESCHREVEN              DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "KANDIDATEN TOEGEVOEGD   : " DELIMITED BY SIZE
                      WS-KND-TOEGEVOEGD            DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "KANDIDATEN GEWIJZIGD    : " DELIMITED BY SIZE
                      WS-KND-GEWIJZIGD             DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               COMPUTE WS-BALANS-VERSCHIL = WS-GELEZEN
                   - WS-MET-INSCHRIJVING - WS-ZONDER-INSCHRIJVING
                   + AANTAL-INSCHRIJVINGEN
                   - WS-VERSCHENEN - WS-NIET-VERSCHENEN
               STRING "UITSLAGRECORDS GELEZEN  : " DELIMITED BY SIZE
                      WS-GELEZEN                   DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "  MET INSCHRIJVING      : " DELIMITED BY SIZE
                      WS-MET-INSCHRIJVING          DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "  ZONDER INSCHRIJVING   : " DELIMITED BY SIZE
                      WS-ZONDER-INSCHRIJVING       DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "INSCHRIJVINGEN ZITTING  : " DELIMITED BY SIZE
                      AANTAL-INSCHRIJVINGEN        DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "  VERSCHENEN            : " DELIMITED BY SIZE
                      WS-VERSCHENEN                DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "    WAARVAN ELDERS      : " DELIMITED BY SIZE
                      WS-ELDERS                    DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "  NIET VERSCHENEN       : " DELIMITED BY SIZE
                      WS-NIET-VERSCHENEN           DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
           IF WS-BALANS-VERSCHIL = ZERO THEN
               MOVE "BALANS IN ORDE" TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               MOVE "*** UIT BALANS, GEEN VRIJGAVE ***"
                   TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               DISPLAY "INSCHRIJFRUN UIT BALANS" UPON STDERR
               MOVE "INSCHRIJFRUN UIT BALANS" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0097-KANDIDAAT-FOUT.
           DISPLAY "SOME ERROR OCCURED : " KANDIDAAT-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "KANDIDAAT_IO STATUS " KANDIDAAT-STATUS
               DELIMITED BY SIZE INTO WS-ABEND-REDEN.
           CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN.
       0098-INSCHRIJFREG-FOUT.
           DISPLAY "SOME ERROR OCCURED : " INSCHRIJFREG-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "INSCHRIJFREG_IO STATUS " INSCHRIJFREG-STATUS
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
           STRING "LA10S    VERSLAG INSCHRIJVINGEN EXAMENCENTRA"
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
           STRING "*** EINDE VERSLAG LA10S"
                                 DELIMITED BY SIZE
                  " GELEZEN "    DELIMITED BY SIZE
                  WS-GELEZEN     DELIMITED BY SIZE
                  " AFGEKEURD "  DELIMITED BY SIZE
                  WS-AFGEKEURD   DELIMITED BY SIZE
                  " ZONDER INSCHRIJVING "
                                 DELIMITED BY SIZE
                  WS-ZONDER-INSCHRIJVING
                                 DELIMITED BY SIZE
                  " NIET VERSCHENEN "
                                 DELIMITED BY SIZE
                  WS-NIET-VERSCHENEN
                                 DELIMITED BY SIZE
                  " ***"         DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
