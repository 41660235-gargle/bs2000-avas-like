       IDENTIFICATION DIVISION.
       PROGRAM-ID. LA10U.
      *
      *    Screening van cijferpatronen: leest de resultaten van
      *    LA10B voor de lopende zitting samen met het
      *    herkomstbestand van LA10H (bron per kandidaat) en meldt
      *    - groepen kandidaten met dezelfde bron of dezelfde
      *      provincie en een identieke reeks cijfers;
      *    - kandidaten bij wie alle cijfers gelijk zijn;
      *    - bronnen waarvan het gemiddelde of het percentage
      *      geslaagden meer dan de drempel uit het
      *      parameterbestand van het landelijke cijfer afwijkt;
      *    - kandidaten van wie het gemiddelde sterk verschilt van
      *      dat van een eerdere zitting in het kandidatenregister.
      *    Het verslag is bestemd voor de examencommissie. Elke
      *    melding wordt als geval met bronprogramma LA10U in de
      *    werkvoorraad van LA10N opgenomen en blijft open tot de
      *    commissie het afschrijft; een herhaalde run neemt een
      *    bekende melding niet opnieuw op.
      *    Het resultatenbestand wordt pas verwerkt als kop- en
      *    sluitrecord van LA10B kloppen (STUURREC).
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10u.cob abend.cob runlog.cob stuurrec.cob
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    export DD_RESULTAAT_IN=./la10b.res
           SELECT RESULTAAT_IN ASSIGN TO "DD_RESULTAAT_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESULTAAT_IN-STATUS.
      *    export DD_HERKOMST_IN=./la10h.her
           SELECT HERKOMST_IN ASSIGN TO "DD_HERKOMST_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HERKOMST_IN-STATUS.
      *    export DD_REGISTER_IN=./la10c.reg
           SELECT REGISTER_IN ASSIGN TO "DD_REGISTER_IN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RG-SLEUTEL
           ALTERNATE RECORD KEY IS RG-PROV WITH DUPLICATES
           FILE STATUS IS REGISTER-STATUS.
      *    export DD_WERKVOORRAAD_IO=./la10n.wvr
           SELECT WERKVOORRAAD_IO ASSIGN TO "DD_WERKVOORRAAD_IO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WV-SLEUTEL
           FILE STATUS IS WERKVOORRAAD-STATUS.
      *    export DD_PARAMETER=./la10b.par
           SELECT PARAMETER_IN ASSIGN TO "DD_PARAMETER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETER_IN-STATUS.
      *    export DD_SCREENING_PARAMETER=./la10u.par
      *    naam in kolom 1-20, waarde vanaf kolom 21:
      *    AFWIJKING-GEM       015    (gemiddelde, 99V9)
      *    AFWIJKING-SLAAG     020    (procentpunten geslaagd)
      *    SPRONG-GEM          030    (gemiddelde, 99V9)
      *    MINIMUM-BRON        010    (kleinere bronnen niet
      *                                vergeleken)
           SELECT DREMPEL_IN ASSIGN TO "DD_SCREENING_PARAMETER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DREMPEL_IN-STATUS.
      *    export DD_VERSLAG_UIT=./la10u.rpt
           SELECT VERSLAG_UIT ASSIGN TO "DD_VERSLAG_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERSLAG_UIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTAAT_IN
           RECORD CONTAINS 46 TO 60 CHARACTERS.
       01  RESULTAAT-RECORD.
           02  RS-KANDIDAAT                       PIC 9(7).
           02  RS-ZITTING                         PIC X(6).
           02  RS-PROV                            PIC 99.
           02  RS-CIJFERS.
               03  RS-CIJFER                      PIC 99 OCCURS 6.
           02  RS-GEM                             PIC 99V9.
           02  RS-KLASSE                          PIC X(11).
           02  RS-REDEN                           PIC X(5).
       01  RESULTAAT-STUUR-RECORD.
           02  RS-STUUR-KENMERK                   PIC X(20).
               88  RS-STUUR-KOP                   VALUE
                   "*LA10-STUUR-KOP*".
               88  RS-STUUR-EINDE                 VALUE
                   "*LA10-STUUR-EINDE*".
           02  FILLER                             PIC X(40).
       FD  HERKOMST_IN
           RECORD CONTAINS 28 CHARACTERS.
       01  HERKOMST-RECORD.
           02  HK-BRON                            PIC X(6).
           02  FILLER                             PIC X.
           02  HK-RECORD.
               03  HK-KANDIDAAT                   PIC X(7).
               03  FILLER                         PIC X(14).
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
       FD  WERKVOORRAAD_IO
           RECORD CONTAINS 98 CHARACTERS.
       01  WERKVOORRAAD-RECORD.
           02  WV-SLEUTEL.
               03  WV-PROGRAMMA                   PIC X(8).
               03  WV-INHOUD                      PIC X(52).
           02  WV-REDEN                           PIC X(10).
           02  WV-KANDIDAAT                       PIC X(7).
           02  WV-DATUM                           PIC X(8).
           02  WV-STATUS                          PIC X.
           02  WV-STATUS-DATUM                    PIC X(8).
           02  FILLER                             PIC X(4).
       FD  PARAMETER_IN
           RECORD CONTAINS 28 CHARACTERS.
       01  PARAMETER-RECORD.
           02  PA-NAAM                            PIC X(20).
           02  PA-WAARDE                          PIC X(8).
       FD  DREMPEL_IN
           RECORD CONTAINS 28 CHARACTERS.
       01  DREMPEL-RECORD.
           02  DR-NAAM                            PIC X(20).
           02  DR-WAARDE                          PIC X(8).
       FD  VERSLAG_UIT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERSLAG-REGEL                          PIC X(132).
       WORKING-STORAGE SECTION.
       77  RESULTAAT_IN-STATUS                    PIC XX.
           88  RESULTAAT_IN-OK                    VALUE "00".
           88  RESULTAAT_IN-EOF                   VALUE "10".
       77  HERKOMST_IN-STATUS                     PIC XX.
           88  HERKOMST_IN-OK                     VALUE "00".
           88  HERKOMST_IN-EOF                    VALUE "10".
      *    status 02 = geslaagde I-O met dubbele alternatieve
      *    sleutel (RG-PROV), een normale situatie
       77  REGISTER-STATUS                        PIC XX.
           88  REGISTER-OK                        VALUES "00" "02".
           88  REGISTER-ONBEKEND                  VALUE "23".
           88  REGISTER-GEEN-BESTAND              VALUE "35".
       77  WERKVOORRAAD-STATUS                    PIC XX.
           88  WERKVOORRAAD-OK                    VALUE "00".
           88  WERKVOORRAAD-DUBBEL                VALUE "22".
           88  WERKVOORRAAD-GEEN-BESTAND          VALUE "35".
       77  PARAMETER_IN-STATUS                    PIC XX.
           88  PARAMETER_IN-OK                    VALUE "00".
           88  PARAMETER_IN-EOF                   VALUE "10".
       77  DREMPEL_IN-STATUS                      PIC XX.
           88  DREMPEL_IN-OK                      VALUE "00".
           88  DREMPEL_IN-EOF                     VALUE "10".
       77  VERSLAG_UIT-STATUS                     PIC XX.
           88  VERSLAG_UIT-OK                     VALUE "00".
       77  WS-ZITTING                             PIC X(6).
       77  WS-AANTAL-CIJFERS                      PIC 9 VALUE ZERO.
       01  WS-PAR-CIJFERS-X                       PIC X.
       01  WS-PAR-CIJFERS REDEFINES WS-PAR-CIJFERS-X
                                                  PIC 9.
       77  WS-VECTOR-LENGTE                       PIC 99.
       77  WS-AFWIJKING-GEM                       PIC 99V9.
       77  WS-AFWIJKING-SLAAG                     PIC 9(3).
       77  WS-SPRONG-GEM                          PIC 99V9.
       77  WS-MINIMUM-BRON                        PIC 9(3).
       77  WS-PAR-AFW-GEM-AANW                    PIC X VALUE "N".
           88  PAR-AFW-GEM-AANW                   VALUE "J".
       77  WS-PAR-AFW-SLAAG-AANW                  PIC X VALUE "N".
           88  PAR-AFW-SLAAG-AANW                 VALUE "J".
       77  WS-PAR-SPRONG-AANW                     PIC X VALUE "N".
           88  PAR-SPRONG-AANW                    VALUE "J".
       77  WS-PAR-MINIMUM-AANW                    PIC X VALUE "N".
           88  PAR-MINIMUM-AANW                   VALUE "J".
       01  WS-PAR-DREMPEL-X                       PIC X(3).
       01  WS-PAR-DREMPEL REDEFINES WS-PAR-DREMPEL-X
                                                  PIC 99V9.
       01  WS-PAR-GETAL REDEFINES WS-PAR-DREMPEL-X
                                                  PIC 9(3).
       77  WS-VANDAAG                             PIC X(8).
       77  WS-KANDIDAAT                           PIC X(7).
       77  WS-BRON                                PIC X(6).
       77  WS-REGISTER-AANW                       PIC X VALUE "N".
           88  REGISTER-AANWEZIG                  VALUE "J".
       77  WS-ZOEK-KLAAR                          PIC X.
           88  ZOEK-KLAAR                         VALUE "J".
       77  WS-EERDER-ZITTING                      PIC X(6).
       77  WS-EERDER-GEM                          PIC 99V9.
       77  WS-GELIJK                              PIC X.
           88  ALLES-GELIJK                       VALUE "J".
       77  K                                      PIC 9.
       77  N                                      PIC 9(4).
       77  M                                      PIC 9(4).
       77  WS-LID                                 PIC 9(4).
       77  B                                      PIC 99.
       77  WS-GROEP-AANTAL                        PIC 9(4).
       77  WS-GROEPEN                             PIC 9(5) VALUE ZERO.
       77  WS-VERSCHIL                            PIC S99V9.
       77  WS-VERSCHIL-PCT                        PIC S9(3).
       77  WS-LANDELIJK-GEM                       PIC 99V9 VALUE ZERO.
       77  WS-LANDELIJK-PCT                       PIC 9(3) VALUE ZERO.
       77  WS-LANDELIJK-SOM                       PIC 9(7)V9 VALUE ZERO.
       77  WS-LANDELIJK-GESLAAGD                  PIC 9(5) VALUE ZERO.
       77  WS-BRON-GEM                            PIC 99V9.
       77  WS-BRON-PCT                            PIC 9(3).
       77  WS-GEM-EDIT                            PIC Z9.9.
       77  WS-GEM-EDIT-2                          PIC Z9.9.
       77  WS-PCT-EDIT                            PIC ZZ9.
       77  WS-PCT-EDIT-2                          PIC ZZ9.
       77  WS-AANTAL-EDIT                         PIC ZZZZ9.
       77  WS-GEVAL-TEKST                         PIC X(6).
       77  WS-GELEZEN                             PIC 9(7) VALUE ZERO.
       77  WS-ANDERE-ZITTING                      PIC 9(7) VALUE ZERO.
       77  WS-GESCREEND                           PIC 9(7) VALUE ZERO.
       77  WS-ZONDER-BRON                         PIC 9(7) VALUE ZERO.
       77  WS-IDENTIEK-BRON                       PIC 9(7) VALUE ZERO.
       77  WS-IDENTIEK-PROV                       PIC 9(7) VALUE ZERO.
       77  WS-ALLE-GELIJK                         PIC 9(7) VALUE ZERO.
       77  WS-AFWIJKEND-GEM                       PIC 9(7) VALUE ZERO.
       77  WS-AFWIJKEND-SLAAG                     PIC 9(7) VALUE ZERO.
       77  WS-SPRONGEN                            PIC 9(7) VALUE ZERO.
       77  WS-MELDINGEN                           PIC 9(7) VALUE ZERO.
       77  WS-OPGENOMEN                           PIC 9(7) VALUE ZERO.
       77  WS-REEDS-AANWEZIG                      PIC 9(7) VALUE ZERO.
       77  WS-BALANS-VERSCHIL                     PIC S9(7).
       77  MAX-KANDIDATEN                         PIC 9(4) VALUE 9999.
       77  AANTAL-HERKOMST                        PIC 9(4) VALUE ZERO.
       77  AANTAL-RESULTATEN                      PIC 9(4) VALUE ZERO.
       77  MAX-BRONNEN                            PIC 99 VALUE 50.
       77  AANTAL-BRONNEN                         PIC 99 VALUE ZERO.
       77  WS-ABEND-PROGRAM-ID                    PIC X(8) VALUE
           "LA10U".
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
      *    inhoud van een geval in de werkvoorraad van LA10N; het
      *    geheel vormt met het bronprogramma de sleutel, zodat een
      *    herhaalde run dezelfde melding niet opnieuw opneemt
       01  WS-SIGNAAL.
           02  SG-SOORT                           PIC XX.
           02  SG-ZITTING                         PIC X(6).
           02  SG-BRON                            PIC X(6).
           02  SG-PROV                            PIC XX.
           02  SG-KANDIDAAT                       PIC X(7).
           02  SG-DETAIL                          PIC X(29).
       77  WS-SIGNAAL-REDEN                       PIC X(10).
       01  HERKOMST-TABEL.
           02  HERKOMST-ITEM                      OCCURS 9999 TIMES.
               03  HT-KANDIDAAT                   PIC X(7).
               03  HT-BRON                        PIC X(6).
       01  RESULTAAT-TABEL.
           02  RESULTAAT-ITEM                     OCCURS 9999 TIMES.
               03  UT-KANDIDAAT                   PIC 9(7).
               03  UT-PROV                        PIC 99.
               03  UT-BRON                        PIC X(6).
               03  UT-CIJFERS.
                   04  UT-CIJFER                  PIC 99 OCCURS 6.
               03  UT-GEM                         PIC 99V9.
               03  UT-GESLAAGD                    PIC X.
                   88  UT-IS-GESLAAGD             VALUE "J".
               03  UT-IB-GEMELD                   PIC X.
                   88  UT-IS-IB-GEMELD            VALUE "J".
               03  UT-IP-GEMELD                   PIC X.
                   88  UT-IS-IP-GEMELD            VALUE "J".
       01  BRON-TABEL.
           02  BRON-ITEM                          OCCURS 50 TIMES.
               03  BT-BRON                        PIC X(6).
               03  BT-AANTAL                      PIC 9(5).
               03  BT-SOM                         PIC 9(7)V9.
               03  BT-GESLAAGD                    PIC 9(5).
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
           MOVE WS-KLOK(1:8) TO WS-VANDAAG.
           STRING WS-KLOK(1:8) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-KLOK(9:6) DELIMITED BY SIZE
                  INTO WS-RUN-TIJDSTIP.
           PERFORM 0010-PARAMETERS-LEZEN.
           PERFORM 0013-DREMPELS-LEZEN.
           PERFORM 0018-WERKVOORRAAD-OPENEN.
           OPEN OUTPUT VERSLAG_UIT.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "SCREENING CIJFERPATRONEN, ZITTING "
                                     DELIMITED BY SIZE
                  WS-ZITTING         DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM 0020-HERKOMST-LADEN.
           PERFORM 0025-RESULTATEN-CONTROLEREN.
           PERFORM 0026-RESULTATEN-LADEN.
           PERFORM 0030-IDENTIEK-BRON.
           PERFORM 0034-IDENTIEK-PROVINCIE.
           PERFORM 0040-GELIJKE-CIJFERS.
           PERFORM 0045-BRONNEN-VERGELIJKEN.
           PERFORM 0050-SPRONGEN.
           CLOSE WERKVOORRAAD_IO.
           PERFORM 0080-BALANS-CONTROLE.
           PERFORM 8020-VERSLAG-TRAILER.
           CLOSE VERSLAG_UIT.
           DISPLAY "SCREENING LA10U" UPON TERM.
           DISPLAY "RESULTATEN GESCREEND : " WS-GESCREEND UPON TERM.
           DISPLAY "MELDINGEN            : " WS-MELDINGEN UPON TERM.
           DISPLAY "NIEUW IN WERKVOORRAAD: " WS-OPGENOMEN UPON TERM.
           DISPLAY "REEDS AANWEZIG       : " WS-REEDS-AANWEZIG
               UPON TERM.
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
           MOVE ZERO TO WS-RUNLOG-AFGEKEURD.
           MOVE "NORMAAL" TO WS-RUNLOG-STATUS.
           CALL "RUNLOG" USING WS-ABEND-PROGRAM-ID WS-RUNLOG-SOORT
               WS-RUNLOG-GELEZEN WS-RUNLOG-AFGEKEURD
               WS-RUNLOG-STATUS.
      *    alleen de zitting en het aantal cijfers zijn hier van
      *    belang; overige parameters van LA10B worden overgeslagen
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
                       IF PA-NAAM = "AANTAL-CIJFERS" THEN
                           MOVE PA-WAARDE(1:1) TO WS-PAR-CIJFERS-X
                           IF WS-PAR-CIJFERS-X IS NUMERIC
                               AND WS-PAR-CIJFERS >= 1
                               AND WS-PAR-CIJFERS <= 6
                               MOVE WS-PAR-CIJFERS
                                   TO WS-AANTAL-CIJFERS
                           END-IF
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
           IF WS-ZITTING = SPACES OR WS-AANTAL-CIJFERS = ZERO THEN
               DISPLAY "PARAMETERBESTAND ONVOLLEDIG" UPON STDERR
               MOVE "PARAMETERBESTAND ONVOLLEDIG" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           COMPUTE WS-VECTOR-LENGTE = WS-AANTAL-CIJFERS * 2.
       0013-DREMPELS-LEZEN.
           OPEN INPUT DREMPEL_IN.
           IF NOT DREMPEL_IN-OK THEN
               DISPLAY "PARAMETERBESTAND SCREENING ONTBREEKT : "
                   DREMPEL_IN-STATUS UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "DREMPELS ONTBREKEN, STATUS "
                   DREMPEL_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL DREMPEL_IN-EOF
               READ DREMPEL_IN
                   AT END
                       SET DREMPEL_IN-EOF TO TRUE
               END-READ
               IF NOT DREMPEL_IN-EOF THEN
                   IF DREMPEL_IN-OK THEN
                       PERFORM 0014-DREMPEL-VERWERKEN
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           DREMPEL_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "DREMPEL_IN STATUS "
                           DREMPEL_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DREMPEL_IN.
           IF NOT PAR-AFW-GEM-AANW
               OR NOT PAR-AFW-SLAAG-AANW
               OR NOT PAR-SPRONG-AANW
               OR NOT PAR-MINIMUM-AANW THEN
               DISPLAY "PARAMETERBESTAND SCREENING ONVOLLEDIG"
                   UPON STDERR
               MOVE "PARAMETERBESTAND SCREENING ONVOLLEDIG"
                   TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0014-DREMPEL-VERWERKEN.
           MOVE DR-WAARDE(1:3) TO WS-PAR-DREMPEL-X.
           IF WS-PAR-DREMPEL-X IS NOT NUMERIC THEN
               DISPLAY "PARAMETER ONJUIST : " DREMPEL-RECORD
                   UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "PARAMETER ONJUIST " DR-NAAM
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           IF DR-NAAM = "AFWIJKING-GEM" THEN
               MOVE WS-PAR-DREMPEL TO WS-AFWIJKING-GEM
               MOVE "J" TO WS-PAR-AFW-GEM-AANW
           ELSE
           IF DR-NAAM = "AFWIJKING-SLAAG" THEN
               MOVE WS-PAR-GETAL TO WS-AFWIJKING-SLAAG
               MOVE "J" TO WS-PAR-AFW-SLAAG-AANW
           ELSE
           IF DR-NAAM = "SPRONG-GEM" THEN
               MOVE WS-PAR-DREMPEL TO WS-SPRONG-GEM
               MOVE "J" TO WS-PAR-SPRONG-AANW
           ELSE
           IF DR-NAAM = "MINIMUM-BRON" THEN
               MOVE WS-PAR-GETAL TO WS-MINIMUM-BRON
               MOVE "J" TO WS-PAR-MINIMUM-AANW
           END-IF
           END-IF
           END-IF
           END-IF.
       0018-WERKVOORRAAD-OPENEN.
           OPEN I-O WERKVOORRAAD_IO.
           IF NOT WERKVOORRAAD-OK THEN
               IF NOT WERKVOORRAAD-GEEN-BESTAND THEN
                   PERFORM 0095-WERKVOORRAAD-FOUT
               END-IF
               OPEN OUTPUT WERKVOORRAAD_IO
               IF NOT WERKVOORRAAD-OK THEN
                   PERFORM 0095-WERKVOORRAAD-FOUT
               END-IF
               CLOSE WERKVOORRAAD_IO
               OPEN I-O WERKVOORRAAD_IO
               IF NOT WERKVOORRAAD-OK THEN
                   PERFORM 0095-WERKVOORRAAD-FOUT
               END-IF
           END-IF.
      *    per kandidaat de bron waar zijn uitslag vandaan kwam; bij
      *    dubbelen telt het eerste voorkomen
       0020-HERKOMST-LADEN.
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
                       PERFORM 0022-HERKOMST-OPZOEKEN
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
      *    WS-BRON blijft spaties als de kandidaat niet in het
      *    herkomstbestand voorkomt
       0022-HERKOMST-OPZOEKEN.
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
       0025-RESULTATEN-CONTROLEREN.
           MOVE "C" TO WS-STUUR-FUNCTIE.
           MOVE "DD_RESULTAAT_IN" TO WS-STUUR-BESTAND.
           MOVE 16 TO WS-STUUR-CIJFER-POS.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
       0026-RESULTATEN-LADEN.
           OPEN INPUT RESULTAAT_IN.
           IF NOT RESULTAAT_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "RESULTAAT_IN STATUS " RESULTAAT_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
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
                           ADD 1 TO WS-GELEZEN
                           IF RS-ZITTING = WS-ZITTING THEN
                               PERFORM 0028-RESULTAAT-OPNEMEN
                           ELSE
                               ADD 1 TO WS-ANDERE-ZITTING
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
           IF WS-GESCREEND > ZERO THEN
               COMPUTE WS-LANDELIJK-GEM ROUNDED =
                   WS-LANDELIJK-SOM / WS-GESCREEND
               COMPUTE WS-LANDELIJK-PCT ROUNDED =
                   WS-LANDELIJK-GESLAAGD * 100 / WS-GESCREEND
           END-IF.
       0028-RESULTAAT-OPNEMEN.
           IF AANTAL-RESULTATEN = MAX-KANDIDATEN THEN
               DISPLAY "RESULTAAT-TABEL VOL" UPON STDERR
               MOVE "RESULTAAT-TABEL VOL" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           ADD 1 TO AANTAL-RESULTATEN.
           ADD 1 TO WS-GESCREEND.
           MOVE RS-KANDIDAAT TO WS-KANDIDAAT.
           PERFORM 0022-HERKOMST-OPZOEKEN.
           MOVE RS-KANDIDAAT TO UT-KANDIDAAT(AANTAL-RESULTATEN).
           MOVE RS-PROV TO UT-PROV(AANTAL-RESULTATEN).
           MOVE WS-BRON TO UT-BRON(AANTAL-RESULTATEN).
           MOVE RS-CIJFERS TO UT-CIJFERS(AANTAL-RESULTATEN).
           MOVE RS-GEM TO UT-GEM(AANTAL-RESULTATEN).
           MOVE "N" TO UT-GESLAAGD(AANTAL-RESULTATEN).
           MOVE "N" TO UT-IB-GEMELD(AANTAL-RESULTATEN).
           MOVE "N" TO UT-IP-GEMELD(AANTAL-RESULTATEN).
           ADD RS-GEM TO WS-LANDELIJK-SOM.
           IF RS-KLASSE = "GOED" OR RS-KLASSE = "VOLDOENDE" THEN
               MOVE "J" TO UT-GESLAAGD(AANTAL-RESULTATEN)
               ADD 1 TO WS-LANDELIJK-GESLAAGD
           END-IF.
           IF WS-BRON = SPACES THEN
               ADD 1 TO WS-ZONDER-BRON
           ELSE
               PERFORM 0029-BRON-TELLEN
           END-IF.
       0029-BRON-TELLEN.
           MOVE ZERO TO B.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-BRONNEN
               IF BT-BRON(N) = WS-BRON
                   MOVE N TO B
               END-IF
           END-PERFORM.
           IF B = ZERO THEN
               IF AANTAL-BRONNEN = MAX-BRONNEN THEN
                   DISPLAY "TE VEEL BRONNEN" UPON STDERR
                   MOVE "TE VEEL BRONNEN" TO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
               ADD 1 TO AANTAL-BRONNEN
               MOVE AANTAL-BRONNEN TO B
               MOVE WS-BRON TO BT-BRON(B)
               MOVE ZERO TO BT-AANTAL(B)
               MOVE ZERO TO BT-SOM(B)
               MOVE ZERO TO BT-GESLAAGD(B)
           END-IF.
           ADD 1 TO BT-AANTAL(B).
           ADD RS-GEM TO BT-SOM(B).
           IF UT-IS-GESLAAGD(AANTAL-RESULTATEN) THEN
               ADD 1 TO BT-GESLAAGD(B)
           END-IF.
      *    per kandidaat zonder eerdere melding alle volgende
      *    kandidaten van dezelfde bron met een identieke reeks
      *    cijfers; de eerste treffer opent een groep
       0030-IDENTIEK-BRON.
           MOVE "IDENTIEKE CIJFERREEKSEN BINNEN EEN BRON"
               TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-RESULTATEN
               IF NOT UT-IS-IB-GEMELD(N)
                   AND UT-BRON(N) NOT = SPACES THEN
                   MOVE ZERO TO WS-GROEP-AANTAL
                   PERFORM 0031-IDENTIEK-BRON-ZOEKEN
                       VARYING M FROM N
                                 BY 1
                                 UNTIL M >= AANTAL-RESULTATEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0031-IDENTIEK-BRON-ZOEKEN.
           IF NOT UT-IS-IB-GEMELD(M + 1)
               AND UT-BRON(M + 1) = UT-BRON(N)
               AND UT-CIJFERS(M + 1)(1:WS-VECTOR-LENGTE)
                   = UT-CIJFERS(N)(1:WS-VECTOR-LENGTE) THEN
               IF WS-GROEP-AANTAL = ZERO THEN
                   ADD 1 TO WS-GROEPEN
                   MOVE "J" TO UT-IB-GEMELD(N)
                   ADD 1 TO WS-GROEP-AANTAL
                   MOVE N TO WS-LID
                   PERFORM 0032-IDENTIEK-BRON-MELDEN
               END-IF
               MOVE "J" TO UT-IB-GEMELD(M + 1)
               ADD 1 TO WS-GROEP-AANTAL
               COMPUTE WS-LID = M + 1
               PERFORM 0032-IDENTIEK-BRON-MELDEN
           END-IF.
       0032-IDENTIEK-BRON-MELDEN.
           ADD 1 TO WS-IDENTIEK-BRON.
           MOVE SPACES TO WS-SIGNAAL.
           MOVE "IB" TO SG-SOORT.
           MOVE UT-BRON(N) TO SG-BRON.
           MOVE UT-KANDIDAAT(WS-LID) TO SG-KANDIDAAT.
           MOVE UT-CIJFERS(N)(1:WS-VECTOR-LENGTE) TO SG-DETAIL.
           MOVE "IDENT-BRON" TO WS-SIGNAAL-REDEN.
           PERFORM 0070-SIGNAAL-OPNEMEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "  BRON "          DELIMITED BY SIZE
                  SG-BRON            DELIMITED BY SIZE
                  " KANDIDAAT "      DELIMITED BY SIZE
                  SG-KANDIDAAT       DELIMITED BY SIZE
                  " CIJFERS "        DELIMITED BY SIZE
                  SG-DETAIL          DELIMITED BY SPACE
                  "  "               DELIMITED BY SIZE
                  WS-GEVAL-TEKST     DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
      *    als 0030, maar over de provincie
       0034-IDENTIEK-PROVINCIE.
           MOVE "IDENTIEKE CIJFERREEKSEN BINNEN EEN PROVINCIE"
               TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-RESULTATEN
               IF NOT UT-IS-IP-GEMELD(N) THEN
                   MOVE ZERO TO WS-GROEP-AANTAL
                   PERFORM 0035-IDENTIEK-PROV-ZOEKEN
                       VARYING M FROM N
                                 BY 1
                                 UNTIL M >= AANTAL-RESULTATEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0035-IDENTIEK-PROV-ZOEKEN.
           IF NOT UT-IS-IP-GEMELD(M + 1)
               AND UT-PROV(M + 1) = UT-PROV(N)
               AND UT-CIJFERS(M + 1)(1:WS-VECTOR-LENGTE)
                   = UT-CIJFERS(N)(1:WS-VECTOR-LENGTE) THEN
               IF WS-GROEP-AANTAL = ZERO THEN
                   ADD 1 TO WS-GROEPEN
                   MOVE "J" TO UT-IP-GEMELD(N)
                   ADD 1 TO WS-GROEP-AANTAL
                   MOVE N TO WS-LID
                   PERFORM 0036-IDENTIEK-PROV-MELDEN
               END-IF
               MOVE "J" TO UT-IP-GEMELD(M + 1)
               ADD 1 TO WS-GROEP-AANTAL
               COMPUTE WS-LID = M + 1
               PERFORM 0036-IDENTIEK-PROV-MELDEN
           END-IF.
       0036-IDENTIEK-PROV-MELDEN.
           ADD 1 TO WS-IDENTIEK-PROV.
           MOVE SPACES TO WS-SIGNAAL.
           MOVE "IP" TO SG-SOORT.
           MOVE UT-PROV(N) TO SG-PROV.
           MOVE UT-KANDIDAAT(WS-LID) TO SG-KANDIDAAT.
           MOVE UT-CIJFERS(N)(1:WS-VECTOR-LENGTE) TO SG-DETAIL.
           MOVE "IDENT-PROV" TO WS-SIGNAAL-REDEN.
           PERFORM 0070-SIGNAAL-OPNEMEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "  PROVINCIE "     DELIMITED BY SIZE
                  SG-PROV            DELIMITED BY SIZE
                  " KANDIDAAT "      DELIMITED BY SIZE
                  SG-KANDIDAAT       DELIMITED BY SIZE
                  " CIJFERS "        DELIMITED BY SIZE
                  SG-DETAIL          DELIMITED BY SPACE
                  "  "               DELIMITED BY SIZE
                  WS-GEVAL-TEKST     DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
      *    bij een enkel cijfer per kandidaat is deze toets zinloos
       0040-GELIJKE-CIJFERS.
           MOVE "KANDIDATEN MET ALLE CIJFERS GELIJK"
               TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF WS-AANTAL-CIJFERS > 1 THEN
               PERFORM WITH TEST BEFORE
                   VARYING N FROM 1
                             BY 1
                             UNTIL N > AANTAL-RESULTATEN
                   MOVE "J" TO WS-GELIJK
                   PERFORM WITH TEST BEFORE
                       VARYING K FROM 2
                                 BY 1
                                 UNTIL K > WS-AANTAL-CIJFERS
                       IF UT-CIJFER(N, K) NOT = UT-CIJFER(N, 1) THEN
                           MOVE "N" TO WS-GELIJK
                       END-IF
                   END-PERFORM
                   IF ALLES-GELIJK THEN
                       PERFORM 0042-GELIJK-MELDEN
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0042-GELIJK-MELDEN.
           ADD 1 TO WS-ALLE-GELIJK.
           MOVE SPACES TO WS-SIGNAAL.
           MOVE "GL" TO SG-SOORT.
           MOVE UT-BRON(N) TO SG-BRON.
           MOVE UT-PROV(N) TO SG-PROV.
           MOVE UT-KANDIDAAT(N) TO SG-KANDIDAAT.
           MOVE UT-CIJFERS(N)(1:WS-VECTOR-LENGTE) TO SG-DETAIL.
           MOVE "GELIJK" TO WS-SIGNAAL-REDEN.
           PERFORM 0070-SIGNAAL-OPNEMEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "  KANDIDAAT "     DELIMITED BY SIZE
                  SG-KANDIDAAT       DELIMITED BY SIZE
                  " BRON "           DELIMITED BY SIZE
                  SG-BRON            DELIMITED BY SIZE
                  " PROVINCIE "      DELIMITED BY SIZE
                  SG-PROV            DELIMITED BY SIZE
                  " ALLE CIJFERS "   DELIMITED BY SIZE
                  UT-CIJFER(N, 1)    DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-GEVAL-TEKST     DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
      *    gemiddelde en percentage geslaagden per bron tegen het
      *    landelijke cijfer; bronnen onder MINIMUM-BRON resultaten
      *    worden wel getoond maar niet gemeld
       0045-BRONNEN-VERGELIJKEN.
           MOVE WS-LANDELIJK-GEM TO WS-GEM-EDIT.
           MOVE WS-LANDELIJK-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "BRONNEN TEGEN LANDELIJK GEMIDDELDE "
                                     DELIMITED BY SIZE
                  WS-GEM-EDIT        DELIMITED BY SIZE
                  " EN GESLAAGD "    DELIMITED BY SIZE
                  WS-PCT-EDIT        DELIMITED BY SIZE
                  "%"                DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE "  BRON    AANTAL   GEM  GESL%" TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE
               VARYING B FROM 1
                         BY 1
                         UNTIL B > AANTAL-BRONNEN
               PERFORM 0046-BRON-TOETSEN
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0046-BRON-TOETSEN.
           COMPUTE WS-BRON-GEM ROUNDED = BT-SOM(B) / BT-AANTAL(B).
           COMPUTE WS-BRON-PCT ROUNDED =
               BT-GESLAAGD(B) * 100 / BT-AANTAL(B).
           MOVE BT-AANTAL(B) TO WS-AANTAL-EDIT.
           MOVE WS-BRON-GEM TO WS-GEM-EDIT.
           MOVE WS-BRON-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-PRINT-REGEL.
           MOVE BT-BRON(B) TO WS-PRINT-REGEL(3:6).
           MOVE WS-AANTAL-EDIT TO WS-PRINT-REGEL(11:5).
           MOVE WS-GEM-EDIT TO WS-PRINT-REGEL(18:4).
           MOVE WS-PCT-EDIT TO WS-PRINT-REGEL(24:3).
           IF BT-AANTAL(B) < WS-MINIMUM-BRON THEN
               MOVE "TE KLEIN, NIET VERGELEKEN"
                   TO WS-PRINT-REGEL(30:25)
           END-IF.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF BT-AANTAL(B) NOT < WS-MINIMUM-BRON THEN
               COMPUTE WS-VERSCHIL = WS-BRON-GEM - WS-LANDELIJK-GEM
               IF WS-VERSCHIL > WS-AFWIJKING-GEM
                   OR WS-VERSCHIL < ZERO - WS-AFWIJKING-GEM THEN
                   ADD 1 TO WS-AFWIJKEND-GEM
                   MOVE SPACES TO WS-SIGNAAL
                   MOVE "AG" TO SG-SOORT
                   MOVE BT-BRON(B) TO SG-BRON
                   MOVE WS-LANDELIJK-GEM TO WS-GEM-EDIT-2
                   STRING "GEM "           DELIMITED BY SIZE
                          WS-GEM-EDIT      DELIMITED BY SIZE
                          " LANDELIJK "    DELIMITED BY SIZE
                          WS-GEM-EDIT-2    DELIMITED BY SIZE
                          INTO SG-DETAIL
                   MOVE "AFW-GEM" TO WS-SIGNAAL-REDEN
                   PERFORM 0070-SIGNAAL-OPNEMEN
                   MOVE SPACES TO WS-PRINT-REGEL
                   STRING "    *** GEMIDDELDE WIJKT AF: "
                                           DELIMITED BY SIZE
                          SG-DETAIL        DELIMITED BY SIZE
                          "  "             DELIMITED BY SIZE
                          WS-GEVAL-TEKST   DELIMITED BY SIZE
                          INTO WS-PRINT-REGEL
                   PERFORM 8000-VERSLAG-SCHRIJVEN
               END-IF
               COMPUTE WS-VERSCHIL-PCT = WS-BRON-PCT - WS-LANDELIJK-PCT
               IF WS-VERSCHIL-PCT > WS-AFWIJKING-SLAAG
                   OR WS-VERSCHIL-PCT < ZERO - WS-AFWIJKING-SLAAG THEN
                   ADD 1 TO WS-AFWIJKEND-SLAAG
                   MOVE SPACES TO WS-SIGNAAL
                   MOVE "AS" TO SG-SOORT
                   MOVE BT-BRON(B) TO SG-BRON
                   MOVE WS-LANDELIJK-PCT TO WS-PCT-EDIT-2
                   STRING "GESLAAGD "      DELIMITED BY SIZE
                          WS-PCT-EDIT      DELIMITED BY SIZE
                          "% LANDELIJK "   DELIMITED BY SIZE
                          WS-PCT-EDIT-2    DELIMITED BY SIZE
                          "%"              DELIMITED BY SIZE
                          INTO SG-DETAIL
                   MOVE "AFW-SLAAG" TO WS-SIGNAAL-REDEN
                   PERFORM 0070-SIGNAAL-OPNEMEN
                   MOVE SPACES TO WS-PRINT-REGEL
                   STRING "    *** PERCENTAGE GESLAAGD WIJKT AF: "
                                           DELIMITED BY SIZE
                          SG-DETAIL        DELIMITED BY SIZE
                          "  "             DELIMITED BY SIZE
                          WS-GEVAL-TEKST   DELIMITED BY SIZE
                          INTO WS-PRINT-REGEL
                   PERFORM 8000-VERSLAG-SCHRIJVEN
               END-IF
           END-IF.
      *    per kandidaat het gemiddelde van de laatste eerdere
      *    zitting in het kandidatenregister
       0050-SPRONGEN.
           MOVE WS-SPRONG-GEM TO WS-GEM-EDIT.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "SPRONGEN TEN OPZICHTE VAN EEN EERDERE ZITTING"
                                     DELIMITED BY SIZE
                  " (VERSCHIL GEMIDDELDE BOVEN "
                                     DELIMITED BY SIZE
                  WS-GEM-EDIT        DELIMITED BY SIZE
                  ")"                DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           OPEN INPUT REGISTER_IN.
           IF REGISTER-OK THEN
               MOVE "J" TO WS-REGISTER-AANW
           ELSE
           IF REGISTER-GEEN-BESTAND THEN
               MOVE "  KANDIDATENREGISTER NIET AANWEZIG, GEEN TOETS"
                   TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               PERFORM 0096-REGISTER-FOUT
           END-IF
           END-IF.
           IF REGISTER-AANWEZIG THEN
               PERFORM WITH TEST BEFORE
                   VARYING N FROM 1
                             BY 1
                             UNTIL N > AANTAL-RESULTATEN
                   PERFORM 0052-EERDERE-ZITTING-ZOEKEN
                   IF WS-EERDER-ZITTING NOT = SPACES THEN
                       PERFORM 0054-SPRONG-TOETSEN
                   END-IF
               END-PERFORM
               CLOSE REGISTER_IN
           END-IF.
      *    de sleutel is kandidaat + zitting: de laatste zitting
      *    van de kandidaat die voor de lopende ligt
       0052-EERDERE-ZITTING-ZOEKEN.
           MOVE SPACES TO WS-EERDER-ZITTING.
           MOVE "N" TO WS-ZOEK-KLAAR.
           MOVE UT-KANDIDAAT(N) TO RG-KANDIDAAT.
           MOVE LOW-VALUES TO RG-ZITTING.
           START REGISTER_IN KEY IS >= RG-SLEUTEL.
           IF REGISTER-ONBEKEND THEN
               MOVE "J" TO WS-ZOEK-KLAAR
           ELSE
           IF NOT REGISTER-OK THEN
               PERFORM 0096-REGISTER-FOUT
           END-IF
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL ZOEK-KLAAR
               READ REGISTER_IN NEXT
                   AT END
                       MOVE "J" TO WS-ZOEK-KLAAR
               END-READ
               IF NOT ZOEK-KLAAR THEN
                   IF NOT REGISTER-OK THEN
                       PERFORM 0096-REGISTER-FOUT
                   END-IF
                   IF RG-KANDIDAAT NOT = UT-KANDIDAAT(N)
                       OR RG-ZITTING NOT < WS-ZITTING THEN
                       MOVE "J" TO WS-ZOEK-KLAAR
                   ELSE
                       MOVE RG-ZITTING TO WS-EERDER-ZITTING
                       MOVE RG-GEM TO WS-EERDER-GEM
                   END-IF
               END-IF
           END-PERFORM.
       0054-SPRONG-TOETSEN.
           COMPUTE WS-VERSCHIL = UT-GEM(N) - WS-EERDER-GEM.
           IF WS-VERSCHIL > WS-SPRONG-GEM
               OR WS-VERSCHIL < ZERO - WS-SPRONG-GEM THEN
               ADD 1 TO WS-SPRONGEN
               MOVE WS-EERDER-GEM TO WS-GEM-EDIT
               MOVE UT-GEM(N) TO WS-GEM-EDIT-2
               MOVE SPACES TO WS-SIGNAAL
               MOVE "SP" TO SG-SOORT
               MOVE UT-BRON(N) TO SG-BRON
               MOVE UT-PROV(N) TO SG-PROV
               MOVE UT-KANDIDAAT(N) TO SG-KANDIDAAT
               STRING WS-EERDER-ZITTING DELIMITED BY SIZE
                      " GEM "           DELIMITED BY SIZE
                      WS-GEM-EDIT       DELIMITED BY SIZE
                      " NU "            DELIMITED BY SIZE
                      WS-GEM-EDIT-2     DELIMITED BY SIZE
                      INTO SG-DETAIL
               MOVE "SPRONG" TO WS-SIGNAAL-REDEN
               PERFORM 0070-SIGNAAL-OPNEMEN
               MOVE SPACES TO WS-PRINT-REGEL
               STRING "  KANDIDAAT "     DELIMITED BY SIZE
                      SG-KANDIDAAT       DELIMITED BY SIZE
                      " BRON "           DELIMITED BY SIZE
                      SG-BRON            DELIMITED BY SIZE
                      " ZITTING "        DELIMITED BY SIZE
                      SG-DETAIL          DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-GEVAL-TEKST     DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
      *    neemt WS-SIGNAAL als open geval op in de werkvoorraad;
      *    WS-GEVAL-TEKST geeft aan of het geval nieuw of al bekend
      *    is
       0070-SIGNAAL-OPNEMEN.
           ADD 1 TO WS-MELDINGEN.
           MOVE WS-ZITTING TO SG-ZITTING.
           MOVE SPACES TO WERKVOORRAAD-RECORD.
           MOVE "LA10U" TO WV-PROGRAMMA.
           MOVE WS-SIGNAAL TO WV-INHOUD.
           MOVE WS-SIGNAAL-REDEN TO WV-REDEN.
           MOVE SG-KANDIDAAT TO WV-KANDIDAAT.
           MOVE WS-VANDAAG TO WV-DATUM.
           MOVE "O" TO WV-STATUS.
           MOVE WS-VANDAAG TO WV-STATUS-DATUM.
           WRITE WERKVOORRAAD-RECORD.
           IF WERKVOORRAAD-OK THEN
               ADD 1 TO WS-OPGENOMEN
               MOVE "NIEUW" TO WS-GEVAL-TEKST
           ELSE
           IF WERKVOORRAAD-DUBBEL THEN
               ADD 1 TO WS-REEDS-AANWEZIG
               MOVE "BEKEND" TO WS-GEVAL-TEKST
           ELSE
               PERFORM 0095-WERKVOORRAAD-FOUT
           END-IF
           END-IF.
       0080-BALANS-CONTROLE.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           COMPUTE WS-BALANS-VERSCHIL = WS-MELDINGEN
               - WS-OPGENOMEN - WS-REEDS-AANWEZIG.
           IF WS-GELEZEN NOT = WS-GESCREEND + WS-ANDERE-ZITTING THEN
               ADD 1 TO WS-BALANS-VERSCHIL
           END-IF.
           STRING "RESULTATEN GELEZEN      : " DELIMITED BY SIZE
                  WS-GELEZEN                   DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "ANDERE ZITTING          : " DELIMITED BY SIZE
                  WS-ANDERE-ZITTING            DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "GESCREEND               : " DELIMITED BY SIZE
                  WS-GESCREEND                 DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "WAARVAN ZONDER BRON     : " DELIMITED BY SIZE
                  WS-ZONDER-BRON               DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "GROEPEN IDENTIEK        : " DELIMITED BY SIZE
                  WS-GROEPEN                   DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "IDENTIEK BINNEN BRON    : " DELIMITED BY SIZE
                  WS-IDENTIEK-BRON             DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "IDENTIEK BINNEN PROV.   : " DELIMITED BY SIZE
                  WS-IDENTIEK-PROV             DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "ALLE CIJFERS GELIJK     : " DELIMITED BY SIZE
                  WS-ALLE-GELIJK               DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "BRON GEMIDDELDE AFWIJK. : " DELIMITED BY SIZE
                  WS-AFWIJKEND-GEM             DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "BRON GESLAAGD AFWIJKEND : " DELIMITED BY SIZE
                  WS-AFWIJKEND-SLAAG           DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "SPRONGEN                : " DELIMITED BY SIZE
                  WS-SPRONGEN                  DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "MELDINGEN               : " DELIMITED BY SIZE
                  WS-MELDINGEN                 DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "NIEUW IN WERKVOORRAAD   : " DELIMITED BY SIZE
                  WS-OPGENOMEN                 DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "REEDS IN WERKVOORRAAD   : " DELIMITED BY SIZE
                  WS-REEDS-AANWEZIG            DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF WS-BALANS-VERSCHIL = ZERO THEN
               MOVE "BALANS IN ORDE" TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               MOVE "*** UIT BALANS, GEEN VRIJGAVE ***"
                   TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               DISPLAY "SCREENING UIT BALANS" UPON STDERR
               MOVE "SCREENING UIT BALANS" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0095-WERKVOORRAAD-FOUT.
           DISPLAY "SOME ERROR OCCURED : " WERKVOORRAAD-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "WERKVOORRAAD_IO STATUS " WERKVOORRAAD-STATUS
               DELIMITED BY SIZE INTO WS-ABEND-REDEN.
           CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN.
       0096-REGISTER-FOUT.
           DISPLAY "SOME ERROR OCCURED : " REGISTER-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "REGISTER_IN STATUS " REGISTER-STATUS
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
           STRING "LA10U    SCREENINGSVERSLAG EXAMENCOMMISSIE"
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
           STRING "*** EINDE VERSLAG LA10U"
                                 DELIMITED BY SIZE
                  " GESCREEND "  DELIMITED BY SIZE
                  WS-GESCREEND   DELIMITED BY SIZE
                  " MELDINGEN "  DELIMITED BY SIZE
                  WS-MELDINGEN   DELIMITED BY SIZE
                  " NIEUW "      DELIMITED BY SIZE
                  WS-OPGENOMEN   DELIMITED BY SIZE
                  " ***"         DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
