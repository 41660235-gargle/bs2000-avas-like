       IDENTIFICATION DIVISION.
       PROGRAM-ID. LA10T.
      *
      *    Bezwaren: geindexeerd bezwaarregister op kandidaatnummer
      *    (met de zitting waartegen het bezwaar loopt). Functie T
      *    verwerkt transacties: O registreert een ontvangen
      *    bezwaar met de betwiste vakposities en berekent de
      *    wettelijke beslistermijn (BEZWAAR-TERMIJN dagen na
      *    ontvangst), B zet het bezwaar in behandeling, G verklaart
      *    het gegrond met de opnieuw beoordeelde cijfers van de
      *    betwiste posities en A wijst het af.
      *    Functie V verwerkt de gegronde bezwaren die nog niet zijn
      *    doorgevoerd: de hercijfers vervangen de betwiste cijfers,
      *    gemiddelde en beoordeling worden opnieuw bepaald volgens
      *    de regels van LA10B (grenzen en kernvakminimum uit het
      *    parameterbestand, gewichten uit het vakkenbestand), het
      *    registerrecord van LA10C wordt bijgewerkt en in het
      *    mutatiebestand vastgelegd, en alleen deze kandidaat
      *    krijgt een brief met de herziene uitslag.
      *    Functie O (ouderdom) toont de onbesliste bezwaren waarvan
      *    de termijn binnen SIGNAAL-DAGEN verstrijkt of al is
      *    verstreken, en de gegronde bezwaren die nog niet met
      *    functie V zijn doorgevoerd.
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10t.cob abend.cob runlog.cob -T la10t.lst
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    export DD_BEZWAAR_IO=./la10t.bzw
           SELECT BEZWAAR_IO ASSIGN TO "DD_BEZWAAR_IO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BZ-SLEUTEL
           FILE STATUS IS BEZWAAR-STATUS.
      *    export DD_REGISTER_IO=./la10c.reg
           SELECT REGISTER_IO ASSIGN TO "DD_REGISTER_IO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RG-SLEUTEL
           ALTERNATE RECORD KEY IS RG-PROV WITH DUPLICATES
           FILE STATUS IS REGISTER-STATUS.
      *    export DD_REGMUTATIE_UIT=./la10c.mut
           SELECT REGMUTATIE_UIT ASSIGN TO "DD_REGMUTATIE_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGMUTATIE_UIT-STATUS.
      *    export DD_KANDIDAAT_IN=./la10j.knd
           SELECT KANDIDAAT_IN ASSIGN TO "DD_KANDIDAAT_IN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KN-KANDIDAAT
           FILE STATUS IS KANDIDAAT_IN-STATUS.
      *    export DD_TRANSACTIE_IN=./la10t.trn
           SELECT TRANSACTIE_IN ASSIGN TO "DD_TRANSACTIE_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSACTIE_IN-STATUS.
      *    export DD_VAK_IN=./la10b.vak
           SELECT VAK_IN ASSIGN TO "DD_VAK_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VAK_IN-STATUS.
      *    export DD_PARAMETER=./la10b.par
           SELECT PARAMETER_IN ASSIGN TO "DD_PARAMETER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETER_IN-STATUS.
      *    export DD_BEZWAAR_PARAMETER=./la10t.par
      *    naam in kolom 1-20, waarde vanaf kolom 21:
      *    BEZWAAR-TERMIJN     042
      *    SIGNAAL-DAGEN       007
           SELECT BEZWAARPAR_IN ASSIGN TO "DD_BEZWAAR_PARAMETER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BEZWAARPAR_IN-STATUS.
      *    export DD_BRIEF_UIT=./la10t.brf
           SELECT BRIEF_UIT ASSIGN TO "DD_BRIEF_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BRIEF_UIT-STATUS.
      *    export DD_VERSLAG_UIT=./la10t.rpt
           SELECT VERSLAG_UIT ASSIGN TO "DD_VERSLAG_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERSLAG_UIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    bezwaarregister: een record per kandidaat en zitting;
      *    BZ-HERCIJFER is alleen gevuld op de betwiste posities van
      *    een gegrond bezwaar, BZ-VERWERKT is de datum waarop de
      *    herziening in het kandidatenregister is doorgevoerd
       FD  BEZWAAR_IO
           RECORD CONTAINS 80 CHARACTERS.
       01  BEZWAAR-RECORD.
           02  BZ-SLEUTEL.
               03  BZ-KANDIDAAT                   PIC 9(7).
               03  BZ-ZITTING                     PIC X(6).
           02  BZ-ONTVANGST                       PIC X(8).
           02  BZ-BETWIST                         PIC X OCCURS 6.
           02  BZ-STATUS                          PIC X.
               88  BZ-ONTVANGEN                   VALUE "O".
               88  BZ-IN-BEHANDELING              VALUE "B".
               88  BZ-GEGROND                     VALUE "G".
               88  BZ-AFGEWEZEN                   VALUE "A".
               88  BZ-ONBESLIST                   VALUES "O" "B".
           02  BZ-BEHANDELING                     PIC X(8).
           02  BZ-BESLUIT                         PIC X(8).
           02  BZ-TERMIJN                         PIC X(8).
           02  BZ-HERCIJFER                       PIC 99 OCCURS 6.
           02  BZ-VERWERKT                        PIC X(8).
           02  FILLER                             PIC X(8).
       FD  REGISTER_IO
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
       FD  REGMUTATIE_UIT
           RECORD CONTAINS 117 CHARACTERS.
       01  REGMUTATIE-RECORD.
           02  RM-TIJDSTIP                        PIC X(15).
           02  FILLER                             PIC X.
           02  RM-KANDIDAAT                       PIC 9(7).
           02  FILLER                             PIC X.
           02  RM-OUD                             PIC X(46).
           02  FILLER                             PIC X.
           02  RM-NIEUW                           PIC X(46).
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
      *    transactie O: bezwaar ontvangen op TR-DATUM met per
      *    positie J (betwist) of N; B: in behandeling; G: gegrond,
      *    hercijfers alleen op de betwiste posities; A: afgewezen.
      *    TR-DATUM spaties = rundatum
       FD  TRANSACTIE_IN
           RECORD CONTAINS 50 CHARACTERS.
       01  TRANSACTIE-RECORD.
           02  TR-SOORT                           PIC X.
               88  TR-ONTVANGST                   VALUE "O".
               88  TR-BEHANDELING                 VALUE "B".
               88  TR-GEGROND                     VALUE "G".
               88  TR-AFGEWEZEN                   VALUE "A".
           02  TR-KANDIDAAT                       PIC X(7).
           02  TR-KANDIDAAT-N REDEFINES TR-KANDIDAAT
                                                  PIC 9(7).
           02  TR-ZITTING                         PIC X(6).
           02  TR-DATUM                           PIC X(8).
           02  TR-DATUM-N REDEFINES TR-DATUM      PIC 9(8).
           02  TR-BETWIST                         PIC X OCCURS 6.
           02  TR-POSITIE                         OCCURS 6.
               03  TR-CIJFER-X                    PIC XX.
               03  TR-CIJFER REDEFINES TR-CIJFER-X
                                                  PIC 99.
           02  FILLER                             PIC X(10).
       FD  VAK_IN
           RECORD CONTAINS 30 CHARACTERS.
       01  VAK_IN-RECORD.
           02  VI-POSITIE                         PIC 9.
           02  VI-CODE                            PIC X(6).
           02  VI-NAAM                            PIC X(20).
           02  VI-GEWICHT                         PIC 99.
           02  VI-KERN                            PIC X.
       FD  PARAMETER_IN
           RECORD CONTAINS 28 CHARACTERS.
       01  PARAMETER-RECORD.
           02  PA-NAAM                            PIC X(20).
           02  PA-WAARDE                          PIC X(8).
       FD  BEZWAARPAR_IN
           RECORD CONTAINS 28 CHARACTERS.
       01  BEZWAARPAR-RECORD.
           02  BP-NAAM                            PIC X(20).
           02  BP-WAARDE                          PIC X(8).
       FD  BRIEF_UIT
           RECORD CONTAINS 80 CHARACTERS.
       01  BRIEF-REGEL                            PIC X(80).
       FD  VERSLAG_UIT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERSLAG-REGEL                          PIC X(132).
       WORKING-STORAGE SECTION.
       77  BEZWAAR-STATUS                         PIC XX.
           88  BEZWAAR-OK                         VALUE "00".
           88  BEZWAAR-EOF                        VALUE "10".
           88  BEZWAAR-ONBEKEND                   VALUE "23".
           88  BEZWAAR-GEEN-BESTAND               VALUE "35".
      *    status 02 = geslaagde I-O met dubbele alternatieve
      *    sleutel (RG-PROV), een normale situatie
       77  REGISTER-STATUS                        PIC XX.
           88  REGISTER-OK                        VALUES "00" "02".
           88  REGISTER-ONBEKEND                  VALUE "23".
       77  REGMUTATIE_UIT-STATUS                  PIC XX.
           88  REGMUTATIE_UIT-OK                  VALUE "00".
       77  KANDIDAAT_IN-STATUS                    PIC XX.
           88  KANDIDAAT_IN-OK                    VALUE "00".
           88  KANDIDAAT_IN-ONBEKEND              VALUE "23".
       77  TRANSACTIE_IN-STATUS                   PIC XX.
           88  TRANSACTIE_IN-OK                   VALUE "00".
           88  TRANSACTIE_IN-EOF                  VALUE "10".
       77  VAK_IN-STATUS                          PIC XX.
           88  VAK_IN-OK                          VALUE "00".
           88  VAK_IN-EOF                         VALUE "10".
       77  PARAMETER_IN-STATUS                    PIC XX.
           88  PARAMETER_IN-OK                    VALUE "00".
           88  PARAMETER_IN-EOF                   VALUE "10".
       77  BEZWAARPAR_IN-STATUS                   PIC XX.
           88  BEZWAARPAR_IN-OK                   VALUE "00".
           88  BEZWAARPAR_IN-EOF                  VALUE "10".
       77  BRIEF_UIT-STATUS                       PIC XX.
           88  BRIEF_UIT-OK                       VALUE "00".
       77  VERSLAG_UIT-STATUS                     PIC XX.
           88  VERSLAG_UIT-OK                     VALUE "00".
       77  WS-FUNCTIE                             PIC X.
           88  FUNCTIE-TRANSACTIES                VALUE "T".
           88  FUNCTIE-VERWERKEN                  VALUE "V".
           88  FUNCTIE-OUDERDOM                   VALUE "O".
       77  WS-AANTAL-CIJFERS                      PIC 9 VALUE ZERO.
       77  WS-GRENS-GOED                          PIC 99V9.
       77  WS-GRENS-VOLDOENDE                     PIC 99V9.
       77  WS-GRENS-ONVOLDOENDE                   PIC 99V9.
       77  WS-PAR-GOED-AANW                       PIC X VALUE "N".
           88  PAR-GOED-AANW                      VALUE "J".
       77  WS-PAR-VOLD-AANW                       PIC X VALUE "N".
           88  PAR-VOLD-AANW                      VALUE "J".
       77  WS-PAR-ONVOLD-AANW                     PIC X VALUE "N".
           88  PAR-ONVOLD-AANW                    VALUE "J".
       77  WS-PAR-KERN-AANW                       PIC X VALUE "N".
           88  PAR-KERN-AANW                      VALUE "J".
       77  WS-KERN-MINIMUM                        PIC 99V9.
       77  WS-GEWICHT-TOTAAL                      PIC 9(3).
       01  WS-PAR-GRENS-X                         PIC X(3).
       01  WS-PAR-GRENS REDEFINES WS-PAR-GRENS-X  PIC 99V9.
       01  WS-PAR-CIJFERS-X                       PIC X.
       01  WS-PAR-CIJFERS REDEFINES WS-PAR-CIJFERS-X
                                                  PIC 9.
       77  WS-TERMIJN-DAGEN                       PIC 9(3) VALUE ZERO.
       77  WS-SIGNAAL-DAGEN                       PIC 9(3) VALUE ZERO.
       01  WS-PAR-DAGEN-X                         PIC X(3).
       01  WS-PAR-DAGEN REDEFINES WS-PAR-DAGEN-X  PIC 9(3).
       77  WS-VANDAAG                             PIC X(8).
       77  WS-VANDAAG-N REDEFINES WS-VANDAAG      PIC 9(8).
       77  WS-VANDAAG-INT                         PIC 9(7).
       77  WS-TR-DATUM                            PIC X(8).
       77  WS-DATUM-N                             PIC 9(8).
       77  WS-DATUM-INT                           PIC 9(7).
       77  WS-DAGEN                               PIC S9(5).
       77  WS-DAGEN-EDIT                          PIC ZZZZ9.
       77  WS-BEZWAAR-AANW                        PIC X.
           88  BEZWAAR-AANWEZIG                   VALUE "J".
       77  WS-REGISTER-KLAAR                      PIC X.
           88  REGISTER-KLAAR                     VALUE "J".
       77  K                                      PIC 9.
       77  L                                      PIC 9.
       77  SOM                                    PIC 9(4).
       77  GEM                                    PIC 99V9.
       77  WS-INGEVULD                            PIC 9.
       77  WS-BETWIST-TEKST                       PIC X(6).
       77  WS-REDEN                               PIC X(40).
       77  WS-OUD-KLASSE                          PIC X(11).
       77  WS-NIEUW-RECORD                        PIC X(46).
       77  WS-OUD-RECORD                          PIC X(46).
       01  WS-RG-REDEN.
           02  WS-RG-REDEN-SOORT                  PIC X(4).
           02  WS-RG-REDEN-POSITIE                PIC 9.
       77  WS-TIMESTAMP                           PIC X(21).
       77  WS-GEM-EDIT                            PIC Z9.9.
       77  WS-GESLAAGD-VLAG                       PIC X.
           88  GESLAAGD                           VALUE "J".
       77  WS-GELEZEN                             PIC 9(7) VALUE ZERO.
       77  WS-VERWERKT                            PIC 9(7) VALUE ZERO.
       77  WS-GEREGISTREERD                       PIC 9(7) VALUE ZERO.
       77  WS-IN-BEHANDELING                      PIC 9(7) VALUE ZERO.
       77  WS-GEGROND                             PIC 9(7) VALUE ZERO.
       77  WS-AFGEWEZEN                           PIC 9(7) VALUE ZERO.
       77  WS-TE-VERWERKEN                        PIC 9(7) VALUE ZERO.
       77  WS-GEWIJZIGD                           PIC 9(7) VALUE ZERO.
       77  WS-NU-GESLAAGD                         PIC 9(7) VALUE ZERO.
       77  WS-BESLIST                             PIC 9(7) VALUE ZERO.
       77  WS-BINNEN-TERMIJN                      PIC 9(7) VALUE ZERO.
       77  WS-TERMIJN-NADERT                      PIC 9(7) VALUE ZERO.
       77  WS-TERMIJN-VERSTREKEN                  PIC 9(7) VALUE ZERO.
       77  WS-GEWEIGERD                           PIC 9(7) VALUE ZERO.
       77  WS-BALANS-VERSCHIL                     PIC S9(7).
       77  WS-ABEND-PROGRAM-ID                    PIC X(8) VALUE
           "LA10T".
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
       77  WS-BRIEFREGEL                          PIC X(80).
       01  TEKST-TABEL                            VALUE
           "GOED       VOLDOENDE  ONVOLDOENDESLECHT".
           02  TEKST-T                            PIC X(11) OCCURS 4.
       01  VAK-STAM-TABEL.
           02  VAK-STAM                           OCCURS 6.
               03  VS-CODE                        PIC X(6).
               03  VS-NAAM                        PIC X(20).
               03  VS-GEWICHT                     PIC 99.
               03  VS-KERN                        PIC X.
                   88  VS-IS-KERN                 VALUE "J".
               03  VS-AANWEZIG                    PIC X.
                   88  VS-IS-AANWEZIG             VALUE "J".
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
           DISPLAY "FUNCTIE (T=TRANSACTIES BEZWAREN,"
               " V=VERWERKEN GEGRONDE BEZWAREN,"
               " O=OUDERDOM TERMIJNEN) ?" UPON TERM.
           ACCEPT WS-FUNCTIE FROM TERM.
           IF NOT FUNCTIE-TRANSACTIES AND NOT FUNCTIE-VERWERKEN
               AND NOT FUNCTIE-OUDERDOM THEN
               DISPLAY "ONBEKENDE FUNCTIE : " WS-FUNCTIE
                   UPON STDERR
               MOVE "ONBEKENDE FUNCTIE" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           PERFORM 0010-PARAMETERS-LEZEN.
           PERFORM 0013-TERMIJNEN-LEZEN.
           PERFORM 0016-VAKKEN-LEZEN.
           PERFORM 0018-BEZWAARREGISTER-OPENEN.
           OPEN OUTPUT VERSLAG_UIT.
           IF FUNCTIE-TRANSACTIES THEN
               PERFORM 0020-TRANSACTIES
           ELSE
           IF FUNCTIE-VERWERKEN THEN
               PERFORM 0040-HERZIENINGEN
           ELSE
               PERFORM 0060-TERMIJNBEWAKING
           END-IF
           END-IF.
           CLOSE BEZWAAR_IO.
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
                       PERFORM 0011-PARAMETER-VERWERKEN
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
           IF NOT PAR-GOED-AANW
               OR NOT PAR-VOLD-AANW
               OR NOT PAR-ONVOLD-AANW
               OR NOT PAR-KERN-AANW
               OR WS-AANTAL-CIJFERS = ZERO THEN
               DISPLAY "PARAMETERBESTAND ONVOLLEDIG" UPON STDERR
               MOVE "PARAMETERBESTAND ONVOLLEDIG" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
      *    alleen de grenzen en het aantal cijfers zijn hier van
      *    belang; overige parameters van LA10B worden overgeslagen
       0011-PARAMETER-VERWERKEN.
           IF PA-NAAM = "GRENS-GOED" THEN
               PERFORM 0012-GRENS-OVERNEMEN
               MOVE WS-PAR-GRENS TO WS-GRENS-GOED
               MOVE "J" TO WS-PAR-GOED-AANW
           ELSE
           IF PA-NAAM = "GRENS-VOLDOENDE" THEN
               PERFORM 0012-GRENS-OVERNEMEN
               MOVE WS-PAR-GRENS TO WS-GRENS-VOLDOENDE
               MOVE "J" TO WS-PAR-VOLD-AANW
           ELSE
           IF PA-NAAM = "GRENS-ONVOLDOENDE" THEN
               PERFORM 0012-GRENS-OVERNEMEN
               MOVE WS-PAR-GRENS TO WS-GRENS-ONVOLDOENDE
               MOVE "J" TO WS-PAR-ONVOLD-AANW
           ELSE
           IF PA-NAAM = "KERN-MINIMUM" THEN
               PERFORM 0012-GRENS-OVERNEMEN
               MOVE WS-PAR-GRENS TO WS-KERN-MINIMUM
               MOVE "J" TO WS-PAR-KERN-AANW
           ELSE
           IF PA-NAAM = "AANTAL-CIJFERS" THEN
               MOVE PA-WAARDE(1:1) TO WS-PAR-CIJFERS-X
               IF WS-PAR-CIJFERS-X IS NUMERIC
                   AND WS-PAR-CIJFERS >= 1
                   AND WS-PAR-CIJFERS <= 6
                   MOVE WS-PAR-CIJFERS TO WS-AANTAL-CIJFERS
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       0012-GRENS-OVERNEMEN.
           MOVE PA-WAARDE(1:3) TO WS-PAR-GRENS-X.
           IF WS-PAR-GRENS-X IS NOT NUMERIC THEN
               DISPLAY "PARAMETER ONJUIST : " PARAMETER-RECORD
                   UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "PARAMETER ONJUIST " PA-NAAM
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
      *    de wettelijke beslistermijn en de signaaltermijn van het
      *    ouderdomsverslag, beide in dagen
       0013-TERMIJNEN-LEZEN.
           OPEN INPUT BEZWAARPAR_IN.
           IF NOT BEZWAARPAR_IN-OK THEN
               DISPLAY "PARAMETERBESTAND BEZWAREN ONTBREEKT : "
                   BEZWAARPAR_IN-STATUS UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "BEZWAARPARAMETERS ONTBREKEN, STATUS "
                   BEZWAARPAR_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL BEZWAARPAR_IN-EOF
               READ BEZWAARPAR_IN
                   AT END
                       SET BEZWAARPAR_IN-EOF TO TRUE
               END-READ
               IF NOT BEZWAARPAR_IN-EOF THEN
                   IF BEZWAARPAR_IN-OK THEN
                       MOVE BP-WAARDE(1:3) TO WS-PAR-DAGEN-X
                       IF BP-NAAM = "BEZWAAR-TERMIJN"
                           AND WS-PAR-DAGEN-X IS NUMERIC THEN
                           MOVE WS-PAR-DAGEN TO WS-TERMIJN-DAGEN
                       END-IF
                       IF BP-NAAM = "SIGNAAL-DAGEN"
                           AND WS-PAR-DAGEN-X IS NUMERIC THEN
                           MOVE WS-PAR-DAGEN TO WS-SIGNAAL-DAGEN
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           BEZWAARPAR_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "BEZWAARPAR_IN STATUS "
                           BEZWAARPAR_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE BEZWAARPAR_IN.
           IF WS-TERMIJN-DAGEN = ZERO THEN
               DISPLAY "PARAMETER BEZWAAR-TERMIJN ONJUIST"
                   UPON STDERR
               MOVE "PARAMETER BEZWAAR-TERMIJN ONJUIST"
                   TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           IF WS-SIGNAAL-DAGEN = ZERO THEN
               DISPLAY "PARAMETER SIGNAAL-DAGEN ONJUIST"
                   UPON STDERR
               MOVE "PARAMETER SIGNAAL-DAGEN ONJUIST"
                   TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0016-VAKKEN-LEZEN.
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
                       PERFORM 0017-VAK-OPNEMEN
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
               IF NOT VS-IS-AANWEZIG(K) OR VS-GEWICHT(K) = ZERO THEN
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
       0017-VAK-OPNEMEN.
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
      *    opent het bezwaarregister en maakt het zo nodig leeg aan
       0018-BEZWAARREGISTER-OPENEN.
           OPEN I-O BEZWAAR_IO.
           IF NOT BEZWAAR-OK THEN
               IF NOT BEZWAAR-GEEN-BESTAND THEN
                   PERFORM 0095-BEZWAAR-FOUT
               END-IF
               OPEN OUTPUT BEZWAAR_IO
               IF NOT BEZWAAR-OK THEN
                   PERFORM 0095-BEZWAAR-FOUT
               END-IF
               CLOSE BEZWAAR_IO
               OPEN I-O BEZWAAR_IO
               IF NOT BEZWAAR-OK THEN
                   PERFORM 0095-BEZWAAR-FOUT
               END-IF
           END-IF.
       0020-TRANSACTIES.
           OPEN INPUT TRANSACTIE_IN.
           IF NOT TRANSACTIE_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "TRANSACTIE_IN STATUS " TRANSACTIE_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           OPEN INPUT REGISTER_IO.
           IF NOT REGISTER-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "REGISTER_IO STATUS " REGISTER-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE "TRANSACTIES OP HET BEZWAARREGISTER" TO WS-PRINT-REGEL.
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
                       PERFORM 0022-TRANSACTIE-CONTROLEREN
                       IF WS-REDEN NOT = SPACES THEN
                           PERFORM 0038-TRANSACTIE-WEIGEREN
                       ELSE
                       IF TR-ONTVANGST THEN
                           PERFORM 0030-BEZWAAR-REGISTREREN
                       ELSE
                       IF TR-BEHANDELING THEN
                           PERFORM 0032-BEZWAAR-IN-BEHANDELING
                       ELSE
                           PERFORM 0034-BEZWAAR-BESLISSEN
                       END-IF
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
           CLOSE TRANSACTIE_IN REGISTER_IO.
           DISPLAY "BEZWAREN LA10T, FUNCTIE TRANSACTIES" UPON TERM.
           DISPLAY "TRANSACTIES GELEZEN  : " WS-GELEZEN UPON TERM.
           DISPLAY "GEREGISTREERD        : " WS-GEREGISTREERD
               UPON TERM.
           DISPLAY "IN BEHANDELING       : " WS-IN-BEHANDELING
               UPON TERM.
           DISPLAY "GEGROND              : " WS-GEGROND UPON TERM.
           DISPLAY "AFGEWEZEN            : " WS-AFGEWEZEN UPON TERM.
           DISPLAY "GEWEIGERD            : " WS-GEWEIGERD UPON TERM.
      *    zet WS-REDEN als de transactie niet uitgevoerd kan
      *    worden; anders staat een bestaand bezwaar in
      *    BEZWAAR-RECORD en de transactiedatum in WS-TR-DATUM
       0022-TRANSACTIE-CONTROLEREN.
           MOVE SPACES TO WS-REDEN.
           MOVE "N" TO WS-BEZWAAR-AANW.
           IF NOT TR-ONTVANGST AND NOT TR-BEHANDELING
               AND NOT TR-GEGROND AND NOT TR-AFGEWEZEN THEN
               MOVE "ONBEKENDE TRANSACTIESOORT" TO WS-REDEN
           ELSE
           IF TR-KANDIDAAT IS NOT NUMERIC
               OR TR-KANDIDAAT-N = ZERO THEN
               MOVE "KANDIDAATNUMMER ONGELDIG" TO WS-REDEN
           ELSE
           IF TR-ZITTING = SPACES THEN
               MOVE "ZITTING ONTBREEKT" TO WS-REDEN
           ELSE
               PERFORM 0024-DATUM-BEPALEN
           END-IF
           END-IF
           END-IF.
           IF WS-REDEN = SPACES THEN
               MOVE TR-KANDIDAAT-N TO BZ-KANDIDAAT
               MOVE TR-ZITTING TO BZ-ZITTING
               READ BEZWAAR_IO KEY IS BZ-SLEUTEL
               IF BEZWAAR-OK THEN
                   MOVE "J" TO WS-BEZWAAR-AANW
               ELSE
               IF NOT BEZWAAR-ONBEKEND THEN
                   PERFORM 0095-BEZWAAR-FOUT
               END-IF
               END-IF
               IF TR-ONTVANGST THEN
                   PERFORM 0026-ONTVANGST-CONTROLEREN
               ELSE
               IF NOT BEZWAAR-AANWEZIG THEN
                   MOVE "BEZWAAR NIET IN REGISTER" TO WS-REDEN
               ELSE
               IF NOT BZ-ONBESLIST THEN
                   MOVE "OVER BEZWAAR IS AL BESLIST" TO WS-REDEN
               ELSE
               IF TR-BEHANDELING AND BZ-IN-BEHANDELING THEN
                   MOVE "BEZWAAR IS AL IN BEHANDELING" TO WS-REDEN
               ELSE
               IF WS-TR-DATUM < BZ-ONTVANGST THEN
                   MOVE "DATUM LIGT VOOR ONTVANGSTDATUM" TO WS-REDEN
               ELSE
               IF TR-GEGROND THEN
                   PERFORM WITH TEST BEFORE
                       VARYING K FROM 1
                                 BY 1
                                 UNTIL K > 6
                       PERFORM 0029-HERCIJFER-CONTROLEREN
                   END-PERFORM
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
      *    TR-DATUM spaties wordt de rundatum; een datum na vandaag
      *    wordt niet aanvaard
       0024-DATUM-BEPALEN.
           IF TR-DATUM = SPACES THEN
               MOVE WS-VANDAAG TO WS-TR-DATUM
           ELSE
           IF TR-DATUM IS NOT NUMERIC THEN
               MOVE "DATUM ONGELDIG" TO WS-REDEN
           ELSE
               MOVE TR-DATUM-N TO WS-DATUM-N
               COMPUTE WS-DATUM-INT = INTEGER-OF-DATE(WS-DATUM-N)
               IF WS-DATUM-INT = ZERO THEN
                   MOVE "DATUM ONGELDIG" TO WS-REDEN
               ELSE
               IF TR-DATUM > WS-VANDAAG THEN
                   MOVE "DATUM LIGT IN DE TOEKOMST" TO WS-REDEN
               ELSE
                   MOVE TR-DATUM TO WS-TR-DATUM
               END-IF
               END-IF
           END-IF
           END-IF.
      *    een bezwaar moet een uitslag in het kandidatenregister
      *    betreffen en minstens een betwiste positie hebben
       0026-ONTVANGST-CONTROLEREN.
           IF BEZWAAR-AANWEZIG THEN
               MOVE "BEZWAAR AL GEREGISTREERD" TO WS-REDEN
           ELSE
               MOVE TR-KANDIDAAT-N TO RG-KANDIDAAT
               MOVE TR-ZITTING TO RG-ZITTING
               READ REGISTER_IO KEY IS RG-SLEUTEL
               IF REGISTER-ONBEKEND THEN
                   MOVE "GEEN UITSLAG IN REGISTER" TO WS-REDEN
               ELSE
               IF NOT REGISTER-OK THEN
                   PERFORM 0096-REGISTER-FOUT
               ELSE
                   MOVE ZERO TO WS-INGEVULD
                   PERFORM WITH TEST BEFORE
                       VARYING K FROM 1
                                 BY 1
                                 UNTIL K > 6
                       PERFORM 0028-POSITIE-CONTROLEREN
                   END-PERFORM
                   IF WS-REDEN = SPACES AND WS-INGEVULD = ZERO THEN
                       MOVE "GEEN POSITIE BETWIST" TO WS-REDEN
                   END-IF
               END-IF
               END-IF
           END-IF.
       0028-POSITIE-CONTROLEREN.
           IF WS-REDEN NOT = SPACES THEN
               CONTINUE
           ELSE
           IF K > WS-AANTAL-CIJFERS THEN
               IF TR-BETWIST(K) NOT = "N"
                   AND TR-BETWIST(K) NOT = SPACE THEN
                   MOVE "POSITIE BUITEN AANTAL CIJFERS" TO WS-REDEN
               END-IF
           ELSE
           IF TR-BETWIST(K) = "J" THEN
               ADD 1 TO WS-INGEVULD
           ELSE
           IF TR-BETWIST(K) NOT = "N" THEN
               MOVE "BETWISTE POSITIE NIET J OF N" TO WS-REDEN
           END-IF
           END-IF
           END-IF
           END-IF.
      *    hercijfers alleen op de betwiste posities
       0029-HERCIJFER-CONTROLEREN.
           IF WS-REDEN NOT = SPACES THEN
               CONTINUE
           ELSE
           IF BZ-BETWIST(K) = "J" THEN
               IF TR-CIJFER-X(K) IS NOT NUMERIC THEN
                   MOVE "HERCIJFER ONTBREEKT OF NIET NUMERIEK"
                       TO WS-REDEN
               ELSE
               IF TR-CIJFER(K) < 1 OR TR-CIJFER(K) > 10 THEN
                   MOVE "HERCIJFER BUITEN 1-10" TO WS-REDEN
               END-IF
               END-IF
           ELSE
           IF TR-CIJFER-X(K) NOT = SPACES THEN
               MOVE "HERCIJFER OP NIET BETWISTE POSITIE" TO WS-REDEN
           END-IF
           END-IF
           END-IF.
      *    de beslistermijn loopt vanaf de ontvangstdatum
       0030-BEZWAAR-REGISTREREN.
           MOVE SPACES TO BEZWAAR-RECORD.
           MOVE TR-KANDIDAAT-N TO BZ-KANDIDAAT.
           MOVE TR-ZITTING TO BZ-ZITTING.
           MOVE WS-TR-DATUM TO BZ-ONTVANGST.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
                         BY 1
                         UNTIL K > 6
               IF K > WS-AANTAL-CIJFERS THEN
                   MOVE "N" TO BZ-BETWIST(K)
               ELSE
                   MOVE TR-BETWIST(K) TO BZ-BETWIST(K)
               END-IF
               MOVE ZERO TO BZ-HERCIJFER(K)
           END-PERFORM.
           MOVE "O" TO BZ-STATUS.
           MOVE WS-TR-DATUM TO WS-DATUM-N.
           COMPUTE WS-DATUM-INT =
               INTEGER-OF-DATE(WS-DATUM-N) + WS-TERMIJN-DAGEN.
           COMPUTE WS-DATUM-N = DATE-OF-INTEGER(WS-DATUM-INT).
           MOVE WS-DATUM-N TO BZ-TERMIJN.
           WRITE BEZWAAR-RECORD.
           IF NOT BEZWAAR-OK THEN
               PERFORM 0095-BEZWAAR-FOUT
           END-IF.
           ADD 1 TO WS-GEREGISTREERD.
           ADD 1 TO WS-VERWERKT.
           MOVE BZ-BETWIST(1) TO WS-BETWIST-TEKST(1:1).
           MOVE BZ-BETWIST(2) TO WS-BETWIST-TEKST(2:1).
           MOVE BZ-BETWIST(3) TO WS-BETWIST-TEKST(3:1).
           MOVE BZ-BETWIST(4) TO WS-BETWIST-TEKST(4:1).
           MOVE BZ-BETWIST(5) TO WS-BETWIST-TEKST(5:1).
           MOVE BZ-BETWIST(6) TO WS-BETWIST-TEKST(6:1).
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "GEREGISTREERD  "   DELIMITED BY SIZE
                  BZ-KANDIDAAT        DELIMITED BY SIZE
                  " ZITTING "         DELIMITED BY SIZE
                  BZ-ZITTING          DELIMITED BY SIZE
                  " ONTVANGEN "       DELIMITED BY SIZE
                  BZ-ONTVANGST        DELIMITED BY SIZE
                  " BETWIST "         DELIMITED BY SIZE
                  WS-BETWIST-TEKST    DELIMITED BY SIZE
                  " TERMIJN TOT "     DELIMITED BY SIZE
                  BZ-TERMIJN          DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0032-BEZWAAR-IN-BEHANDELING.
           MOVE "B" TO BZ-STATUS.
           MOVE WS-TR-DATUM TO BZ-BEHANDELING.
           REWRITE BEZWAAR-RECORD.
           IF NOT BEZWAAR-OK THEN
               PERFORM 0095-BEZWAAR-FOUT
           END-IF.
           ADD 1 TO WS-IN-BEHANDELING.
           ADD 1 TO WS-VERWERKT.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "IN BEHANDELING "   DELIMITED BY SIZE
                  BZ-KANDIDAAT        DELIMITED BY SIZE
                  " ZITTING "         DELIMITED BY SIZE
                  BZ-ZITTING          DELIMITED BY SIZE
                  " SINDS "           DELIMITED BY SIZE
                  BZ-BEHANDELING      DELIMITED BY SIZE
                  " TERMIJN TOT "     DELIMITED BY SIZE
                  BZ-TERMIJN          DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
      *    een gegrond bezwaar wordt pas met functie V in het
      *    kandidatenregister doorgevoerd
       0034-BEZWAAR-BESLISSEN.
           MOVE WS-TR-DATUM TO BZ-BESLUIT.
           IF TR-GEGROND THEN
               MOVE "G" TO BZ-STATUS
               PERFORM WITH TEST BEFORE
                   VARYING K FROM 1
                             BY 1
                             UNTIL K > 6
                   IF BZ-BETWIST(K) = "J" THEN
                       MOVE TR-CIJFER(K) TO BZ-HERCIJFER(K)
                   ELSE
                       MOVE ZERO TO BZ-HERCIJFER(K)
                   END-IF
               END-PERFORM
               MOVE SPACES TO BZ-VERWERKT
               ADD 1 TO WS-GEGROND
           ELSE
               MOVE "A" TO BZ-STATUS
               ADD 1 TO WS-AFGEWEZEN
           END-IF.
           REWRITE BEZWAAR-RECORD.
           IF NOT BEZWAAR-OK THEN
               PERFORM 0095-BEZWAAR-FOUT
           END-IF.
           ADD 1 TO WS-VERWERKT.
           MOVE SPACES TO WS-PRINT-REGEL.
           IF BZ-GEGROND THEN
               MOVE "GEGROND        " TO WS-PRINT-REGEL(1:15)
           ELSE
               MOVE "AFGEWEZEN      " TO WS-PRINT-REGEL(1:15)
           END-IF.
           STRING BZ-KANDIDAAT        DELIMITED BY SIZE
                  " ZITTING "         DELIMITED BY SIZE
                  BZ-ZITTING          DELIMITED BY SIZE
                  " BESLIST "         DELIMITED BY SIZE
                  BZ-BESLUIT          DELIMITED BY SIZE
                  " TERMIJN TOT "     DELIMITED BY SIZE
                  BZ-TERMIJN          DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL(16:117).
           IF BZ-BESLUIT > BZ-TERMIJN THEN
               MOVE "*** NA TERMIJN BESLIST ***"
                   TO WS-PRINT-REGEL(80:26)
           END-IF.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0038-TRANSACTIE-WEIGEREN.
           ADD 1 TO WS-GEWEIGERD.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "GEWEIGERD      "  DELIMITED BY SIZE
                  TRANSACTIE-RECORD  DELIMITED BY SIZE
                  " : "              DELIMITED BY SIZE
                  WS-REDEN           DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
      *    voert de gegronde, nog niet verwerkte bezwaren door in
      *    het kandidatenregister en schrijft per kandidaat de brief
      *    met de herziene uitslag
       0040-HERZIENINGEN.
           OPEN I-O REGISTER_IO.
           IF NOT REGISTER-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "REGISTER_IO STATUS " REGISTER-STATUS
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
           OPEN EXTEND REGMUTATIE_UIT.
           IF NOT REGMUTATIE_UIT-OK THEN
               OPEN OUTPUT REGMUTATIE_UIT
           END-IF.
           OPEN OUTPUT BRIEF_UIT.
           MOVE "VERWERKING GEGRONDE BEZWAREN" TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE "N" TO WS-REGISTER-KLAAR.
           MOVE LOW-VALUES TO BZ-SLEUTEL.
           START BEZWAAR_IO KEY IS >= BZ-SLEUTEL.
           IF NOT BEZWAAR-OK THEN
               MOVE "J" TO WS-REGISTER-KLAAR
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL REGISTER-KLAAR
               READ BEZWAAR_IO NEXT
                   AT END
                       MOVE "J" TO WS-REGISTER-KLAAR
               END-READ
               IF NOT REGISTER-KLAAR THEN
                   IF NOT BEZWAAR-OK THEN
                       PERFORM 0095-BEZWAAR-FOUT
                   END-IF
                   ADD 1 TO WS-GELEZEN
                   IF BZ-GEGROND AND BZ-VERWERKT = SPACES THEN
                       ADD 1 TO WS-TE-VERWERKEN
                       PERFORM 0042-HERZIENING-CONTROLEREN
                       IF WS-REDEN = SPACES THEN
                           PERFORM 0050-HERZIENING-UITVOEREN
                       ELSE
                           PERFORM 0048-HERZIENING-WEIGEREN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REGISTER_IO KANDIDAAT_IN REGMUTATIE_UIT BRIEF_UIT.
           DISPLAY "BEZWAREN LA10T, FUNCTIE VERWERKEN" UPON TERM.
           DISPLAY "BEZWAREN GELEZEN     : " WS-GELEZEN UPON TERM.
           DISPLAY "TE VERWERKEN         : " WS-TE-VERWERKEN
               UPON TERM.
           DISPLAY "VERWERKT             : " WS-VERWERKT UPON TERM.
           DISPLAY "GEWEIGERD            : " WS-GEWEIGERD UPON TERM.
           DISPLAY "REGISTER GEWIJZIGD   : " WS-GEWIJZIGD UPON TERM.
           DISPLAY "NU GESLAAGD          : " WS-NU-GESLAAGD UPON TERM.
      *    zet WS-REDEN als de herziening niet doorgevoerd kan
      *    worden; het bezwaar blijft dan openstaan voor een
      *    volgende run
       0042-HERZIENING-CONTROLEREN.
           MOVE SPACES TO WS-REDEN.
           MOVE BZ-KANDIDAAT TO RG-KANDIDAAT.
           MOVE BZ-ZITTING TO RG-ZITTING.
           READ REGISTER_IO KEY IS RG-SLEUTEL.
           IF REGISTER-ONBEKEND THEN
               MOVE "GEEN UITSLAG IN REGISTER" TO WS-REDEN
           ELSE
           IF NOT REGISTER-OK THEN
               PERFORM 0096-REGISTER-FOUT
           ELSE
               PERFORM 0045-NAW-LEZEN
           END-IF
           END-IF.
      *    zet WS-REDEN als er geen bruikbare naw-gegevens zijn
       0045-NAW-LEZEN.
           MOVE BZ-KANDIDAAT TO KN-KANDIDAAT.
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
       0048-HERZIENING-WEIGEREN.
           ADD 1 TO WS-GEWEIGERD.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "GEWEIGERD  "      DELIMITED BY SIZE
                  BZ-KANDIDAAT       DELIMITED BY SIZE
                  " ZITTING "        DELIMITED BY SIZE
                  BZ-ZITTING         DELIMITED BY SIZE
                  " : "              DELIMITED BY SIZE
                  WS-REDEN           DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
      *    de hercijfers vervangen de betwiste cijfers; gewogen
      *    gemiddelde, beoordeling en kernvakregel zoals in LA10B
       0050-HERZIENING-UITVOEREN.
           MOVE REGISTER-RECORD TO WS-OUD-RECORD.
           MOVE RG-KLASSE TO WS-OUD-KLASSE.
           MOVE ZEROES TO SOM.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
                         BY 1
                         UNTIL K > WS-AANTAL-CIJFERS
               IF BZ-BETWIST(K) = "J" THEN
                   MOVE BZ-HERCIJFER(K) TO RG-CIJFER(K)
               END-IF
               COMPUTE SOM = SOM + RG-CIJFER(K) * VS-GEWICHT(K)
           END-PERFORM.
           DIVIDE WS-GEWICHT-TOTAAL INTO SOM GIVING GEM.
           IF GEM >= WS-GRENS-GOED MOVE 1 TO L
           ELSE IF GEM >= WS-GRENS-VOLDOENDE MOVE 2 TO L
                ELSE IF GEM >= WS-GRENS-ONVOLDOENDE MOVE 3 TO L
                     ELSE MOVE 4 TO L
                     END-IF
                END-IF
           END-IF.
           MOVE "GEM" TO RG-REDEN.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
                         BY 1
                         UNTIL K > WS-AANTAL-CIJFERS
               IF VS-IS-KERN(K)
                   AND RG-CIJFER(K) < WS-KERN-MINIMUM
                   AND RG-REDEN = "GEM" THEN
                   IF L < 3 THEN
                       MOVE 3 TO L
                       MOVE "KERN" TO RG-REDEN(1:4)
                       MOVE K TO RG-REDEN(5:1)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE GEM TO RG-GEM.
           MOVE TEKST-T(L) TO RG-KLASSE.
           IF L < 3
               AND WS-OUD-KLASSE NOT = "GOED"
               AND WS-OUD-KLASSE NOT = "VOLDOENDE" THEN
               ADD 1 TO WS-NU-GESLAAGD
           END-IF.
           IF REGISTER-RECORD NOT = WS-OUD-RECORD THEN
               MOVE REGISTER-RECORD TO WS-NIEUW-RECORD
               REWRITE REGISTER-RECORD
               IF REGISTER-OK THEN
                   ADD 1 TO WS-GEWIJZIGD
                   PERFORM 0065-REGMUTATIE-SCHRIJF
               ELSE
                   PERFORM 0096-REGISTER-FOUT
               END-IF
           END-IF.
           PERFORM 0055-BRIEF-SCHRIJVEN.
           MOVE WS-VANDAAG TO BZ-VERWERKT.
           REWRITE BEZWAAR-RECORD.
           IF NOT BEZWAAR-OK THEN
               PERFORM 0095-BEZWAAR-FOUT
           END-IF.
           ADD 1 TO WS-VERWERKT.
           MOVE RG-GEM TO WS-GEM-EDIT.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "HERZIEN    "      DELIMITED BY SIZE
                  RG-KANDIDAAT       DELIMITED BY SIZE
                  " ZITTING "        DELIMITED BY SIZE
                  RG-ZITTING         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-OUD-KLASSE      DELIMITED BY SIZE
                  " -> "             DELIMITED BY SIZE
                  RG-KLASSE          DELIMITED BY SIZE
                  " GEM "            DELIMITED BY SIZE
                  WS-GEM-EDIT        DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           IF REGISTER-RECORD = WS-OUD-RECORD THEN
               MOVE "UITSLAG ONGEWIJZIGD" TO WS-PRINT-REGEL(70:19)
           END-IF.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
      *    brief met de herziene uitslag, alleen voor deze kandidaat
       0055-BRIEF-SCHRIJVEN.
           MOVE ALL "-" TO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           MOVE KN-NAAM TO WS-BRIEFREGEL(4:30).
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           MOVE KN-STRAAT TO WS-BRIEFREGEL(4:30).
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           MOVE KN-PLAATS TO WS-BRIEFREGEL(4:20).
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           STRING "   BETREFT : UW BEZWAAR, UITSLAG EXAMEN ZITTING "
                              DELIMITED BY SIZE
                  RG-ZITTING  DELIMITED BY SIZE
                  INTO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           STRING "   GEACHTE HEER/MEVROUW "
                              DELIMITED BY SIZE
                  KN-NAAM     DELIMITED BY SIZE
                  INTO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           STRING "   UW BEZWAAR, ONTVANGEN OP "
                                    DELIMITED BY SIZE
                  BZ-ONTVANGST(7:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  BZ-ONTVANGST(5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  BZ-ONTVANGST(1:4) DELIMITED BY SIZE
                  ", IS OP "        DELIMITED BY SIZE
                  BZ-BESLUIT(7:2)   DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  BZ-BESLUIT(5:2)   DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  BZ-BESLUIT(1:4)   DELIMITED BY SIZE
                  INTO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           MOVE "   GEGROND VERKLAARD. DE BETWISTE ONDERDELEN ZIJN"
               TO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           MOVE "   OPNIEUW BEOORDEELD. UW HERZIENE UITSLAG IS :"
               TO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
                         BY 1
                         UNTIL K > WS-AANTAL-CIJFERS
               STRING "   "          DELIMITED BY SIZE
                      VS-NAAM(K)     DELIMITED BY SIZE
                      " : "          DELIMITED BY SIZE
                      RG-CIJFER(K)   DELIMITED BY SIZE
                      INTO WS-BRIEFREGEL
               IF BZ-BETWIST(K) = "J" THEN
                   MOVE "(HERZIEN)" TO WS-BRIEFREGEL(33:9)
               END-IF
               PERFORM 0058-BRIEFREGEL-SCHRIJF
           END-PERFORM.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           MOVE RG-GEM TO WS-GEM-EDIT.
           STRING "   GEMIDDELDE  : " DELIMITED BY SIZE
                  WS-GEM-EDIT         DELIMITED BY SIZE
                  INTO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           STRING "   BEOORDELING : " DELIMITED BY SIZE
                  RG-KLASSE           DELIMITED BY SIZE
                  "  (WAS "           DELIMITED BY SIZE
                  WS-OUD-KLASSE       DELIMITED BY SPACE
                  ")"                 DELIMITED BY SIZE
                  INTO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           MOVE "N" TO WS-GESLAAGD-VLAG.
           IF RG-KLASSE = "GOED" OR RG-KLASSE = "VOLDOENDE" THEN
               MOVE "J" TO WS-GESLAAGD-VLAG
           END-IF.
           MOVE RG-REDEN TO WS-RG-REDEN.
           IF GESLAAGD THEN
               MOVE "   U BENT GESLAAGD." TO WS-BRIEFREGEL
               PERFORM 0058-BRIEFREGEL-SCHRIJF
           ELSE
               IF WS-RG-REDEN-SOORT = "KERN"
                   AND WS-RG-REDEN-POSITIE >= 1
                   AND WS-RG-REDEN-POSITIE <= WS-AANTAL-CIJFERS THEN
                   STRING "   HET CIJFER VOOR HET KERNVAK "
                                          DELIMITED BY SIZE
                          VS-NAAM(WS-RG-REDEN-POSITIE)
                                          DELIMITED BY SIZE
                          INTO WS-BRIEFREGEL
                   PERFORM 0058-BRIEFREGEL-SCHRIJF
                   MOVE "   LIGT ONDER HET VEREISTE MINIMUM."
                       TO WS-BRIEFREGEL
                   PERFORM 0058-BRIEFREGEL-SCHRIJF
               END-IF
               MOVE "   U BENT HELAAS NIET GESLAAGD."
                   TO WS-BRIEFREGEL
               PERFORM 0058-BRIEFREGEL-SCHRIJF
           END-IF.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           MOVE "   DEZE UITSLAG VERVANGT DE EERDER TOEGEZONDEN"
               TO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           MOVE "   UITSLAG." TO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           MOVE "   MET VRIENDELIJKE GROET," TO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
           MOVE "   HET EXAMENBUREAU" TO WS-BRIEFREGEL.
           PERFORM 0058-BRIEFREGEL-SCHRIJF.
       0058-BRIEFREGEL-SCHRIJF.
           MOVE WS-BRIEFREGEL TO BRIEF-REGEL.
           WRITE BRIEF-REGEL.
           IF NOT BRIEF_UIT-OK THEN
               DISPLAY "SOME ERROR OCCURED : " BRIEF_UIT-STATUS
                   UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "BRIEF_UIT STATUS " BRIEF_UIT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE SPACES TO WS-BRIEFREGEL.
       0065-REGMUTATIE-SCHRIJF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO REGMUTATIE-RECORD.
           STRING WS-TIMESTAMP(1:8) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-TIMESTAMP(9:6) DELIMITED BY SIZE
                  INTO RM-TIJDSTIP.
           MOVE RG-KANDIDAAT TO RM-KANDIDAAT.
           MOVE WS-OUD-RECORD TO RM-OUD.
           MOVE WS-NIEUW-RECORD TO RM-NIEUW.
           WRITE REGMUTATIE-RECORD.
           IF NOT REGMUTATIE_UIT-OK THEN
               DISPLAY "SOME ERROR OCCURED : " REGMUTATIE_UIT-STATUS
                   UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "REGMUTATIE_UIT STATUS " REGMUTATIE_UIT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
      *    onbesliste bezwaren waarvan de termijn binnen
      *    SIGNAAL-DAGEN verstrijkt of al verstreken is
       0060-TERMIJNBEWAKING.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "ONBESLISTE BEZWAREN, TERMIJN BINNEN "
                                      DELIMITED BY SIZE
                  WS-SIGNAAL-DAGEN    DELIMITED BY SIZE
                  " DAGEN OF VERSTREKEN"
                                      DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE "N" TO WS-REGISTER-KLAAR.
           MOVE LOW-VALUES TO BZ-SLEUTEL.
           START BEZWAAR_IO KEY IS >= BZ-SLEUTEL.
           IF NOT BEZWAAR-OK THEN
               MOVE "BEZWAARREGISTER IS LEEG" TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               MOVE "J" TO WS-REGISTER-KLAAR
           END-IF.
           PERFORM 0062-TERMIJN-REGEL WITH TEST BEFORE
               UNTIL REGISTER-KLAAR.
           DISPLAY "BEZWAREN LA10T, FUNCTIE OUDERDOM" UPON TERM.
           DISPLAY "BEZWAREN GELEZEN     : " WS-GELEZEN UPON TERM.
           DISPLAY "TERMIJN NADERT       : " WS-TERMIJN-NADERT
               UPON TERM.
           DISPLAY "TERMIJN VERSTREKEN   : " WS-TERMIJN-VERSTREKEN
               UPON TERM.
       0062-TERMIJN-REGEL.
           READ BEZWAAR_IO NEXT
               AT END
                   MOVE "J" TO WS-REGISTER-KLAAR
           END-READ.
           IF NOT REGISTER-KLAAR THEN
               IF NOT BEZWAAR-OK THEN
                   PERFORM 0095-BEZWAAR-FOUT
               END-IF
               ADD 1 TO WS-GELEZEN
               IF NOT BZ-ONBESLIST THEN
                   ADD 1 TO WS-BESLIST
                   IF BZ-GEGROND AND BZ-VERWERKT = SPACES THEN
                       MOVE SPACES TO WS-PRINT-REGEL
                       STRING "NIET DOORGEVOERD " DELIMITED BY SIZE
                              BZ-KANDIDAAT        DELIMITED BY SIZE
                              " ZITTING "         DELIMITED BY SIZE
                              BZ-ZITTING          DELIMITED BY SIZE
                              " GEGROND OP "      DELIMITED BY SIZE
                              BZ-BESLUIT          DELIMITED BY SIZE
                              INTO WS-PRINT-REGEL
                       PERFORM 8000-VERSLAG-SCHRIJVEN
                   END-IF
               ELSE
                   MOVE BZ-TERMIJN TO WS-DATUM-N
                   COMPUTE WS-DATUM-INT = INTEGER-OF-DATE(WS-DATUM-N)
                   COMPUTE WS-DAGEN = WS-DATUM-INT - WS-VANDAAG-INT
                   IF WS-DAGEN > WS-SIGNAAL-DAGEN THEN
                       ADD 1 TO WS-BINNEN-TERMIJN
                   ELSE
                       MOVE SPACES TO WS-PRINT-REGEL
                       IF WS-DAGEN < ZERO THEN
                           ADD 1 TO WS-TERMIJN-VERSTREKEN
                           COMPUTE WS-DAGEN-EDIT = ZERO - WS-DAGEN
                           MOVE "VERSTREKEN       "
                               TO WS-PRINT-REGEL(1:17)
                       ELSE
                           ADD 1 TO WS-TERMIJN-NADERT
                           MOVE WS-DAGEN TO WS-DAGEN-EDIT
                           MOVE "NADERT           "
                               TO WS-PRINT-REGEL(1:17)
                       END-IF
                       STRING BZ-KANDIDAAT        DELIMITED BY SIZE
                              " ZITTING "         DELIMITED BY SIZE
                              BZ-ZITTING          DELIMITED BY SIZE
                              " STATUS "          DELIMITED BY SIZE
                              BZ-STATUS           DELIMITED BY SIZE
                              " ONTVANGEN "       DELIMITED BY SIZE
                              BZ-ONTVANGST        DELIMITED BY SIZE
                              " TERMIJN "         DELIMITED BY SIZE
                              BZ-TERMIJN          DELIMITED BY SIZE
                              " ("                DELIMITED BY SIZE
                              WS-DAGEN-EDIT       DELIMITED BY SIZE
                              " DAGEN)"           DELIMITED BY SIZE
                              INTO WS-PRINT-REGEL(18:115)
                       PERFORM 8000-VERSLAG-SCHRIJVEN
                   END-IF
               END-IF
           END-IF.
       0080-BALANS-CONTROLE.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF FUNCTIE-TRANSACTIES THEN
               COMPUTE WS-BALANS-VERSCHIL = WS-GELEZEN
                   - WS-GEREGISTREERD - WS-IN-BEHANDELING
                   - WS-GEGROND - WS-AFGEWEZEN - WS-GEWEIGERD
               STRING "TRANSACTIES GELEZEN  : " DELIMITED BY SIZE
                      WS-GELEZEN                DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "GEREGISTREERD        : " DELIMITED BY SIZE
                      WS-GEREGISTREERD          DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "IN BEHANDELING       : " DELIMITED BY SIZE
                      WS-IN-BEHANDELING         DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "GEGROND              : " DELIMITED BY SIZE
                      WS-GEGROND                DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "AFGEWEZEN            : " DELIMITED BY SIZE
                      WS-AFGEWEZEN              DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "GEWEIGERD            : " DELIMITED BY SIZE
                      WS-GEWEIGERD              DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
           IF FUNCTIE-VERWERKEN THEN
               COMPUTE WS-BALANS-VERSCHIL = WS-TE-VERWERKEN
                   - WS-VERWERKT - WS-GEWEIGERD
               STRING "BEZWAREN GELEZEN     : " DELIMITED BY SIZE
                      WS-GELEZEN                DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "GEGROND, TE VERWERKEN: " DELIMITED BY SIZE
                      WS-TE-VERWERKEN           DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "VERWERKT             : " DELIMITED BY SIZE
                      WS-VERWERKT               DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "GEWEIGERD            : " DELIMITED BY SIZE
                      WS-GEWEIGERD              DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "REGISTER GEWIJZIGD   : " DELIMITED BY SIZE
                      WS-GEWIJZIGD              DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "NU GESLAAGD          : " DELIMITED BY SIZE
                      WS-NU-GESLAAGD            DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               COMPUTE WS-BALANS-VERSCHIL = WS-GELEZEN
                   - WS-BESLIST - WS-BINNEN-TERMIJN
                   - WS-TERMIJN-NADERT - WS-TERMIJN-VERSTREKEN
               STRING "BEZWAREN GELEZEN     : " DELIMITED BY SIZE
                      WS-GELEZEN                DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "BESLIST              : " DELIMITED BY SIZE
                      WS-BESLIST                DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "BINNEN TERMIJN       : " DELIMITED BY SIZE
                      WS-BINNEN-TERMIJN         DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "TERMIJN NADERT       : " DELIMITED BY SIZE
                      WS-TERMIJN-NADERT         DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "TERMIJN VERSTREKEN   : " DELIMITED BY SIZE
                      WS-TERMIJN-VERSTREKEN     DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF
           END-IF.
           IF WS-BALANS-VERSCHIL = ZERO THEN
               MOVE "BALANS IN ORDE" TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               MOVE "*** UIT BALANS, GEEN VRIJGAVE ***"
                   TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               DISPLAY "BEZWAARRUN UIT BALANS" UPON STDERR
               MOVE "BEZWAARRUN UIT BALANS" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0095-BEZWAAR-FOUT.
           DISPLAY "SOME ERROR OCCURED : " BEZWAAR-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "BEZWAAR_IO STATUS " BEZWAAR-STATUS
               DELIMITED BY SIZE INTO WS-ABEND-REDEN.
           CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN.
       0096-REGISTER-FOUT.
           DISPLAY "SOME ERROR OCCURED : " REGISTER-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "REGISTER_IO STATUS " REGISTER-STATUS
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
           STRING "LA10T    VERSLAG BEZWAREN"
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
           STRING "*** EINDE VERSLAG LA10T"
                                 DELIMITED BY SIZE
                  " GELEZEN "    DELIMITED BY SIZE
                  WS-GELEZEN     DELIMITED BY SIZE
                  " VERWERKT "   DELIMITED BY SIZE
                  WS-VERWERKT    DELIMITED BY SIZE
                  " GEWEIGERD "  DELIMITED BY SIZE
                  WS-GEWEIGERD   DELIMITED BY SIZE
                  " ***"         DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
