       IDENTIFICATION DIVISION.
       PROGRAM-ID. LA10Q.
      *
      *    Herexamen: functie S selecteert uit het kandidatenregister
      *    van LA10C alle kandidaten van een zitting met beoordeling
      *    ONVOLDOENDE of SLECHT en schrijft een herexamenlijst met
      *    per kandidaat de vakposities die onder de grens voor
      *    VOLDOENDE liggen of, bij een kernvak, onder het
      *    KERN-MINIMUM. Functie V leest de herexamencijfers, waarin
      *    alleen die posities zijn ingevuld, neemt per positie het
      *    hoogste van oorspronkelijk cijfer en hercijfer, berekent
      *    het gewogen gemiddelde en de beoordeling opnieuw volgens
      *    de regels van LA10B (grenzen en kernvakminimum uit het
      *    parameterbestand, gewichten uit het vakkenbestand) en
      *    werkt het registerrecord van de zitting bij. Elke
      *    wijziging wordt net als bij de LA10C-laadfunctie
      *    vastgelegd in het mutatiebestand. Het
      *    verslag toont per provincie hoeveel kandidaten door het
      *    herexamen van afgewezen naar geslaagd zijn gegaan.
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10q.cob abend.cob runlog.cob -T la10q.lst
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *    export DD_HERLIJST_UIT=./la10q.sel
           SELECT HERLIJST_UIT ASSIGN TO "DD_HERLIJST_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HERLIJST_UIT-STATUS.
      *    export DD_HERCIJFER_IN=./la10q.cyf
           SELECT HERCIJFER_IN ASSIGN TO "DD_HERCIJFER_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HERCIJFER_IN-STATUS.
      *    export DD_PROVINCIE_IN=./la10b.prv
           SELECT PROVINCIE_IN ASSIGN TO "DD_PROVINCIE_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROVINCIE_IN-STATUS.
      *    export DD_VAK_IN=./la10b.vak
           SELECT VAK_IN ASSIGN TO "DD_VAK_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VAK_IN-STATUS.
      *    export DD_PARAMETER=./la10b.par
           SELECT PARAMETER_IN ASSIGN TO "DD_PARAMETER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETER_IN-STATUS.
      *    export DD_VERSLAG_UIT=./la10q.rpt
           SELECT VERSLAG_UIT ASSIGN TO "DD_VERSLAG_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERSLAG_UIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
      *    herexamenlijst: per vakpositie het oorspronkelijke cijfer
      *    en "J" als de positie herkanst mag worden
       FD  HERLIJST_UIT
           RECORD CONTAINS 50 CHARACTERS.
       01  HERLIJST-RECORD.
           02  HL-KANDIDAAT                       PIC 9(7).
           02  HL-ZITTING                         PIC X(6).
           02  HL-PROV                            PIC 99.
           02  HL-POSITIE                         OCCURS 6.
               03  HL-CIJFER                      PIC 99.
               03  HL-HERKANSEN                   PIC X.
           02  HL-KLASSE                          PIC X(11).
           02  FILLER                             PIC X(6).
      *    herexamencijfers: alleen de herkanste posities zijn
      *    ingevuld, de overige posities zijn spaties
       FD  HERCIJFER_IN
           RECORD CONTAINS 25 CHARACTERS.
       01  HERCIJFER-RECORD.
           02  HC-KANDIDAAT                       PIC X(7).
           02  HC-KANDIDAAT-N REDEFINES HC-KANDIDAAT
                                                  PIC 9(7).
           02  HC-ZITTING                         PIC X(6).
           02  HC-POSITIE                         OCCURS 6.
               03  HC-CIJFER-X                    PIC XX.
               03  HC-CIJFER REDEFINES HC-CIJFER-X
                                                  PIC 99.
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
       FD  PARAMETER_IN
           RECORD CONTAINS 28 CHARACTERS.
       01  PARAMETER-RECORD.
           02  PA-NAAM                            PIC X(20).
           02  PA-WAARDE                          PIC X(8).
       FD  VERSLAG_UIT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERSLAG-REGEL                          PIC X(132).
       WORKING-STORAGE SECTION.
      *    status 02 = geslaagde I-O met dubbele alternatieve
      *    sleutel (RG-PROV), een normale situatie
       77  REGISTER-STATUS                        PIC XX.
           88  REGISTER-OK                        VALUES "00" "02".
           88  REGISTER-EOF                       VALUE "10".
           88  REGISTER-ONBEKEND                  VALUE "23".
       77  REGMUTATIE_UIT-STATUS                  PIC XX.
           88  REGMUTATIE_UIT-OK                  VALUE "00".
       77  HERLIJST_UIT-STATUS                    PIC XX.
           88  HERLIJST_UIT-OK                    VALUE "00".
       77  HERCIJFER_IN-STATUS                    PIC XX.
           88  HERCIJFER_IN-OK                    VALUE "00".
           88  HERCIJFER_IN-EOF                   VALUE "10".
       77  PROVINCIE_IN-STATUS                    PIC XX.
           88  PROVINCIE_IN-OK                    VALUE "00".
           88  PROVINCIE_IN-EOF                   VALUE "10".
       77  VAK_IN-STATUS                          PIC XX.
           88  VAK_IN-OK                          VALUE "00".
           88  VAK_IN-EOF                         VALUE "10".
       77  PARAMETER_IN-STATUS                    PIC XX.
           88  PARAMETER_IN-OK                    VALUE "00".
           88  PARAMETER_IN-EOF                   VALUE "10".
       77  VERSLAG_UIT-STATUS                     PIC XX.
           88  VERSLAG_UIT-OK                     VALUE "00".
       77  WS-FUNCTIE                             PIC X.
           88  FUNCTIE-SELECTIE                   VALUE "S".
           88  FUNCTIE-VERWERKEN                  VALUE "V".
       77  WS-ZITTING                             PIC X(6).
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
       77  MAX-PROVINCIES                         PIC 99 VALUE 20.
       77  AANTAL-PROVINCIES                      PIC 99 VALUE ZERO.
       77  K                                      PIC 9.
       77  L                                      PIC 9.
       77  N                                      PIC 99.
       77  SOM                                    PIC 9(4).
       77  GEM                                    PIC 99V9.
       77  WS-PROV-INDEX                          PIC 99.
       77  WS-REGEL-POS                           PIC 9(3).
       77  WS-INGEVULD                            PIC 9.
       77  WS-REDEN                               PIC X(30).
       77  WS-OUD-KLASSE                          PIC X(11).
       77  WS-NIEUW-RECORD                        PIC X(46).
       77  WS-OUD-RECORD                          PIC X(46).
       77  WS-TIMESTAMP                           PIC X(21).
       77  WS-GEM-EDIT                            PIC Z9.9.
       77  WS-GELEZEN                             PIC 9(7) VALUE ZERO.
       77  WS-GESELECTEERD                        PIC 9(7) VALUE ZERO.
       77  WS-VERWERKT                            PIC 9(7) VALUE ZERO.
       77  WS-GEWEIGERD                           PIC 9(7) VALUE ZERO.
       77  WS-GESLAAGD                            PIC 9(7) VALUE ZERO.
       77  WS-NIET-GESLAAGD                       PIC 9(7) VALUE ZERO.
       77  WS-GEWIJZIGD                           PIC 9(7) VALUE ZERO.
       77  WS-BALANS-VERSCHIL                     PIC S9(7).
       77  WS-ABEND-PROGRAM-ID                    PIC X(8) VALUE
           "LA10Q".
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
       01  PROVINCIE-TABEL.
           02  PROVINCIE-ITEM                     OCCURS 20 TIMES.
               03  PT-PROV                        PIC 99.
               03  PT-ABBR                        PIC XX.
               03  PT-NAAM                        PIC X(20).
               03  PT-GESELECTEERD                PIC 9(5).
               03  PT-HERKANST                    PIC 9(5).
               03  PT-GESLAAGD                    PIC 9(5).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-RUNLOG-START.
           MOVE FUNCTION CURRENT-DATE TO WS-KLOK.
           STRING WS-KLOK(1:8) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-KLOK(9:6) DELIMITED BY SIZE
                  INTO WS-RUN-TIJDSTIP.
           DISPLAY "FUNCTIE (S=SELECTIE HEREXAMENLIJST,"
               " V=VERWERKEN HEREXAMENCIJFERS) ?" UPON TERM.
           ACCEPT WS-FUNCTIE FROM TERM.
           IF NOT FUNCTIE-SELECTIE AND NOT FUNCTIE-VERWERKEN THEN
               DISPLAY "ONBEKENDE FUNCTIE : " WS-FUNCTIE
                   UPON STDERR
               MOVE "ONBEKENDE FUNCTIE" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           PERFORM 0010-PARAMETERS-LEZEN.
           PERFORM 0015-PROVINCIE-LEZEN.
           PERFORM 0016-VAKKEN-LEZEN.
           OPEN OUTPUT VERSLAG_UIT.
           IF FUNCTIE-SELECTIE THEN
               PERFORM 0020-SELECTIE
           ELSE
               PERFORM 0040-HERCIJFERS-VERWERKEN
           END-IF.
           PERFORM 0070-PROVINCIE-OVERZICHT.
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
       0015-PROVINCIE-LEZEN.
           OPEN INPUT PROVINCIE_IN.
           PERFORM WITH TEST BEFORE UNTIL PROVINCIE_IN-EOF
               READ PROVINCIE_IN
                   AT END
                       SET PROVINCIE_IN-EOF TO TRUE
               END-READ
               IF NOT PROVINCIE_IN-EOF THEN
                   IF PROVINCIE_IN-OK THEN
                       IF AANTAL-PROVINCIES < MAX-PROVINCIES THEN
                           ADD 1 TO AANTAL-PROVINCIES
                           MOVE PI-PROV TO PT-PROV(AANTAL-PROVINCIES)
                           MOVE PI-ABBR TO PT-ABBR(AANTAL-PROVINCIES)
                           MOVE PI-NAAM TO PT-NAAM(AANTAL-PROVINCIES)
                           MOVE ZERO
                               TO PT-GESELECTEERD(AANTAL-PROVINCIES)
                           MOVE ZERO TO PT-HERKANST(AANTAL-PROVINCIES)
                           MOVE ZERO TO PT-GESLAAGD(AANTAL-PROVINCIES)
                       ELSE
                           DISPLAY "TE VEEL PROVINCIES IN MASTERFILE"
                               UPON STDERR
                           MOVE "TE VEEL PROVINCIES IN MASTERFILE"
                               TO WS-ABEND-REDEN
                           CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                               WS-ABEND-REDEN
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           PROVINCIE_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "PROVINCIE_IN STATUS "
                           PROVINCIE_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PROVINCIE_IN.
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
       0020-SELECTIE.
           DISPLAY "ZITTING VOOR DE HEREXAMENLIJST ?" UPON TERM.
           ACCEPT WS-ZITTING FROM TERM.
           IF WS-ZITTING = SPACES THEN
               DISPLAY "ZITTING ONTBREEKT" UPON STDERR
               MOVE "ZITTING ONTBREEKT" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           OPEN INPUT REGISTER_IO.
           IF NOT REGISTER-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "REGISTER_IO STATUS " REGISTER-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           OPEN OUTPUT HERLIJST_UIT.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "HEREXAMENLIJST, ZITTING " DELIMITED BY SIZE
                  WS-ZITTING                 DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE UNTIL REGISTER-EOF
               READ REGISTER_IO NEXT
                   AT END
                       SET REGISTER-EOF TO TRUE
               END-READ
               IF NOT REGISTER-EOF THEN
                   IF REGISTER-OK THEN
                       ADD 1 TO WS-GELEZEN
                       PERFORM 0025-KANDIDAAT-SELECTEREN
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           REGISTER-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "REGISTER_IO STATUS " REGISTER-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REGISTER_IO HERLIJST_UIT.
           DISPLAY "HEREXAMEN LA10Q, FUNCTIE SELECTIE" UPON TERM.
           DISPLAY "REGISTERRECORDS GELEZEN : " WS-GELEZEN UPON TERM.
           DISPLAY "KANDIDATEN GESELECTEERD : " WS-GESELECTEERD
               UPON TERM.
      *    een positie mag herkanst worden als het cijfer onder de
      *    grens voor VOLDOENDE ligt, of bij een kernvak onder het
      *    KERN-MINIMUM
       0025-KANDIDAAT-SELECTEREN.
           IF RG-ZITTING = WS-ZITTING
               AND (RG-KLASSE = "ONVOLDOENDE"
                    OR RG-KLASSE = "SLECHT") THEN
               PERFORM 0045-PROV-OPZOEKEN
               ADD 1 TO WS-GESELECTEERD
               ADD 1 TO PT-GESELECTEERD(WS-PROV-INDEX)
               MOVE SPACES TO HERLIJST-RECORD
               MOVE RG-KANDIDAAT TO HL-KANDIDAAT
               MOVE RG-ZITTING TO HL-ZITTING
               MOVE RG-PROV TO HL-PROV
               MOVE RG-KLASSE TO HL-KLASSE
               MOVE SPACES TO WS-PRINT-REGEL
               STRING RG-KANDIDAAT         DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      PT-ABBR(WS-PROV-INDEX)
                                           DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      RG-KLASSE            DELIMITED BY SIZE
                      " HERKANSEN :"       DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               MOVE 37 TO WS-REGEL-POS
               PERFORM WITH TEST BEFORE
                   VARYING K FROM 1
                             BY 1
                             UNTIL K > WS-AANTAL-CIJFERS
                   MOVE RG-CIJFER(K) TO HL-CIJFER(K)
                   IF RG-CIJFER(K) < WS-GRENS-VOLDOENDE
                       OR (VS-IS-KERN(K)
                           AND RG-CIJFER(K) < WS-KERN-MINIMUM) THEN
                       MOVE "J" TO HL-HERKANSEN(K)
                       MOVE VS-CODE(K)
                           TO WS-PRINT-REGEL(WS-REGEL-POS:6)
                       MOVE "(" TO WS-PRINT-REGEL(WS-REGEL-POS + 7:1)
                       MOVE RG-CIJFER(K)
                           TO WS-PRINT-REGEL(WS-REGEL-POS + 8:2)
                       MOVE ")" TO WS-PRINT-REGEL(WS-REGEL-POS + 10:1)
                       ADD 12 TO WS-REGEL-POS
                   ELSE
                       MOVE "N" TO HL-HERKANSEN(K)
                   END-IF
               END-PERFORM
               WRITE HERLIJST-RECORD
               IF NOT HERLIJST_UIT-OK THEN
                   DISPLAY "SOME ERROR OCCURED : "
                       HERLIJST_UIT-STATUS UPON STDERR
                   MOVE SPACES TO WS-ABEND-REDEN
                   STRING "HERLIJST_UIT STATUS " HERLIJST_UIT-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
       0040-HERCIJFERS-VERWERKEN.
           OPEN INPUT HERCIJFER_IN.
           IF NOT HERCIJFER_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "HERCIJFER_IN STATUS " HERCIJFER_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           OPEN I-O REGISTER_IO.
           IF NOT REGISTER-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "REGISTER_IO STATUS " REGISTER-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           OPEN EXTEND REGMUTATIE_UIT.
           IF NOT REGMUTATIE_UIT-OK THEN
               OPEN OUTPUT REGMUTATIE_UIT
           END-IF.
           MOVE "VERWERKING HEREXAMENCIJFERS" TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE UNTIL HERCIJFER_IN-EOF
               READ HERCIJFER_IN
                   AT END
                       SET HERCIJFER_IN-EOF TO TRUE
               END-READ
               IF NOT HERCIJFER_IN-EOF THEN
                   IF HERCIJFER_IN-OK THEN
                       ADD 1 TO WS-GELEZEN
                       PERFORM 0050-HERCIJFER-CONTROLEREN
                       IF WS-REDEN = SPACES THEN
                           PERFORM 0060-HERCIJFER-COMBINEREN
                       ELSE
                           PERFORM 0055-HERCIJFER-WEIGEREN
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           HERCIJFER_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "HERCIJFER_IN STATUS "
                           HERCIJFER_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HERCIJFER_IN REGISTER_IO REGMUTATIE_UIT.
           DISPLAY "HEREXAMEN LA10Q, FUNCTIE VERWERKEN" UPON TERM.
           DISPLAY "HERCIJFERS GELEZEN   : " WS-GELEZEN UPON TERM.
           DISPLAY "VERWERKT             : " WS-VERWERKT UPON TERM.
           DISPLAY "GEWEIGERD            : " WS-GEWEIGERD UPON TERM.
           DISPLAY "NU GESLAAGD          : " WS-GESLAAGD UPON TERM.
           DISPLAY "REGISTER GEWIJZIGD   : " WS-GEWIJZIGD UPON TERM.
      *    zet WS-REDEN als het herexamenrecord niet verwerkt kan
      *    worden; blijft WS-REDEN spaties dan staat het
      *    registerrecord van de zitting klaar in REGISTER-RECORD
       0050-HERCIJFER-CONTROLEREN.
           MOVE SPACES TO WS-REDEN.
           MOVE ZERO TO WS-INGEVULD.
           IF HC-KANDIDAAT IS NOT NUMERIC THEN
               MOVE "KANDIDAATNUMMER ONGELDIG" TO WS-REDEN
           ELSE
               MOVE HC-KANDIDAAT-N TO RG-KANDIDAAT
               MOVE HC-ZITTING TO RG-ZITTING
               READ REGISTER_IO
               IF REGISTER-ONBEKEND THEN
                   MOVE "NIET IN REGISTER" TO WS-REDEN
               ELSE
               IF NOT REGISTER-OK THEN
                   DISPLAY "SOME ERROR OCCURED : " REGISTER-STATUS
                       UPON STDERR
                   MOVE SPACES TO WS-ABEND-REDEN
                   STRING "REGISTER_IO STATUS " REGISTER-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               ELSE
               IF RG-KLASSE NOT = "ONVOLDOENDE"
                   AND RG-KLASSE NOT = "SLECHT" THEN
                   MOVE "NIET AFGEWEZEN, GEEN HEREXAMEN" TO WS-REDEN
               ELSE
                   PERFORM WITH TEST BEFORE
                       VARYING K FROM 1
                                 BY 1
                                 UNTIL K > 6
                       IF HC-CIJFER-X(K) NOT = SPACES THEN
                           PERFORM 0052-POSITIE-CONTROLEREN
                       END-IF
                   END-PERFORM
                   IF WS-REDEN = SPACES AND WS-INGEVULD = ZERO THEN
                       MOVE "GEEN HERCIJFERS INGEVULD" TO WS-REDEN
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
       0052-POSITIE-CONTROLEREN.
           ADD 1 TO WS-INGEVULD.
           IF WS-REDEN NOT = SPACES THEN
               CONTINUE
           ELSE
           IF K > WS-AANTAL-CIJFERS THEN
               MOVE "POSITIE BUITEN AANTAL CIJFERS" TO WS-REDEN
           ELSE
           IF HC-CIJFER-X(K) IS NOT NUMERIC THEN
               MOVE "HERCIJFER NIET NUMERIEK" TO WS-REDEN
           ELSE
           IF HC-CIJFER(K) < 1 OR HC-CIJFER(K) > 10 THEN
               MOVE "HERCIJFER BUITEN 1-10" TO WS-REDEN
           ELSE
           IF RG-CIJFER(K) NOT < WS-GRENS-VOLDOENDE
               AND (NOT VS-IS-KERN(K)
                    OR RG-CIJFER(K) NOT < WS-KERN-MINIMUM) THEN
               MOVE "POSITIE NIET HERKANSBAAR" TO WS-REDEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       0055-HERCIJFER-WEIGEREN.
           ADD 1 TO WS-GEWEIGERD.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING "GEWEIGERD "      DELIMITED BY SIZE
                  HC-KANDIDAAT      DELIMITED BY SIZE
                  " ZITTING "       DELIMITED BY SIZE
                  HC-ZITTING        DELIMITED BY SIZE
                  " : "             DELIMITED BY SIZE
                  WS-REDEN          DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
      *    per positie telt het hoogste van oorspronkelijk cijfer en
      *    hercijfer; gewogen gemiddelde, beoordeling en
      *    kernvakregel zoals in LA10B
       0060-HERCIJFER-COMBINEREN.
           MOVE REGISTER-RECORD TO WS-OUD-RECORD.
           MOVE RG-KLASSE TO WS-OUD-KLASSE.
           PERFORM 0045-PROV-OPZOEKEN.
           ADD 1 TO WS-VERWERKT.
           ADD 1 TO PT-HERKANST(WS-PROV-INDEX).
           MOVE ZEROES TO SOM.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
                         BY 1
                         UNTIL K > WS-AANTAL-CIJFERS
               IF HC-CIJFER-X(K) NOT = SPACES THEN
                   IF HC-CIJFER(K) > RG-CIJFER(K) THEN
                       MOVE HC-CIJFER(K) TO RG-CIJFER(K)
                   END-IF
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
           IF L < 3 THEN
               ADD 1 TO WS-GESLAAGD
               ADD 1 TO PT-GESLAAGD(WS-PROV-INDEX)
           ELSE
               ADD 1 TO WS-NIET-GESLAAGD
           END-IF.
           IF REGISTER-RECORD NOT = WS-OUD-RECORD THEN
               MOVE REGISTER-RECORD TO WS-NIEUW-RECORD
               REWRITE REGISTER-RECORD
               IF REGISTER-OK THEN
                   ADD 1 TO WS-GEWIJZIGD
                   PERFORM 0065-REGMUTATIE-SCHRIJF
               ELSE
                   DISPLAY "SOME ERROR OCCURED : " REGISTER-STATUS
                       UPON STDERR
                   MOVE SPACES TO WS-ABEND-REDEN
                   STRING "REGISTER_IO STATUS " REGISTER-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
           END-IF.
           MOVE RG-GEM TO WS-GEM-EDIT.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING RG-KANDIDAAT           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  RG-ZITTING             DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  PT-ABBR(WS-PROV-INDEX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-OUD-KLASSE          DELIMITED BY SIZE
                  " -> "                 DELIMITED BY SIZE
                  RG-KLASSE              DELIMITED BY SIZE
                  " GEM "                DELIMITED BY SIZE
                  WS-GEM-EDIT            DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
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
       0045-PROV-OPZOEKEN.
           MOVE ZERO TO WS-PROV-INDEX.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-PROVINCIES
               IF PT-PROV(N) = RG-PROV
                   MOVE N TO WS-PROV-INDEX
               END-IF
           END-PERFORM.
           IF WS-PROV-INDEX = ZERO THEN
               DISPLAY "ONBEKENDE PROVINCIECODE : " RG-PROV
                   UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "ONBEKENDE PROVINCIECODE " RG-PROV
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0070-PROVINCIE-OVERZICHT.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF FUNCTIE-SELECTIE THEN
               MOVE "HEREXAMENKANDIDATEN PER PROVINCIE"
                   TO WS-PRINT-REGEL
           ELSE
               MOVE "VAN AFGEWEZEN NAAR GESLAAGD PER PROVINCIE"
                   TO WS-PRINT-REGEL
           END-IF.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-PROVINCIES
               MOVE SPACES TO WS-PRINT-REGEL
               IF FUNCTIE-SELECTIE THEN
                   STRING PT-ABBR(N)            DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          PT-NAAM(N)            DELIMITED BY SIZE
                          " GESELECTEERD "      DELIMITED BY SIZE
                          PT-GESELECTEERD(N)    DELIMITED BY SIZE
                          INTO WS-PRINT-REGEL
               ELSE
                   STRING PT-ABBR(N)            DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          PT-NAAM(N)            DELIMITED BY SIZE
                          " HERKANST "          DELIMITED BY SIZE
                          PT-HERKANST(N)        DELIMITED BY SIZE
                          " NU GESLAAGD "       DELIMITED BY SIZE
                          PT-GESLAAGD(N)        DELIMITED BY SIZE
                          INTO WS-PRINT-REGEL
               END-IF
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-PERFORM.
       0080-BALANS-CONTROLE.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF FUNCTIE-SELECTIE THEN
               STRING "REGISTERRECORDS GELEZEN : " DELIMITED BY SIZE
                      WS-GELEZEN                   DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "KANDIDATEN GESELECTEERD : " DELIMITED BY SIZE
                      WS-GESELECTEERD              DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               COMPUTE WS-BALANS-VERSCHIL = WS-GELEZEN
                   - WS-VERWERKT - WS-GEWEIGERD
               STRING "HERCIJFERS GELEZEN   : " DELIMITED BY SIZE
                      WS-GELEZEN                DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "VERWERKT             : " DELIMITED BY SIZE
                      WS-VERWERKT               DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "  WAARVAN GESLAAGD   : " DELIMITED BY SIZE
                      WS-GESLAAGD               DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               STRING "  NIET GESLAAGD      : " DELIMITED BY SIZE
                      WS-NIET-GESLAAGD          DELIMITED BY SIZE
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
               IF WS-BALANS-VERSCHIL = ZERO THEN
                   MOVE "BALANS IN ORDE" TO WS-PRINT-REGEL
                   PERFORM 8000-VERSLAG-SCHRIJVEN
               ELSE
                   MOVE "*** UIT BALANS, GEEN VRIJGAVE ***"
                       TO WS-PRINT-REGEL
                   PERFORM 8000-VERSLAG-SCHRIJVEN
                   DISPLAY "HEREXAMENRUN UIT BALANS" UPON STDERR
                   MOVE "HEREXAMENRUN UIT BALANS" TO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
           END-IF.
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
           STRING "LA10Q    VERSLAG HEREXAMEN"
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
           STRING "*** EINDE VERSLAG LA10Q"
                                 DELIMITED BY SIZE
                  " GELEZEN "    DELIMITED BY SIZE
                  WS-GELEZEN     DELIMITED BY SIZE
                  " GESELECTEERD "
                                 DELIMITED BY SIZE
                  WS-GESELECTEERD
                                 DELIMITED BY SIZE
                  " VERWERKT "   DELIMITED BY SIZE
                  WS-VERWERKT    DELIMITED BY SIZE
                  " GEWEIGERD "  DELIMITED BY SIZE
                  WS-GEWEIGERD   DELIMITED BY SIZE
                  " ***"         DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
