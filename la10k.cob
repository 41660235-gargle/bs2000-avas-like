      *    zoekt per kandidaat naam en adres in het kandidaatbestand
      *    en de volledige provincienaam in het provinciebestand, en
      *    schrijft per kandidaat een opgemaakte uitslagbrief met
      *    adresblok, de afzonderlijke cijfers met de vaknaam uit
      *    het vakkenbestand, het gemiddelde en de beoordeling.
      *    Geslaagden (GOED, VOLDOENDE) en afgewezenen (ONVOLDOENDE,
      *    SLECHT) krijgen een eigen standaardalinea; is de
      *    beoordeling begrensd door een kernvak onder het minimum,
      *    dan noemt de brief dat kernvak.
      *    Kandidaten zonder vermelding in het kandidaatbestand
      *    worden in het verslag gemeld; het aantal brieven plus het
      *    aantal gemelde kandidaten moet sluiten met het aantal
      *    gelezen resultaatrecords.
      *    Het resultatenbestand wordt pas verwerkt als kop- en
      *    sluitrecord van LA10B kloppen (STUURREC).
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10k.cob abend.cob runlog.cob stuurrec.cob
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTAAT_IN
           RECORD CONTAINS 46 TO 60 CHARACTERS.
       01  RESULTAAT-RECORD.
           02  RS-KANDIDAAT                       PIC 9(7).
           02  RS-ZITTING                         PIC X(6).
           02  RS-PROV                            PIC 99.
           02  RS-CIJFER                          PIC 99 OCCURS 6.
           02  RS-GEM                             PIC 99V9.
           02  RS-KLASSE                          PIC X(11).
           02  RS-REDEN.
               03  RS-REDEN-SOORT                 PIC X(4).
               03  RS-REDEN-POSITIE               PIC 9.
       01  RESULTAAT-STUUR-RECORD.
           02  RS-STUUR-KENMERK                   PIC X(20).
               88  RS-STUUR-KOP                   VALUE
                   "*LA10-STUUR-KOP*".
               88  RS-STUUR-EINDE                 VALUE
                   "*LA10-STUUR-EINDE*".
           02  FILLER                             PIC X(40).
       FD  KANDIDAAT_IN
           RECORD CONTAINS 110 CHARACTERS.
       01  KANDIDAAT-RECORD.
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
       77  PROVINCIE_IN-STATUS                    PIC XX.
           88  PROVINCIE_IN-OK                    VALUE "00".
           88  PROVINCIE_IN-EOF                   VALUE "10".
       77  VAK_IN-STATUS                          PIC XX.
           88  VAK_IN-OK                          VALUE "00".
           88  VAK_IN-EOF                         VALUE "10".
       77  PARAMETER_IN-STATUS                    PIC XX.
           88  PARAMETER_IN-OK                    VALUE "00".
           88  PARAMETER_IN-EOF                   VALUE "10".
       77  WS-KLOK                                PIC X(21).
       77  WS-RUN-TIJDSTIP                        PIC X(15).
       77  WS-BRIEFREGEL                          PIC X(80).
       01  VAK-STAM-TABEL.
           02  VAK-STAM                           OCCURS 6.
               03  VS-NAAM                        PIC X(20).
               03  VS-AANWEZIG                    PIC X.
                   88  VS-IS-AANWEZIG             VALUE "J".
       01  PROVINCIE-TABEL.
           02  PROVINCIE-ITEM                     OCCURS 20 TIMES.
               03  PT-PROV                        PIC 99.
               03  PT-ABBR                        PIC XX.
               03  PT-NAAM                        PIC X(20).
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
                  INTO WS-RUN-TIJDSTIP.
           PERFORM 0010-PARAMETERS-LEZEN.
           PERFORM 0015-PROVINCIE-LEZEN.
           PERFORM 0020-VAKKEN-LEZEN.
           PERFORM 0025-RESULTAAT-CONTROLEREN.
           OPEN INPUT RESULTAAT_IN.
           IF NOT RESULTAAT_IN-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               END-READ
               IF NOT RESULTAAT_IN-EOF THEN
                   IF RESULTAAT_IN-OK THEN
                       IF RS-STUUR-KOP OR RS-STUUR-EINDE THEN
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-GELEZEN
                           PERFORM 0030-RESULTAAT-VERWERKEN
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           RESULTAAT_IN-STATUS UPON STDERR
               END-IF
           END-PERFORM.
           CLOSE PROVINCIE_IN.
       0020-VAKKEN-LEZEN.
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
                       IF VI-POSITIE IS NUMERIC
                           AND VI-POSITIE >= 1
                           AND VI-POSITIE <= 6 THEN
                           MOVE VI-NAAM TO VS-NAAM(VI-POSITIE)
                           MOVE "J" TO VS-AANWEZIG(VI-POSITIE)
                       END-IF
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
           END-PERFORM.
       0025-RESULTAAT-CONTROLEREN.
           MOVE "C" TO WS-STUUR-FUNCTIE.
           MOVE "DD_RESULTAAT_IN" TO WS-STUUR-BESTAND.
           MOVE 16 TO WS-STUUR-CIJFER-POS.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
       0030-RESULTAAT-VERWERKEN.
           MOVE RS-KANDIDAAT TO KN-KANDIDAAT.
           READ KANDIDAAT_IN.
           PERFORM 0050-BRIEFREGEL-SCHRIJF.
           MOVE SPACES TO WS-BRIEFREGEL.
           PERFORM 0050-BRIEFREGEL-SCHRIJF.
           STRING "   BETREFT : UITSLAG EXAMEN, ZITTING "
                              DELIMITED BY SIZE
                  RS-ZITTING  DELIMITED BY SIZE
                  INTO WS-BRIEFREGEL.
           PERFORM 0050-BRIEFREGEL-SCHRIJF.
           MOVE SPACES TO WS-BRIEFREGEL.
           PERFORM 0050-BRIEFREGEL-SCHRIJF.
                         BY 1
                         UNTIL K > WS-AANTAL-CIJFERS
               MOVE SPACES TO WS-BRIEFREGEL
               STRING "   "          DELIMITED BY SIZE
                      VS-NAAM(K)     DELIMITED BY SIZE
                      " : "          DELIMITED BY SIZE
                      RS-CIJFER(K)   DELIMITED BY SIZE
                      INTO WS-BRIEFREGEL
                   TO WS-BRIEFREGEL
               PERFORM 0050-BRIEFREGEL-SCHRIJF
           ELSE
               IF RS-REDEN-SOORT = "KERN"
                   AND RS-REDEN-POSITIE >= 1
                   AND RS-REDEN-POSITIE <= WS-AANTAL-CIJFERS THEN
                   MOVE SPACES TO WS-BRIEFREGEL
                   STRING "   HET CIJFER VOOR HET KERNVAK "
                                          DELIMITED BY SIZE
                          VS-NAAM(RS-REDEN-POSITIE)
                                          DELIMITED BY SIZE
                          INTO WS-BRIEFREGEL
                   PERFORM 0050-BRIEFREGEL-SCHRIJF
                   MOVE "   LIGT ONDER HET VEREISTE MINIMUM."
                       TO WS-BRIEFREGEL
                   PERFORM 0050-BRIEFREGEL-SCHRIJF
               END-IF
               MOVE "   U BENT HELAAS NIET GESLAAGD. U KUNT ZICH"
                   TO WS-BRIEFREGEL
               PERFORM 0050-BRIEFREGEL-SCHRIJF
