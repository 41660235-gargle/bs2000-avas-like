       PROGRAM-ID. LA10C.
      *
      *    Kandidatenregister: laadt het resultatenbestand van LA10B
      *    in een geindexeerd register op kandidaatnummer en
      *    examenzitting, of zoekt een individueel resultaat op voor
      *    de servicedesk. Elke zitting van een kandidaat is een
      *    eigen registerrecord; alleen een herhaalde lading van
      *    dezelfde zitting vervangt het bestaande record.
      *    Bij het laden wordt het resultatenbestand pas verwerkt
      *    als kop- en sluitrecord van LA10B kloppen (STUURREC).
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10c.cob abend.cob runlog.cob stuurrec.cob
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REGISTER_IO ASSIGN TO "DD_REGISTER_IO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RG-SLEUTEL
           ALTERNATE RECORD KEY IS RG-PROV WITH DUPLICATES
           FILE STATUS IS REGISTER-STATUS.
      *    export DD_REGISTER_OUD=./la10c.reg.oud
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RO-KANDIDAAT
           ALTERNATE RECORD KEY IS RO-PROV WITH DUPLICATES
           FILE STATUS IS REGISTER_OUD_IN-STATUS.
      *    export DD_REGMUTATIE_UIT=./la10c.mut
           SELECT REGMUTATIE_UIT ASSIGN TO "DD_REGMUTATIE_UIT"
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
           02  FILLER                             PIC X(5).
       01  RESULTAAT-STUUR-RECORD.
           02  RS-STUUR-KENMERK                   PIC X(20).
               88  RS-STUUR-KOP                   VALUE
                   "*LA10-STUUR-KOP*".
               88  RS-STUUR-EINDE                 VALUE
                   "*LA10-STUUR-EINDE*".
           02  FILLER                             PIC X(40).
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
       FD  REGISTER_OUD_IN
           RECORD CONTAINS 40 CHARACTERS.
       01  REGISTER-OUD-RECORD.
           02  RO-KANDIDAAT                       PIC 9(7).
           02  RO-PROV                            PIC 99.
           02  RO-REST                            PIC X(31).
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
       FD  VRAAG_IN
           RECORD CONTAINS 80 CHARACTERS.
       01  VRAAG-RECORD.
           02  VR-KANDIDAAT                       PIC X(7).
           02  VR-KANDIDAAT-N REDEFINES VR-KANDIDAAT
                                                  PIC 9(7).
           02  VR-ZITTING                         PIC X(6).
           02  FILLER                             PIC X(67).
       FD  ANTWOORD_UIT
           RECORD CONTAINS 57 CHARACTERS.
       01  ANTWOORD-RECORD.
           02  AN-INHOUD                          PIC X(46).
           02  FILLER                             PIC X.
           02  AN-MELDING                         PIC X(10).
       FD  EXTRACT_UIT
           RECORD CONTAINS 46 CHARACTERS.
       01  EXTRACT-RECORD                         PIC X(46).
       FD  KANDIDAAT_IN
           RECORD CONTAINS 110 CHARACTERS.
       01  KANDIDAAT-RECORD.
           88  NAW-AANWEZIG                       VALUE "J".
       77  REGMUTATIE_UIT-STATUS                  PIC XX.
           88  REGMUTATIE_UIT-OK                  VALUE "00".
       77  WS-NIEUW-RECORD                        PIC X(46).
       77  WS-OUD-RECORD                          PIC X(46).
       77  WS-TIMESTAMP                           PIC X(21).
       77  VRAAG_IN-STATUS                        PIC XX.
           88  VRAAG_IN-OK                        VALUE "00".
       77  M                                      PIC 9(4).
       77  WS-LAATSTE                             PIC 9(4).
       77  WS-VOLGENDE                            PIC 9(4).
       77  WS-TEMP-REGEL                          PIC X(46).
       01  EXTRACT-TABEL.
           02  EXTRACT-ITEM                       OCCURS 5000 TIMES.
               03  EX-REGEL                       PIC X(46).
               03  EX-KANDIDAAT REDEFINES EX-REGEL.
                   04  EX-SLEUTEL                 PIC X(13).
                   04  FILLER                     PIC X(33).
       77  WS-KANDIDAAT                           PIC 9(7).
       77  WS-ZITTING                             PIC X(6).
       77  WS-ZITTINGEN                           PIC 9(4).
       77  WS-ZOEK-KLAAR                          PIC X.
           88  ZOEK-KLAAR                         VALUE "J".
       77  WS-GELEZEN                             PIC 9(7) VALUE ZERO.
       77  WS-GELADEN                             PIC 9(7) VALUE ZERO.
       77  WS-VERVANGEN                           PIC 9(7) VALUE ZERO.
       77  WS-RUNLOG-GELEZEN                      PIC 9(7).
       77  WS-RUNLOG-AFGEKEURD                    PIC 9(7).
       77  WS-RUNLOG-STATUS                       PIC X(8).
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
           DISPLAY "FUNCTIE (L=LADEN, Z=ZOEKEN, B=BATCHVRAGEN,"
           STOP RUN.
       0010-REGISTER-LADEN.
           PERFORM 0005-RUNLOG-START.
           PERFORM 0012-RESULTAAT-CONTROLEREN.
           OPEN EXTEND REGMUTATIE_UIT.
           IF NOT REGMUTATIE_UIT-OK THEN
               OPEN OUTPUT REGMUTATIE_UIT
               END-READ
               IF NOT RESULTAAT_IN-EOF THEN
                   IF RESULTAAT_IN-OK THEN
                       IF RS-STUUR-KOP OR RS-STUUR-EINDE THEN
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-GELEZEN
                           PERFORM 0020-REGISTER-SCHRIJF
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           RESULTAAT_IN-STATUS UPON STDERR
           DISPLAY "RESULTATEN GELADEN   : " WS-GELADEN UPON TERM.
           DISPLAY "RESULTATEN VERVANGEN : " WS-VERVANGEN UPON TERM.
           PERFORM 0090-RUNLOG-EINDE.
       0012-RESULTAAT-CONTROLEREN.
           MOVE "C" TO WS-STUUR-FUNCTIE.
           MOVE "DD_RESULTAAT_IN" TO WS-STUUR-BESTAND.
           MOVE 16 TO WS-STUUR-CIJFER-POS.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
       0005-RUNLOG-START.
           MOVE "START" TO WS-RUNLOG-SOORT.
           MOVE ZERO TO WS-RUNLOG-GELEZEN.
               DISPLAY "NAMEN WORDEN NIET GETOOND" UPON TERM
           END-IF.
       0040-KANDIDAAT-TONEN.
           MOVE ZERO TO WS-ZITTINGEN.
           PERFORM 0041-EERSTE-ZITTING.
           PERFORM WITH TEST BEFORE UNTIL ZOEK-KLAAR
               ADD 1 TO WS-ZITTINGEN
               MOVE RG-GEM TO WS-GEM-EDIT
               DISPLAY "KANDIDAAT : " RG-KANDIDAAT
                   " ZITTING : " RG-ZITTING
                   " PROVINCIE : " RG-PROV UPON TERM
               IF WS-ZITTINGEN = 1 THEN
                   PERFORM 0045-NAAM-TONEN
               END-IF
               PERFORM WITH TEST BEFORE
                   VARYING K FROM 1
                             BY 1
                       UPON TERM
               END-PERFORM
               DISPLAY "  GEMIDDELDE : " WS-GEM-EDIT
                   " KLASSE : " RG-KLASSE
                   " REDEN : " RG-REDEN UPON TERM
               PERFORM 0042-VOLGENDE-ZITTING
           END-PERFORM.
           IF WS-ZITTINGEN = ZERO THEN
               DISPLAY "KANDIDAAT " WS-KANDIDAAT
                   " NIET GEVONDEN" UPON TERM
           END-IF.
      *    plaatst het register op de eerste zitting van
      *    WS-KANDIDAAT; ZOEK-KLAAR als er geen zitting is
       0041-EERSTE-ZITTING.
           MOVE "N" TO WS-ZOEK-KLAAR.
           MOVE WS-KANDIDAAT TO RG-KANDIDAAT.
           MOVE LOW-VALUES TO RG-ZITTING.
           START REGISTER_IO KEY IS >= RG-SLEUTEL.
           IF REGISTER-OK THEN
               PERFORM 0042-VOLGENDE-ZITTING
           ELSE
               IF REGISTER-ONBEKEND THEN
                   MOVE "J" TO WS-ZOEK-KLAAR
               ELSE
                   DISPLAY "SOME ERROR OCCURED : " REGISTER-STATUS
                       UPON STDERR
                       WS-ABEND-REDEN
               END-IF
           END-IF.
       0042-VOLGENDE-ZITTING.
           READ REGISTER_IO NEXT
               AT END
                   MOVE "J" TO WS-ZOEK-KLAAR
           END-READ.
           IF NOT ZOEK-KLAAR THEN
               IF NOT REGISTER-OK THEN
                   DISPLAY "SOME ERROR OCCURED : " REGISTER-STATUS
                       UPON STDERR
                   MOVE SPACES TO WS-ABEND-REDEN
                   STRING "REGISTER_IO STATUS " REGISTER-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
               IF RG-KANDIDAAT NOT = WS-KANDIDAAT THEN
                   MOVE "J" TO WS-ZOEK-KLAAR
               END-IF
           END-IF.
       0045-NAAM-TONEN.
           IF NAW-AANWEZIG THEN
               MOVE WS-KANDIDAAT TO KN-KANDIDAAT
               MOVE "*ONGELDIG*" TO AN-MELDING
               WRITE ANTWOORD-RECORD
           ELSE
               MOVE VR-KANDIDAAT-N TO WS-KANDIDAAT
               MOVE ZERO TO WS-ZITTINGEN
               PERFORM 0041-EERSTE-ZITTING
               PERFORM WITH TEST BEFORE UNTIL ZOEK-KLAAR
                   IF VR-ZITTING = SPACES
                       OR VR-ZITTING = RG-ZITTING THEN
                       ADD 1 TO WS-ZITTINGEN
                       MOVE SPACES TO ANTWOORD-RECORD
                       MOVE REGISTER-RECORD TO AN-INHOUD
                       WRITE ANTWOORD-RECORD
                   END-IF
                   PERFORM 0042-VOLGENDE-ZITTING
               END-PERFORM
               IF WS-ZITTINGEN > ZERO THEN
                   ADD 1 TO WS-GEVONDEN
               ELSE
                   ADD 1 TO WS-NIET-GEVONDEN
                   MOVE VR-KANDIDAAT TO AN-INHOUD(1:7)
                   MOVE VR-ZITTING TO AN-INHOUD(8:6)
                   MOVE "*ONBEKEND*" TO AN-MELDING
                   WRITE ANTWOORD-RECORD
               END-IF
           END-IF.
       0060-PROVINCIE-EXTRACT.
                       VARYING M FROM WS-VOLGENDE
                                 BY 1
                                 UNTIL M > WS-EXTRACT-AANTAL
                       IF EX-SLEUTEL(M) < EX-SLEUTEL(N)
                           MOVE EX-REGEL(N) TO WS-TEMP-REGEL
                           MOVE EX-REGEL(M) TO EX-REGEL(N)
                           MOVE WS-TEMP-REGEL TO EX-REGEL(M)
               END-PERFORM
           END-IF.
       0070-REGISTER-CONVERTEREN.
           DISPLAY "ZITTING VOOR DE BESTAANDE RESULTATEN ?" UPON TERM.
           ACCEPT WS-ZITTING FROM TERM.
           IF WS-ZITTING = SPACES THEN
               DISPLAY "ZITTING ONTBREEKT" UPON STDERR
               MOVE "ZITTING ONTBREEKT" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           OPEN INPUT REGISTER_OUD_IN.
           IF NOT REGISTER_OUD_IN-OK THEN
               DISPLAY "OUD REGISTER NIET LEESBAAR : "
               END-READ
               IF NOT REGISTER_OUD_IN-EOF THEN
                   IF REGISTER_OUD_IN-OK THEN
                       MOVE SPACES TO REGISTER-RECORD
                       MOVE RO-KANDIDAAT TO RG-KANDIDAAT
                       MOVE WS-ZITTING TO RG-ZITTING
                       MOVE RO-PROV TO RG-PROV
                       MOVE RO-REST TO REGISTER-RECORD(16:31)
                       WRITE REGISTER-RECORD
                       IF REGISTER-OK THEN
                           ADD 1 TO WS-GECONVERTEERD
