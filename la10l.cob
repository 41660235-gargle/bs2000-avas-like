      *    strijdige dubbelen volledig in het beoordelingsbestand
      *    worden vastgehouden. Elk dubbel voorkomen wordt met zijn
      *    broncode in het verslag gemeld en de aantallen moeten
      *    sluiten met het aantal gelezen records. Het geschoonde
      *    invoerbestand krijgt net als de samenvoeging van LA10H een
      *    koprecord (zitting uit de parameter ZITTING) en een
      *    sluitrecord met telling en hashtotalen (STUURREC).
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10l.cob abend.cob runlog.cob stuurrec.cob
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT VERSLAG_UIT ASSIGN TO "DD_VERSLAG_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERSLAG_UIT-STATUS.
      *    export DD_PARAMETER=./la10b.par
           SELECT PARAMETER_IN ASSIGN TO "DD_PARAMETER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETER_IN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HERKOMST_IN
               03  HK-KANDIDAAT                   PIC 9(7).
               03  FILLER                         PIC X(14).
       FD  SCHOON_UIT
           RECORD CONTAINS 21 TO 60 CHARACTERS.
       01  SCHOON-RECORD                          PIC X(21).
       01  SCHOON-STUUR-RECORD                    PIC X(60).
       FD  REVIEW_UIT
           RECORD CONTAINS 28 CHARACTERS.
       01  REVIEW-RECORD.
       FD  VERSLAG_UIT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERSLAG-REGEL                          PIC X(132).
       FD  PARAMETER_IN
           RECORD CONTAINS 28 CHARACTERS.
       01  PARAMETER-RECORD.
           02  PA-NAAM                            PIC X(20).
           02  PA-WAARDE                          PIC X(8).
       WORKING-STORAGE SECTION.
       77  HERKOMST_IN-STATUS                     PIC XX.
           88  HERKOMST_IN-OK                     VALUE "00".
       77  REVIEW_UIT-STATUS                      PIC XX.
       77  VERSLAG_UIT-STATUS                     PIC XX.
           88  VERSLAG_UIT-OK                     VALUE "00".
       77  PARAMETER_IN-STATUS                    PIC XX.
           88  PARAMETER_IN-OK                    VALUE "00".
           88  PARAMETER_IN-EOF                   VALUE "10".
       77  WS-ZITTING                             PIC X(6) VALUE SPACES.
       77  MAX-KANDIDATEN                         PIC 9(4) VALUE 9999.
       77  AANTAL-KANDIDATEN                      PIC 9(4) VALUE ZERO.
       77  N                                      PIC 9(4).
                   88  KD-IS-CONFLICT             VALUE "J".
               03  KD-DOORGELATEN                 PIC X.
                   88  KD-IS-DOORGELATEN          VALUE "J".
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
                  "-"          DELIMITED BY SIZE
                  WS-KLOK(9:6) DELIMITED BY SIZE
                  INTO WS-RUN-TIJDSTIP.
           PERFORM 0007-PARAMETERS-LEZEN.
           OPEN OUTPUT VERSLAG_UIT.
           PERFORM 0010-EERSTE-GANG.
           PERFORM 0030-TWEEDE-GANG.
           CALL "RUNLOG" USING WS-ABEND-PROGRAM-ID WS-RUNLOG-SOORT
               WS-RUNLOG-GELEZEN WS-RUNLOG-AFGEKEURD
               WS-RUNLOG-STATUS.
       0007-PARAMETERS-LEZEN.
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
       0010-EERSTE-GANG.
           OPEN INPUT HERKOMST_IN.
           IF NOT HERKOMST_IN-OK THEN
           OPEN INPUT HERKOMST_IN.
           OPEN OUTPUT SCHOON_UIT.
           OPEN OUTPUT REVIEW_UIT.
           PERFORM 0032-SCHOON-KOP.
           PERFORM WITH TEST BEFORE UNTIL HERKOMST_IN-EOF
               READ HERKOMST_IN
                   AT END
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 0037-SCHOON-EINDE.
           CLOSE HERKOMST_IN SCHOON_UIT REVIEW_UIT.
       0032-SCHOON-KOP.
           MOVE "K" TO WS-STUUR-FUNCTIE.
           MOVE "DD_SCHOON_UIT" TO WS-STUUR-BESTAND.
           MOVE 10 TO WS-STUUR-CIJFER-POS.
           MOVE WS-RUN-TIJDSTIP TO WS-STUUR-TIJDSTIP.
           MOVE WS-ZITTING TO WS-STUUR-ZITTING.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
           MOVE WS-STUUR-RECORD TO SCHOON-STUUR-RECORD.
           WRITE SCHOON-STUUR-RECORD.
       0033-SCHOON-TELLEN.
           MOVE "T" TO WS-STUUR-FUNCTIE.
           MOVE SCHOON-RECORD TO WS-STUUR-RECORD.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
       0037-SCHOON-EINDE.
           MOVE "E" TO WS-STUUR-FUNCTIE.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
           MOVE WS-STUUR-RECORD TO SCHOON-STUUR-RECORD.
           WRITE SCHOON-STUUR-RECORD.
       0035-DUBBELEN-TELLEN.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
               ADD 1 TO WS-GESCHREVEN
               MOVE HK-RECORD TO SCHOON-RECORD
               WRITE SCHOON-RECORD
               PERFORM 0033-SCHOON-TELLEN
           ELSE
           IF KD-IS-CONFLICT(WS-KAND-INDEX) THEN
               ADD 1 TO WS-REVIEW
                   ADD 1 TO WS-GESCHREVEN
                   MOVE HK-RECORD TO SCHOON-RECORD
                   WRITE SCHOON-RECORD
                   PERFORM 0033-SCHOON-TELLEN
                   MOVE "J" TO KD-DOORGELATEN(WS-KAND-INDEX)
               END-IF
               PERFORM 0050-DUBBEL-MELDEN
