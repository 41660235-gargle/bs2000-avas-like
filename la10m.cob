      *    de huidige grens uit het parameterbestand. Daarmee kan de
      *    examencommissie de grenzen op cijfers baseren zonder LA10B
      *    met proefparameters te herhalen.
      *    Het resultatenbestand wordt pas verwerkt als kop- en
      *    sluitrecord van LA10B kloppen (STUURREC).
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10m.cob abend.cob runlog.cob stuurrec.cob
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       FD  PROVINCIE_IN
           RECORD CONTAINS 24 CHARACTERS.
       01  PROVINCIE_IN-RECORD.
               03  VD-AANTAL                      PIC 9(5) OCCURS 19.
       01  VERDELING-LANDELIJK.
           02  VL-AANTAL                          PIC 9(7) OCCURS 19.
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
           END-PERFORM.
           CLOSE PROVINCIE_IN.
       0020-RESULTAAT-LEZEN.
           PERFORM 0022-RESULTAAT-CONTROLEREN.
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
                           PERFORM 0025-RESULTAAT-TELLEN
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           RESULTAAT_IN-STATUS UPON STDERR
               END-IF
           END-PERFORM.
           CLOSE RESULTAAT_IN.
       0022-RESULTAAT-CONTROLEREN.
           MOVE "C" TO WS-STUUR-FUNCTIE.
           MOVE "DD_RESULTAAT_IN" TO WS-STUUR-BESTAND.
           MOVE 16 TO WS-STUUR-CIJFER-POS.
           CALL "STUURREC" USING WS-ABEND-PROGRAM-ID WS-STUURBLOK.
       0025-RESULTAAT-TELLEN.
           PERFORM 0027-PROV-OPZOEKEN.
           COMPUTE WS-BAND = RS-GEM * 2 - 1.
