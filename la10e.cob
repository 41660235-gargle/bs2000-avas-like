      *    run aanvult, zet per provincie de laatste run naast de
      *    voorgaande run en drukt de verschuiving af in de vier
      *    resultaatklassen en het slagingspercentage. Provincies
      *    die meer dan de drempel dalen worden gemarkeerd. Een
      *    herhaalde run van dezelfde examenzitting vervangt de
      *    laatste run van die zitting en telt niet als nieuwe run.
      *
      *    To compile, type make, or use
      *
           02  WT-DATUM                           PIC X(8).
           02  WT-ABBR                            PIC XX.
           02  WT-AANTAL                          PIC 999 OCCURS 4.
           02  WT-ZITTING                         PIC X(6).
       01  TREND-TABEL.
           02  TREND-ITEM                         OCCURS 20 TIMES.
               03  TT-ABBR                        PIC XX.
               03  TT-RUNS                        PIC 9(3).
               03  TT-VORIGE-DATUM                PIC X(8).
               03  TT-VORIGE-ZITTING              PIC X(6).
               03  TT-VORIGE-AANTAL               PIC 999 OCCURS 4.
               03  TT-HUIDIGE-DATUM               PIC X(8).
               03  TT-HUIDIGE-ZITTING             PIC X(6).
               03  TT-HUIDIGE-AANTAL              PIC 999 OCCURS 4.
       01  VERSCHIL-REGEL.
           02  VR-TEKST                           PIC X(13).
           END-PERFORM.
           CLOSE TREND_IN.
       0020-TREND-VERWERKEN.
           MOVE SPACES TO WT-ZITTING.
           UNSTRING TREND-RECORD DELIMITED BY ","
               INTO WT-DATUM
                    WT-ABBR
                    WT-AANTAL(1)
                    WT-AANTAL(2)
                    WT-AANTAL(3)
                    WT-AANTAL(4)
                    WT-ZITTING.
           MOVE ZERO TO WS-PROV-INDEX.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                       WS-ABEND-REDEN
               END-IF
           END-IF.
           IF TT-RUNS(WS-PROV-INDEX) > ZERO
               AND WT-ZITTING NOT = SPACES
               AND WT-ZITTING = TT-HUIDIGE-ZITTING(WS-PROV-INDEX) THEN
               SUBTRACT 1 FROM TT-RUNS(WS-PROV-INDEX)
           ELSE
           IF TT-RUNS(WS-PROV-INDEX) > ZERO THEN
               MOVE TT-HUIDIGE-DATUM(WS-PROV-INDEX)
                   TO TT-VORIGE-DATUM(WS-PROV-INDEX)
               MOVE TT-HUIDIGE-ZITTING(WS-PROV-INDEX)
                   TO TT-VORIGE-ZITTING(WS-PROV-INDEX)
               PERFORM WITH TEST BEFORE
                   VARYING M FROM 1
                             BY 1
                   MOVE TT-HUIDIGE-AANTAL(WS-PROV-INDEX, M)
                       TO TT-VORIGE-AANTAL(WS-PROV-INDEX, M)
               END-PERFORM
           END-IF
           END-IF.
           MOVE WT-DATUM TO TT-HUIDIGE-DATUM(WS-PROV-INDEX).
           MOVE WT-ZITTING TO TT-HUIDIGE-ZITTING(WS-PROV-INDEX).
           PERFORM WITH TEST BEFORE
               VARYING M FROM 1
                         BY 1
               STRING TT-ABBR(N)            DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      TT-HUIDIGE-DATUM(N)   DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      TT-HUIDIGE-ZITTING(N) DELIMITED BY SIZE
                      " SLECHTS EEN RUN, GEEN VERGELIJKING"
                                            DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               STRING TT-ABBR(N)            DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      TT-VORIGE-DATUM(N)    DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      TT-VORIGE-ZITTING(N)  DELIMITED BY SIZE
                      " -> "                DELIMITED BY SIZE
                      TT-HUIDIGE-DATUM(N)   DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      TT-HUIDIGE-ZITTING(N) DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               MOVE SPACES TO VERSCHIL-REGEL
