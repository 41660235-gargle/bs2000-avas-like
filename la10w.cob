       IDENTIFICATION DIVISION.
       PROGRAM-ID. LA10W.
      *
      *    Wissing van persoonsgegevens per kandidaat, op verzoek van
      *    de kandidaat of na het verstrijken van de bewaartermijn.
      *    Het verzoekbestand bevat per regel een kandidaatnummer,
      *    de grond (V = verzoek kandidaat, T = bewaartermijn
      *    verstreken) en de verzoekdatum. Een kandidaat met een
      *    bezwaar dat nog niet is beslist of nog niet is verwerkt
      *    (LA10T), of met een geldig diploma dat nog niet is
      *    afgeleverd (LA10R), wordt aangehouden en gemeld en niet
      *    gewist.
      *    Per te wissen kandidaat worden verwijderd: het record in
      *    het kandidaatbestand, alle zittingen in het
      *    kandidatenregister, de zaken in de werkvoorraad en de
      *    regels in de afkeurbestanden en het uitzonderingenbestand.
      *    In de mutatielogboeken van kandidaatbestand en register
      *    wordt de kandidaat gemaskeerd: het kandidaatnummer wordt
      *    0000000 (een nummer dat nooit wordt uitgegeven) en naam,
      *    adres en geboortedatum worden gewist, zodat de
      *    verantwoording van het aantal mutaties intact blijft.
      *    Het trendbestand en de overige statistische totalen
      *    bevatten geen kandidaatgegevens en blijven ongemoeid,
      *    evenals de diploma-, bezwaar-, inschrijvings- en
      *    aanleverregisters, die als wettelijke verantwoording
      *    gelden.
      *    De sequentiele bestanden worden herschreven zoals LA10P
      *    dat doet: eerst volledig naar een tussenbestand (.nieuw),
      *    dat na een sluitende balans een sluitregel krijgt, waarna
      *    het levende bestand vanuit het tussenbestand wordt
      *    herschreven. Elke verwijdering en elke afgesloten stap
      *    wordt vastgelegd in het herstartbestand, een verwijdering
      *    uit een geindexeerd bestand met de recordsleutel en voor
      *    de DELETE; een herstart na een abend slaat afgesloten
      *    stappen over, zet een volledig tussenbestand eerst terug,
      *    neemt de tellingen van de afgebroken run over en telt een
      *    al vastgelegde sleutel niet opnieuw, zodat de verklaring
      *    compleet is. Ook de beslissing welke kandidaten worden
      *    aangehouden wordt voor de eerste stap vastgelegd en bij
      *    een herstart overgenomen, zodat een kandidaat nooit half
      *    wordt gewist doordat zijn bezwaar of diploma intussen is
      *    afgehandeld. Het herstartbestand hoort bij een
      *    verzoekbestand (aantal en hashtotaal) en wordt pas na een
      *    sluitende balans leeggemaakt.
      *    Het verslag is de verklaring van wissing: per kandidaat
      *    elk bestand met het aantal verwijderde of gemaskeerde
      *    records en een regel voor aftekening door de functionaris
      *    gegevensbescherming.
      *
      *    To compile, type make, or use
      *
      *    cobc -x -Wall la10w.cob abend.cob runlog.cob
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    export DD_WISVERZOEK_IN=./la10w.vzk
           SELECT VERZOEK_IN ASSIGN TO "DD_WISVERZOEK_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERZOEK_IN-STATUS.
      *    export DD_KANDIDAAT_IO=./la10j.knd
           SELECT KANDIDAAT_IO ASSIGN TO "DD_KANDIDAAT_IO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KM-KANDIDAAT
           FILE STATUS IS KANDIDAAT-STATUS.
      *    export DD_REGISTER_IO=./la10c.reg
           SELECT REGISTER_IO ASSIGN TO "DD_REGISTER_IO"
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
      *    export DD_BEZWAAR_IN=./la10t.bzw
           SELECT BEZWAAR_IN ASSIGN TO "DD_BEZWAAR_IN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BZ-SLEUTEL
           FILE STATUS IS BEZWAAR-STATUS.
      *    export DD_DIPLOMA_IN=./la10r.dip
           SELECT DIPLOMA_IN ASSIGN TO "DD_DIPLOMA_IN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-NUMMER
           ALTERNATE RECORD KEY IS DP-KANDIDAAT WITH DUPLICATES
           FILE STATUS IS DIPLOMA-STATUS.
      *    de sequentiele bestanden komen uit de omgevingsvariabelen
      *    DD_MUTATIE_UIT, DD_REGMUTATIE_UIT, DD_AFKEUR_H_IN,
      *    DD_AFKEUR_D_IN en DD_UITZONDERING_IN (zie
      *    0008-BESTANDSNAMEN-BEPALEN); de tussenbestandsnaam wordt
      *    daarvan afgeleid
           SELECT LEVEND_IO ASSIGN TO WS-LEVEND-BESTAND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEVEND-STATUS.
           SELECT NIEUW_IO ASSIGN TO WS-NIEUW-BESTAND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NIEUW-STATUS.
      *    export DD_WISSEN_HERSTART=./la10w.ckp
           SELECT HERSTART_IO ASSIGN TO "DD_WISSEN_HERSTART"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HERSTART-STATUS.
      *    export DD_VERSLAG_UIT=./la10w.rpt
           SELECT VERSLAG_UIT ASSIGN TO "DD_VERSLAG_UIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERSLAG_UIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERZOEK_IN
           RECORD CONTAINS 20 CHARACTERS.
       01  VERZOEK-RECORD.
           02  VZ-KANDIDAAT                       PIC X(7).
           02  VZ-KANDIDAAT-N REDEFINES VZ-KANDIDAAT
                                                  PIC 9(7).
           02  FILLER                             PIC X.
           02  VZ-GROND                           PIC X.
               88  VZ-GROND-GELDIG                VALUES "V" "T".
           02  FILLER                             PIC X.
           02  VZ-DATUM                           PIC X(8).
           02  FILLER                             PIC XX.
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
       FD  WERKVOORRAAD_IO
           RECORD CONTAINS 98 CHARACTERS.
       01  WERKVOORRAAD-RECORD.
           02  WV-SLEUTEL.
               03  WV-PROGRAMMA                   PIC X(8).
               03  WV-INHOUD                      PIC X(52).
           02  WV-REDEN                           PIC X(10).
           02  WV-KANDIDAAT                       PIC X(7).
           02  WV-KANDIDAAT-N REDEFINES WV-KANDIDAAT
                                                  PIC 9(7).
           02  WV-DATUM                           PIC X(8).
           02  WV-STATUS                          PIC X.
           02  WV-STATUS-DATUM                    PIC X(8).
           02  FILLER                             PIC X(4).
       FD  BEZWAAR_IN
           RECORD CONTAINS 80 CHARACTERS.
       01  BEZWAAR-RECORD.
           02  BZ-SLEUTEL.
               03  BZ-KANDIDAAT                   PIC 9(7).
               03  BZ-ZITTING                     PIC X(6).
           02  BZ-ONTVANGST                       PIC X(8).
           02  BZ-BETWIST                         PIC X OCCURS 6.
           02  BZ-STATUS                          PIC X.
               88  BZ-GEGROND                     VALUE "G".
               88  BZ-ONBESLIST                   VALUES "O" "B".
           02  BZ-BEHANDELING                     PIC X(8).
           02  BZ-BESLUIT                         PIC X(8).
           02  BZ-TERMIJN                         PIC X(8).
           02  BZ-HERCIJFER                       PIC 99 OCCURS 6.
           02  BZ-VERWERKT                        PIC X(8).
           02  FILLER                             PIC X(8).
       FD  DIPLOMA_IN
           RECORD CONTAINS 80 CHARACTERS.
       01  DIPLOMA-RECORD.
           02  DP-NUMMER                          PIC 9(7).
           02  DP-KANDIDAAT                       PIC 9(7).
           02  DP-ZITTING                         PIC X(6).
           02  DP-KLASSE                          PIC X(11).
           02  DP-DATUM                           PIC X(8).
           02  DP-STATUS                          PIC X.
               88  DP-GELDIG                      VALUE "G".
           02  DP-AFGELEVERD                      PIC X(8).
           02  FILLER                             PIC X(32).
       FD  LEVEND_IO
           RECORD IS VARYING IN SIZE
           FROM 0 TO 132 DEPENDING ON LEVEND-SIZE.
       01  LEVEND-RECORD.
           02  PIC X OCCURS 0 TO 132 DEPENDING ON LEVEND-SIZE.
       FD  NIEUW_IO
           RECORD IS VARYING IN SIZE
           FROM 0 TO 132 DEPENDING ON NIEUW-SIZE.
       01  NIEUW-RECORD.
           02  PIC X OCCURS 0 TO 132 DEPENDING ON NIEUW-SIZE.
      *    K = kop (aantal en hashtotaal van het verzoekbestand),
      *    A = aangehouden kandidaat met reden, B = aanhoudingen
      *    volledig vastgelegd, T = telling per kandidaat en stap
      *    (bij de geindexeerde stappen 1-3 een regel per record met
      *    de sleutel in WH-REDEN), R = tellingen van een opnieuw uit
      *    te voeren stap vervallen, S = stap afgesloten
       FD  HERSTART_IO
           RECORD CONTAINS 100 CHARACTERS.
       01  HERSTART-RECORD                        PIC X(100).
       FD  VERSLAG_UIT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERSLAG-REGEL                          PIC X(132).
       WORKING-STORAGE SECTION.
       77  VERZOEK_IN-STATUS                      PIC XX.
           88  VERZOEK_IN-OK                      VALUE "00".
           88  VERZOEK_IN-EOF                     VALUE "10".
       77  KANDIDAAT-STATUS                       PIC XX.
           88  KANDIDAAT-OK                       VALUE "00".
           88  KANDIDAAT-ONBEKEND                 VALUE "23".
           88  KANDIDAAT-GEEN-BESTAND             VALUE "35".
      *    status 02 = geslaagde I-O met dubbele alternatieve
      *    sleutel, een normale situatie
       77  REGISTER-STATUS                        PIC XX.
           88  REGISTER-OK                        VALUES "00" "02".
           88  REGISTER-EOF                       VALUE "10".
           88  REGISTER-ONBEKEND                  VALUE "23".
           88  REGISTER-GEEN-BESTAND              VALUE "35".
       77  WERKVOORRAAD-STATUS                    PIC XX.
           88  WERKVOORRAAD-OK                    VALUE "00".
           88  WERKVOORRAAD-EOF                   VALUE "10".
           88  WERKVOORRAAD-GEEN-BESTAND          VALUE "35".
       77  BEZWAAR-STATUS                         PIC XX.
           88  BEZWAAR-OK                         VALUE "00".
           88  BEZWAAR-EOF                        VALUE "10".
           88  BEZWAAR-ONBEKEND                   VALUE "23".
           88  BEZWAAR-GEEN-BESTAND               VALUE "35".
       77  DIPLOMA-STATUS                         PIC XX.
           88  DIPLOMA-OK                         VALUES "00" "02".
           88  DIPLOMA-EOF                        VALUE "10".
           88  DIPLOMA-ONBEKEND                   VALUE "23".
           88  DIPLOMA-GEEN-BESTAND               VALUE "35".
       77  LEVEND-STATUS                          PIC XX.
           88  LEVEND-OK                          VALUE "00".
           88  LEVEND-EOF                         VALUE "10".
           88  LEVEND-GEEN-BESTAND                VALUE "35".
       77  NIEUW-STATUS                           PIC XX.
           88  NIEUW-OK                           VALUE "00".
           88  NIEUW-EOF                          VALUE "10".
       77  HERSTART-STATUS                        PIC XX.
           88  HERSTART-OK                        VALUE "00".
           88  HERSTART-EOF                       VALUE "10".
           88  HERSTART-GEEN-BESTAND              VALUE "35".
       77  VERSLAG_UIT-STATUS                     PIC XX.
           88  VERSLAG_UIT-OK                     VALUE "00".
       01  LEVEND-SIZE                            PIC 9(5).
       01  NIEUW-SIZE                             PIC 9(5).
       77  WS-LEVEND-BESTAND                      PIC X(64).
       77  WS-NIEUW-BESTAND                       PIC X(64).
       77  WS-MUTATIE-BESTAND                     PIC X(64).
       77  WS-REGMUTATIE-BESTAND                  PIC X(64).
       77  WS-AFKEUR-H-BESTAND                    PIC X(64).
       77  WS-AFKEUR-D-BESTAND                    PIC X(64).
       77  WS-UITZONDERING-BESTAND                PIC X(64).
       77  WS-TRAILER-KENMERK                     PIC X(20) VALUE
           "*LA10W-WISSEL-EINDE*".
       77  WS-TRAILER-REGEL                       PIC X(28).
       77  WS-NIEUW-AANTAL                        PIC 9(7).
       01  WS-TRAILER-AANTAL-X                    PIC X(7).
       01  WS-TRAILER-AANTAL REDEFINES WS-TRAILER-AANTAL-X
                                                  PIC 9(7).
       77  WS-TRAILER-VLAG                        PIC X.
           88  TRAILER-AANWEZIG                   VALUE "J".
       77  WS-NIEUW-GELDIG                        PIC X.
           88  NIEUW-GELDIG                       VALUE "J".
       77  WS-HERSTEL-VLAG                        PIC X.
           88  HERSTEL-NODIG                      VALUE "J".
       01  WS-HERSTART.
           02  WH-SOORT                           PIC X.
               88  WH-KOP                         VALUE "K".
               88  WH-AANHOUDING                  VALUE "A".
               88  WH-BESLIST                     VALUE "B".
               88  WH-TELLING                     VALUE "T".
               88  WH-NUL                         VALUE "R".
               88  WH-AFGESLOTEN                  VALUE "S".
           02  FILLER                             PIC X.
           02  WH-STAP                            PIC 9.
           02  FILLER                             PIC X.
           02  WH-KANDIDAAT                       PIC 9(7).
           02  FILLER                             PIC X.
           02  WH-AANTAL                          PIC 9(7).
           02  FILLER                             PIC X.
           02  WH-HASH                            PIC 9(15).
           02  FILLER                             PIC X(5).
           02  WH-REDEN                           PIC X(60).
       77  WS-HERSTART-VLAG                       PIC X VALUE "N".
           88  IS-HERSTART                        VALUE "J".
       77  WS-BESLIST-VLAG                        PIC X VALUE "N".
           88  AANHOUDING-VASTGELEGD              VALUE "J".
       77  WS-BEZWAAR-VLAG                        PIC X.
           88  BEZWAAR-AANWEZIG                   VALUE "J".
       77  WS-DIPLOMA-VLAG                        PIC X.
           88  DIPLOMA-AANWEZIG                   VALUE "J".
       77  WS-STAP                                PIC 9.
       77  WS-STAP-BESTAND                        PIC X(10).
       77  WS-STAP-OMSCHRIJVING                   PIC X(20).
       77  WS-STAP-ACTIE                          PIC X(10).
       77  WS-STAP-POSITIE                        PIC 9(3).
       77  WS-STAP-SOORT                          PIC X.
           88  STAP-MASKEREN                      VALUE "M".
       01  STAP-TABEL.
           02  STAP-ITEM                          OCCURS 8 TIMES.
               03  ST-KLAAR                       PIC X.
                   88  ST-IS-KLAAR                VALUE "J".
               03  ST-TOTAAL                      PIC 9(7).
      *    sleutels die de afgebroken run al als verwijderd heeft
      *    vastgelegd (stappen 1-3)
       01  WISSLEUTEL-TABEL.
           02  WISSLEUTEL-ITEM                    OCCURS 5000 TIMES.
               03  WT-STAP                        PIC 9.
               03  WT-SLEUTEL                     PIC X(60).
       77  AANTAL-WISSLEUTELS                     PIC 9(4) VALUE ZERO.
       77  MAX-WISSLEUTELS                        PIC 9(4) VALUE 5000.
       77  WS-WIS-SLEUTEL                         PIC X(60).
       77  WS-SLEUTEL-NR                          PIC 9(4).
       77  WS-SLEUTEL-VLAG                        PIC X.
           88  SLEUTEL-VASTGELEGD                 VALUE "J".
       01  VERZOEK-TABEL.
           02  VERZOEK-ITEM                       OCCURS 999 TIMES.
               03  VT-KANDIDAAT                   PIC 9(7).
               03  VT-GROND                       PIC X.
               03  VT-DATUM                       PIC X(8).
               03  VT-OORDEEL                     PIC X.
                   88  VT-TE-WISSEN               VALUE "W".
                   88  VT-AANGEHOUDEN             VALUE "A".
               03  VT-REDEN                       PIC X(40).
               03  VT-AANTAL                      PIC 9(7) OCCURS 8.
       77  AANTAL-VERZOEKEN                       PIC 9(4) VALUE ZERO.
       77  MAX-VERZOEKEN                          PIC 9(4) VALUE 999.
       77  WS-VERZOEK-HASH                        PIC 9(15) VALUE ZERO.
       77  WS-GEVONDEN                            PIC 9(4).
       77  WS-ZOEK-KANDIDAAT                      PIC 9(7).
       77  WS-ZOEK-KLAAR                          PIC X.
           88  ZOEK-KLAAR                         VALUE "J".
       77  WS-REGEL-KANDIDAAT                     PIC X(7).
       77  WS-REGEL-KANDIDAAT-N REDEFINES WS-REGEL-KANDIDAAT
                                                  PIC 9(7).
       77  WS-REGEL                               PIC X(132).
       77  WS-WEIGER-REDEN                        PIC X(30).
       77  WS-REDEN                               PIC X(40).
       77  WS-KANDIDAAT-TOTAAL                    PIC 9(7).
       77  N                                      PIC 9(4).
       77  K                                      PIC 9.
       77  WS-VANDAAG                             PIC X(8).
       77  WS-GELEZEN                             PIC 9(7) VALUE ZERO.
       77  WS-GEWEIGERD                           PIC 9(7) VALUE ZERO.
       77  WS-AANGEHOUDEN                         PIC 9(7) VALUE ZERO.
       77  WS-TE-WISSEN                           PIC 9(7) VALUE ZERO.
       77  WS-NIETS-AANGETROFFEN                  PIC 9(7) VALUE ZERO.
       77  WS-BESTAND-GELEZEN                     PIC 9(7).
       77  WS-BESTAND-BEHOUDEN                    PIC 9(7).
       77  WS-BESTAND-BEWERKT                     PIC 9(7).
       77  WS-BESTAND-GESCHREVEN                  PIC 9(7).
       77  WS-BALANS-VERSCHIL                     PIC S9(7).
       77  WS-ABEND-PROGRAM-ID                    PIC X(8) VALUE
           "LA10W".
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
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-RUNLOG-START.
           MOVE FUNCTION CURRENT-DATE TO WS-KLOK.
           MOVE WS-KLOK(1:8) TO WS-VANDAAG.
           STRING WS-KLOK(1:8) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-KLOK(9:6) DELIMITED BY SIZE
                  INTO WS-RUN-TIJDSTIP.
           PERFORM 0008-BESTANDSNAMEN-BEPALEN.
           OPEN OUTPUT VERSLAG_UIT.
           PERFORM 0010-VERZOEKEN-LADEN.
           PERFORM 0015-HERSTART-LADEN.
           PERFORM 0020-AANHOUDEN-BEPALEN.
           IF WS-TE-WISSEN = ZERO THEN
               MOVE "GEEN KANDIDATEN TE WISSEN" TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               MOVE 1 TO WS-STAP
               PERFORM 0030-KANDIDATEN-VERWIJDEREN
               MOVE 2 TO WS-STAP
               PERFORM 0035-REGISTER-VERWIJDEREN
               MOVE 3 TO WS-STAP
               PERFORM 0040-WERKVOORRAAD-VERWIJDEREN
               MOVE 4 TO WS-STAP
               MOVE WS-MUTATIE-BESTAND TO WS-LEVEND-BESTAND
               PERFORM 0050-BESTAND-WISSEN
               MOVE 5 TO WS-STAP
               MOVE WS-REGMUTATIE-BESTAND TO WS-LEVEND-BESTAND
               PERFORM 0050-BESTAND-WISSEN
               MOVE 6 TO WS-STAP
               MOVE WS-AFKEUR-H-BESTAND TO WS-LEVEND-BESTAND
               PERFORM 0050-BESTAND-WISSEN
               MOVE 7 TO WS-STAP
               MOVE WS-AFKEUR-D-BESTAND TO WS-LEVEND-BESTAND
               PERFORM 0050-BESTAND-WISSEN
               MOVE 8 TO WS-STAP
               MOVE WS-UITZONDERING-BESTAND TO WS-LEVEND-BESTAND
               PERFORM 0050-BESTAND-WISSEN
           END-IF.
           PERFORM 0070-VERKLARING.
           PERFORM 0080-BALANS-CONTROLE.
           OPEN OUTPUT HERSTART_IO.
           CLOSE HERSTART_IO.
           PERFORM 8020-VERSLAG-TRAILER.
           CLOSE VERSLAG_UIT.
           DISPLAY "GEGEVENSWISSING LA10W" UPON TERM.
           DISPLAY "VERZOEKEN GELEZEN    : " WS-GELEZEN UPON TERM.
           DISPLAY "GEWIST               : " WS-TE-WISSEN UPON TERM.
           DISPLAY "AANGEHOUDEN          : " WS-AANGEHOUDEN UPON TERM.
           DISPLAY "GEWEIGERD            : " WS-GEWEIGERD UPON TERM.
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
           COMPUTE WS-RUNLOG-AFGEKEURD = WS-GEWEIGERD
               + WS-AANGEHOUDEN.
           MOVE "NORMAAL" TO WS-RUNLOG-STATUS.
           CALL "RUNLOG" USING WS-ABEND-PROGRAM-ID WS-RUNLOG-SOORT
               WS-RUNLOG-GELEZEN WS-RUNLOG-AFGEKEURD
               WS-RUNLOG-STATUS.
       0008-BESTANDSNAMEN-BEPALEN.
           ACCEPT WS-MUTATIE-BESTAND FROM ENVIRONMENT
               "DD_MUTATIE_UIT".
           IF WS-MUTATIE-BESTAND = SPACES THEN
               MOVE "./la10j.mut" TO WS-MUTATIE-BESTAND
           END-IF.
           ACCEPT WS-REGMUTATIE-BESTAND FROM ENVIRONMENT
               "DD_REGMUTATIE_UIT".
           IF WS-REGMUTATIE-BESTAND = SPACES THEN
               MOVE "./la10c.mut" TO WS-REGMUTATIE-BESTAND
           END-IF.
           ACCEPT WS-AFKEUR-H-BESTAND FROM ENVIRONMENT
               "DD_AFKEUR_H_IN".
           IF WS-AFKEUR-H-BESTAND = SPACES THEN
               MOVE "./la10h.rej" TO WS-AFKEUR-H-BESTAND
           END-IF.
           ACCEPT WS-AFKEUR-D-BESTAND FROM ENVIRONMENT
               "DD_AFKEUR_D_IN".
           IF WS-AFKEUR-D-BESTAND = SPACES THEN
               MOVE "./la10d.rej" TO WS-AFKEUR-D-BESTAND
           END-IF.
           ACCEPT WS-UITZONDERING-BESTAND FROM ENVIRONMENT
               "DD_UITZONDERING_IN".
           IF WS-UITZONDERING-BESTAND = SPACES THEN
               MOVE "./la10b.exc" TO WS-UITZONDERING-BESTAND
           END-IF.
       0010-VERZOEKEN-LADEN.
           OPEN INPUT VERZOEK_IN.
           IF NOT VERZOEK_IN-OK THEN
               DISPLAY "VERZOEKBESTAND ONTBREEKT : "
                   VERZOEK_IN-STATUS UPON STDERR
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "VERZOEKBESTAND ONTBREEKT, STATUS "
                   VERZOEK_IN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE "VERZOEKEN TOT WISSING" TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE UNTIL VERZOEK_IN-EOF
               READ VERZOEK_IN
                   AT END
                       SET VERZOEK_IN-EOF TO TRUE
               END-READ
               IF NOT VERZOEK_IN-EOF THEN
                   IF VERZOEK_IN-OK THEN
                       IF VERZOEK-RECORD NOT = SPACES THEN
                           ADD 1 TO WS-GELEZEN
                           PERFORM 0012-VERZOEKREGEL
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : "
                           VERZOEK_IN-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "VERZOEK_IN STATUS " VERZOEK_IN-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VERZOEK_IN.
       0012-VERZOEKREGEL.
           MOVE SPACES TO WS-WEIGER-REDEN.
           MOVE ZERO TO WS-GEVONDEN.
           IF VZ-KANDIDAAT IS NOT NUMERIC
               OR VZ-KANDIDAAT-N = ZERO THEN
               MOVE "ONGELDIG KANDIDAATNUMMER" TO WS-WEIGER-REDEN
           ELSE
           IF NOT VZ-GROND-GELDIG THEN
               MOVE "ONBEKENDE GROND" TO WS-WEIGER-REDEN
           ELSE
               MOVE VZ-KANDIDAAT-N TO WS-ZOEK-KANDIDAAT
               PERFORM 0048-VERZOEK-ZOEKEN
               IF WS-GEVONDEN > ZERO THEN
                   MOVE "DUBBEL VERZOEK" TO WS-WEIGER-REDEN
               END-IF
           END-IF
           END-IF.
           IF WS-WEIGER-REDEN NOT = SPACES THEN
               ADD 1 TO WS-GEWEIGERD
               STRING "VERZOEKREGEL GEWEIGERD : " DELIMITED BY SIZE
                      VERZOEK-RECORD              DELIMITED BY SIZE
                      "  "                        DELIMITED BY SIZE
                      WS-WEIGER-REDEN             DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               IF AANTAL-VERZOEKEN >= MAX-VERZOEKEN THEN
                   DISPLAY "VERZOEKTABEL VOL" UPON STDERR
                   MOVE "VERZOEKTABEL VOL" TO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
               ADD 1 TO AANTAL-VERZOEKEN
               ADD VZ-KANDIDAAT-N TO WS-VERZOEK-HASH
               MOVE VZ-KANDIDAAT-N TO VT-KANDIDAAT(AANTAL-VERZOEKEN)
               MOVE VZ-GROND TO VT-GROND(AANTAL-VERZOEKEN)
               MOVE VZ-DATUM TO VT-DATUM(AANTAL-VERZOEKEN)
               MOVE "W" TO VT-OORDEEL(AANTAL-VERZOEKEN)
               MOVE SPACES TO VT-REDEN(AANTAL-VERZOEKEN)
               PERFORM WITH TEST BEFORE
                   VARYING K FROM 1
                             BY 1
                             UNTIL K > 8
                   MOVE ZERO TO VT-AANTAL(AANTAL-VERZOEKEN, K)
               END-PERFORM
           END-IF.
      *    een bestaand herstartbestand moet bij hetzelfde
      *    verzoekbestand horen en levert de aanhoudingen, de
      *    tellingen en de afgesloten stappen van de afgebroken run
       0015-HERSTART-LADEN.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
                         BY 1
                         UNTIL K > 8
               MOVE "N" TO ST-KLAAR(K)
               MOVE ZERO TO ST-TOTAAL(K)
           END-PERFORM.
           MOVE "N" TO WS-HERSTART-VLAG.
           OPEN INPUT HERSTART_IO.
           IF HERSTART-OK THEN
               PERFORM WITH TEST BEFORE UNTIL HERSTART-EOF
                   READ HERSTART_IO
                       AT END
                           SET HERSTART-EOF TO TRUE
                   END-READ
                   IF NOT HERSTART-EOF THEN
                       IF HERSTART-OK THEN
                           MOVE HERSTART-RECORD TO WS-HERSTART
                           PERFORM 0017-HERSTARTREGEL
                       ELSE
                           PERFORM 0098-HERSTART-FOUT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HERSTART_IO
           ELSE
           IF NOT HERSTART-GEEN-BESTAND THEN
               PERFORM 0098-HERSTART-FOUT
           END-IF
           END-IF.
           IF IS-HERSTART THEN
               MOVE SPACES TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               MOVE "HERSTART VAN EEN AFGEBROKEN WISRUN" TO
                   WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-IF.
       0017-HERSTARTREGEL.
           IF WH-KOP THEN
               IF WH-AANTAL NOT = AANTAL-VERZOEKEN
                   OR WH-HASH NOT = WS-VERZOEK-HASH THEN
                   DISPLAY "HERSTARTBESTAND HOORT BIJ ANDER "
                       "VERZOEKBESTAND" UPON STDERR
                   MOVE "HERSTART HOORT BIJ ANDER VERZOEK"
                       TO WS-ABEND-REDEN
                   CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                       WS-ABEND-REDEN
               END-IF
               MOVE "J" TO WS-HERSTART-VLAG
           ELSE
           IF WH-AANHOUDING THEN
               MOVE WH-KANDIDAAT TO WS-ZOEK-KANDIDAAT
               PERFORM 0048-VERZOEK-ZOEKEN
               IF WS-GEVONDEN = ZERO THEN
                   PERFORM 0098-HERSTART-FOUT
               END-IF
               MOVE "A" TO VT-OORDEEL(WS-GEVONDEN)
               MOVE WH-REDEN TO VT-REDEN(WS-GEVONDEN)
           ELSE
           IF WH-BESLIST THEN
               MOVE "J" TO WS-BESLIST-VLAG
           ELSE
           IF WH-STAP < 1 OR WH-STAP > 8 THEN
               PERFORM 0098-HERSTART-FOUT
           ELSE
           IF WH-TELLING THEN
               MOVE WH-KANDIDAAT TO WS-ZOEK-KANDIDAAT
               PERFORM 0048-VERZOEK-ZOEKEN
               IF WS-GEVONDEN = ZERO THEN
                   PERFORM 0098-HERSTART-FOUT
               END-IF
               ADD WH-AANTAL TO VT-AANTAL(WS-GEVONDEN, WH-STAP)
               IF WH-STAP <= 3 AND WH-REDEN NOT = SPACES THEN
                   PERFORM 0019-WISSLEUTEL-OPNEMEN
               END-IF
           ELSE
           IF WH-NUL THEN
               PERFORM WITH TEST BEFORE
                   VARYING N FROM 1
                             BY 1
                             UNTIL N > AANTAL-VERZOEKEN
                   MOVE ZERO TO VT-AANTAL(N, WH-STAP)
               END-PERFORM
           ELSE
           IF WH-AFGESLOTEN THEN
               MOVE "J" TO ST-KLAAR(WH-STAP)
           ELSE
               PERFORM 0098-HERSTART-FOUT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       0019-WISSLEUTEL-OPNEMEN.
           IF AANTAL-WISSLEUTELS >= MAX-WISSLEUTELS THEN
               DISPLAY "SLEUTELTABEL HERSTART VOL" UPON STDERR
               MOVE "SLEUTELTABEL HERSTART VOL" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           ADD 1 TO AANTAL-WISSLEUTELS.
           MOVE WH-STAP TO WT-STAP(AANTAL-WISSLEUTELS).
           MOVE WH-REDEN TO WT-SLEUTEL(AANTAL-WISSLEUTELS).
      *    zijn de aanhoudingen in het herstartbestand vastgelegd,
      *    dan gelden die; anders worden ze hier bepaald en, met de
      *    kopregel, vastgelegd voordat er iets wordt gewist. Een
      *    herstartbestand zonder afsluitende B-regel stamt uit een
      *    run die nog niets heeft gewist en wordt overschreven.
       0020-AANHOUDEN-BEPALEN.
           IF AANHOUDING-VASTGELEGD THEN
               PERFORM WITH TEST BEFORE
                   VARYING N FROM 1
                             BY 1
                             UNTIL N > AANTAL-VERZOEKEN
                   IF VT-AANGEHOUDEN(N) THEN
                       ADD 1 TO WS-AANGEHOUDEN
                   ELSE
                       ADD 1 TO WS-TE-WISSEN
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 0021-AANHOUDEN-TOETSEN
               PERFORM 0026-AANHOUDEN-VASTLEGGEN
           END-IF.
       0021-AANHOUDEN-TOETSEN.
           MOVE "J" TO WS-BEZWAAR-VLAG.
           OPEN INPUT BEZWAAR_IN.
           IF NOT BEZWAAR-OK THEN
               IF NOT BEZWAAR-GEEN-BESTAND THEN
                   PERFORM 0093-BEZWAAR-FOUT
               END-IF
               MOVE "N" TO WS-BEZWAAR-VLAG
           END-IF.
           MOVE "J" TO WS-DIPLOMA-VLAG.
           OPEN INPUT DIPLOMA_IN.
           IF NOT DIPLOMA-OK THEN
               IF NOT DIPLOMA-GEEN-BESTAND THEN
                   PERFORM 0094-DIPLOMA-FOUT
               END-IF
               MOVE "N" TO WS-DIPLOMA-VLAG
           END-IF.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-VERZOEKEN
               MOVE SPACES TO WS-REDEN
               MOVE VT-KANDIDAAT(N) TO WS-ZOEK-KANDIDAAT
               IF BEZWAAR-AANWEZIG THEN
                   PERFORM 0022-BEZWAAR-ZOEKEN
               END-IF
               IF WS-REDEN = SPACES
                   AND DIPLOMA-AANWEZIG THEN
                   PERFORM 0024-DIPLOMA-ZOEKEN
               END-IF
               IF WS-REDEN NOT = SPACES THEN
                   MOVE "A" TO VT-OORDEEL(N)
                   MOVE WS-REDEN TO VT-REDEN(N)
                   ADD 1 TO WS-AANGEHOUDEN
               ELSE
                   MOVE "W" TO VT-OORDEEL(N)
                   MOVE SPACES TO VT-REDEN(N)
                   ADD 1 TO WS-TE-WISSEN
               END-IF
           END-PERFORM.
           IF BEZWAAR-AANWEZIG THEN
               CLOSE BEZWAAR_IN
           END-IF.
           IF DIPLOMA-AANWEZIG THEN
               CLOSE DIPLOMA_IN
           END-IF.
       0022-BEZWAAR-ZOEKEN.
           MOVE "N" TO WS-ZOEK-KLAAR.
           MOVE WS-ZOEK-KANDIDAAT TO BZ-KANDIDAAT.
           MOVE LOW-VALUES TO BZ-ZITTING.
           START BEZWAAR_IN KEY IS >= BZ-SLEUTEL.
           IF BEZWAAR-ONBEKEND THEN
               MOVE "J" TO WS-ZOEK-KLAAR
           ELSE
           IF NOT BEZWAAR-OK THEN
               PERFORM 0093-BEZWAAR-FOUT
           END-IF
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL ZOEK-KLAAR
               READ BEZWAAR_IN NEXT
                   AT END
                       MOVE "J" TO WS-ZOEK-KLAAR
               END-READ
               IF NOT ZOEK-KLAAR THEN
                   IF NOT BEZWAAR-OK THEN
                       PERFORM 0093-BEZWAAR-FOUT
                   END-IF
                   IF BZ-KANDIDAAT NOT = WS-ZOEK-KANDIDAAT THEN
                       MOVE "J" TO WS-ZOEK-KLAAR
                   ELSE
                   IF BZ-ONBESLIST
                       OR (BZ-GEGROND AND BZ-VERWERKT = SPACES) THEN
                       STRING "OPEN BEZWAAR ZITTING "
                                            DELIMITED BY SIZE
                              BZ-ZITTING    DELIMITED BY SIZE
                              INTO WS-REDEN
                       MOVE "J" TO WS-ZOEK-KLAAR
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0024-DIPLOMA-ZOEKEN.
           MOVE "N" TO WS-ZOEK-KLAAR.
           MOVE WS-ZOEK-KANDIDAAT TO DP-KANDIDAAT.
           START DIPLOMA_IN KEY IS = DP-KANDIDAAT.
           IF DIPLOMA-ONBEKEND THEN
               MOVE "J" TO WS-ZOEK-KLAAR
           ELSE
           IF NOT DIPLOMA-OK THEN
               PERFORM 0094-DIPLOMA-FOUT
           END-IF
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL ZOEK-KLAAR
               READ DIPLOMA_IN NEXT
                   AT END
                       MOVE "J" TO WS-ZOEK-KLAAR
               END-READ
               IF NOT ZOEK-KLAAR THEN
                   IF NOT DIPLOMA-OK THEN
                       PERFORM 0094-DIPLOMA-FOUT
                   END-IF
                   IF DP-KANDIDAAT NOT = WS-ZOEK-KANDIDAAT THEN
                       MOVE "J" TO WS-ZOEK-KLAAR
                   ELSE
                   IF DP-GELDIG AND DP-AFGELEVERD = SPACES THEN
                       STRING "DIPLOMA "    DELIMITED BY SIZE
                              DP-NUMMER     DELIMITED BY SIZE
                              " NIET AFGELEVERD"
                                            DELIMITED BY SIZE
                              INTO WS-REDEN
                       MOVE "J" TO WS-ZOEK-KLAAR
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0026-AANHOUDEN-VASTLEGGEN.
           OPEN OUTPUT HERSTART_IO.
           IF NOT HERSTART-OK THEN
               PERFORM 0098-HERSTART-FOUT
           END-IF.
           MOVE SPACES TO WS-HERSTART.
           MOVE "K" TO WH-SOORT.
           MOVE ZERO TO WH-STAP.
           MOVE ZERO TO WH-KANDIDAAT.
           MOVE AANTAL-VERZOEKEN TO WH-AANTAL.
           MOVE WS-VERZOEK-HASH TO WH-HASH.
           MOVE WS-HERSTART TO HERSTART-RECORD.
           WRITE HERSTART-RECORD.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-VERZOEKEN
               IF VT-AANGEHOUDEN(N) THEN
                   MOVE SPACES TO WS-HERSTART
                   MOVE "A" TO WH-SOORT
                   MOVE ZERO TO WH-STAP
                   MOVE VT-KANDIDAAT(N) TO WH-KANDIDAAT
                   MOVE ZERO TO WH-AANTAL
                   MOVE ZERO TO WH-HASH
                   MOVE VT-REDEN(N) TO WH-REDEN
                   MOVE WS-HERSTART TO HERSTART-RECORD
                   WRITE HERSTART-RECORD
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-HERSTART.
           MOVE "B" TO WH-SOORT.
           MOVE ZERO TO WH-STAP.
           MOVE ZERO TO WH-KANDIDAAT.
           MOVE ZERO TO WH-AANTAL.
           MOVE ZERO TO WH-HASH.
           MOVE WS-HERSTART TO HERSTART-RECORD.
           WRITE HERSTART-RECORD.
           CLOSE HERSTART_IO.
       0030-KANDIDATEN-VERWIJDEREN.
           PERFORM 0045-STAP-GEGEVENS.
           IF ST-IS-KLAAR(WS-STAP) THEN
               PERFORM 0068-STAP-MELDEN
           ELSE
               OPEN I-O KANDIDAAT_IO
               IF NOT KANDIDAAT-OK THEN
                   IF NOT KANDIDAAT-GEEN-BESTAND THEN
                       PERFORM 0095-KANDIDAAT-FOUT
                   END-IF
                   PERFORM 0067-NIET-AANWEZIG
               ELSE
                   PERFORM WITH TEST BEFORE
                       VARYING N FROM 1
                                 BY 1
                                 UNTIL N > AANTAL-VERZOEKEN
                       IF VT-TE-WISSEN(N) THEN
                           MOVE VT-KANDIDAAT(N) TO KM-KANDIDAAT
                           READ KANDIDAAT_IO
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           IF KANDIDAAT-OK THEN
                               MOVE N TO WS-GEVONDEN
                               MOVE KM-KANDIDAAT TO WS-WIS-SLEUTEL
                               PERFORM 0075-TELLING-VASTLEGGEN
                               DELETE KANDIDAAT_IO
                                   INVALID KEY
                                       PERFORM 0095-KANDIDAAT-FOUT
                               END-DELETE
                           ELSE
                           IF NOT KANDIDAAT-ONBEKEND THEN
                               PERFORM 0095-KANDIDAAT-FOUT
                           END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE KANDIDAAT_IO
               END-IF
               PERFORM 0076-STAP-AFMELDEN
               PERFORM 0068-STAP-MELDEN
           END-IF.
       0035-REGISTER-VERWIJDEREN.
           PERFORM 0045-STAP-GEGEVENS.
           IF ST-IS-KLAAR(WS-STAP) THEN
               PERFORM 0068-STAP-MELDEN
           ELSE
               OPEN I-O REGISTER_IO
               IF NOT REGISTER-OK THEN
                   IF NOT REGISTER-GEEN-BESTAND THEN
                       PERFORM 0096-REGISTER-FOUT
                   END-IF
                   PERFORM 0067-NIET-AANWEZIG
               ELSE
                   PERFORM WITH TEST BEFORE
                       VARYING N FROM 1
                                 BY 1
                                 UNTIL N > AANTAL-VERZOEKEN
                       IF VT-TE-WISSEN(N) THEN
                           MOVE N TO WS-GEVONDEN
                           PERFORM 0037-REGISTER-KANDIDAAT
                       END-IF
                   END-PERFORM
                   CLOSE REGISTER_IO
               END-IF
               PERFORM 0076-STAP-AFMELDEN
               PERFORM 0068-STAP-MELDEN
           END-IF.
       0037-REGISTER-KANDIDAAT.
           MOVE "N" TO WS-ZOEK-KLAAR.
           MOVE VT-KANDIDAAT(WS-GEVONDEN) TO RG-KANDIDAAT.
           MOVE LOW-VALUES TO RG-ZITTING.
           START REGISTER_IO KEY IS >= RG-SLEUTEL.
           IF REGISTER-ONBEKEND THEN
               MOVE "J" TO WS-ZOEK-KLAAR
           ELSE
           IF NOT REGISTER-OK THEN
               PERFORM 0096-REGISTER-FOUT
           END-IF
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL ZOEK-KLAAR
               READ REGISTER_IO NEXT
                   AT END
                       MOVE "J" TO WS-ZOEK-KLAAR
               END-READ
               IF NOT ZOEK-KLAAR THEN
                   IF NOT REGISTER-OK THEN
                       PERFORM 0096-REGISTER-FOUT
                   END-IF
                   IF RG-KANDIDAAT NOT = VT-KANDIDAAT(WS-GEVONDEN)
                       THEN
                       MOVE "J" TO WS-ZOEK-KLAAR
                   ELSE
                       MOVE RG-SLEUTEL TO WS-WIS-SLEUTEL
                       PERFORM 0075-TELLING-VASTLEGGEN
                       DELETE REGISTER_IO
                           INVALID KEY
                               PERFORM 0096-REGISTER-FOUT
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.
      *    de werkvoorraad heeft geen sleutel op kandidaat en wordt
      *    in zijn geheel doorlopen
       0040-WERKVOORRAAD-VERWIJDEREN.
           PERFORM 0045-STAP-GEGEVENS.
           IF ST-IS-KLAAR(WS-STAP) THEN
               PERFORM 0068-STAP-MELDEN
           ELSE
               OPEN I-O WERKVOORRAAD_IO
               IF NOT WERKVOORRAAD-OK THEN
                   IF NOT WERKVOORRAAD-GEEN-BESTAND THEN
                       PERFORM 0097-WERKVOORRAAD-FOUT
                   END-IF
                   PERFORM 0067-NIET-AANWEZIG
               ELSE
                   PERFORM WITH TEST BEFORE UNTIL WERKVOORRAAD-EOF
                       READ WERKVOORRAAD_IO NEXT
                           AT END
                               SET WERKVOORRAAD-EOF TO TRUE
                       END-READ
                       IF NOT WERKVOORRAAD-EOF THEN
                           IF NOT WERKVOORRAAD-OK THEN
                               PERFORM 0097-WERKVOORRAAD-FOUT
                           END-IF
                           MOVE ZERO TO WS-GEVONDEN
                           IF WV-KANDIDAAT IS NUMERIC THEN
                               MOVE WV-KANDIDAAT-N
                                   TO WS-ZOEK-KANDIDAAT
                               PERFORM 0048-VERZOEK-ZOEKEN
                           END-IF
                           IF WS-GEVONDEN > ZERO THEN
                               IF NOT VT-TE-WISSEN(WS-GEVONDEN) THEN
                                   MOVE ZERO TO WS-GEVONDEN
                               END-IF
                           END-IF
                           IF WS-GEVONDEN > ZERO THEN
                               MOVE WV-SLEUTEL TO WS-WIS-SLEUTEL
                               PERFORM 0075-TELLING-VASTLEGGEN
                               DELETE WERKVOORRAAD_IO
                                   INVALID KEY
                                       PERFORM 0097-WERKVOORRAAD-FOUT
                               END-DELETE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE WERKVOORRAAD_IO
               END-IF
               PERFORM 0076-STAP-AFMELDEN
               PERFORM 0068-STAP-MELDEN
           END-IF.
      *    positie = plaats van het kandidaatnummer in de regel
       0045-STAP-GEGEVENS.
           MOVE "V" TO WS-STAP-SOORT.
           MOVE ZERO TO WS-STAP-POSITIE.
           IF WS-STAP = 1 THEN
               MOVE "la10j.knd" TO WS-STAP-BESTAND
               MOVE "KANDIDAATBESTAND" TO WS-STAP-OMSCHRIJVING
           ELSE
           IF WS-STAP = 2 THEN
               MOVE "la10c.reg" TO WS-STAP-BESTAND
               MOVE "KANDIDATENREGISTER" TO WS-STAP-OMSCHRIJVING
           ELSE
           IF WS-STAP = 3 THEN
               MOVE "la10n.wvr" TO WS-STAP-BESTAND
               MOVE "WERKVOORRAAD" TO WS-STAP-OMSCHRIJVING
           ELSE
           IF WS-STAP = 4 THEN
               MOVE "la10j.mut" TO WS-STAP-BESTAND
               MOVE "MUTATIES KANDIDAAT" TO WS-STAP-OMSCHRIJVING
               MOVE "M" TO WS-STAP-SOORT
               MOVE 19 TO WS-STAP-POSITIE
           ELSE
           IF WS-STAP = 5 THEN
               MOVE "la10c.mut" TO WS-STAP-BESTAND
               MOVE "MUTATIES REGISTER" TO WS-STAP-OMSCHRIJVING
               MOVE "M" TO WS-STAP-SOORT
               MOVE 17 TO WS-STAP-POSITIE
           ELSE
           IF WS-STAP = 6 THEN
               MOVE "la10h.rej" TO WS-STAP-BESTAND
               MOVE "AFKEUR SAMENVOEGEN" TO WS-STAP-OMSCHRIJVING
               MOVE 11 TO WS-STAP-POSITIE
           ELSE
           IF WS-STAP = 7 THEN
               MOVE "la10d.rej" TO WS-STAP-BESTAND
               MOVE "AFKEUR VALIDATIE" TO WS-STAP-OMSCHRIJVING
               MOVE 4 TO WS-STAP-POSITIE
           ELSE
               MOVE "la10b.exc" TO WS-STAP-BESTAND
               MOVE "UITZONDERINGEN" TO WS-STAP-OMSCHRIJVING
               MOVE 26 TO WS-STAP-POSITIE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF STAP-MASKEREN THEN
               MOVE "GEMASKEERD" TO WS-STAP-ACTIE
           ELSE
               MOVE "VERWIJDERD" TO WS-STAP-ACTIE
           END-IF.
      *    zoekt WS-ZOEK-KANDIDAAT in de verzoektabel; WS-GEVONDEN
      *    blijft 0 als hij er niet in staat
       0048-VERZOEK-ZOEKEN.
           MOVE ZERO TO WS-GEVONDEN.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-VERZOEKEN
                            OR WS-GEVONDEN > ZERO
               IF VT-KANDIDAAT(N) = WS-ZOEK-KANDIDAAT THEN
                   MOVE N TO WS-GEVONDEN
               END-IF
           END-PERFORM.
       0050-BESTAND-WISSEN.
           PERFORM 0045-STAP-GEGEVENS.
           PERFORM 0052-NAMEN-OPBOUWEN.
           PERFORM 0054-HERSTEL-TOETSEN.
           IF HERSTEL-NODIG THEN
               MOVE SPACES TO WS-PRINT-REGEL
               STRING WS-LEVEND-BESTAND(1:20)
                                       DELIMITED BY SIZE
                      " ONVOLTOOIDE WISSEL, HERSTELD UIT .nieuw"
                                       DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               PERFORM 0064-LEVEND-HERSCHRIJVEN
               PERFORM 0066-NIEUW-OPSCHONEN
               IF NOT ST-IS-KLAAR(WS-STAP) THEN
                   PERFORM 0076-STAP-AFMELDEN
               END-IF
           END-IF.
           IF ST-IS-KLAAR(WS-STAP) THEN
               PERFORM 0068-STAP-MELDEN
           ELSE
               OPEN INPUT LEVEND_IO
               IF NOT LEVEND-OK THEN
                   IF NOT LEVEND-GEEN-BESTAND THEN
                       DISPLAY "LEVEND BESTAND NIET BRUIKBAAR : "
                           LEVEND-STATUS UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "LEVEND_IO STATUS " LEVEND-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
                   PERFORM 0067-NIET-AANWEZIG
                   PERFORM 0076-STAP-AFMELDEN
                   PERFORM 0068-STAP-MELDEN
               ELSE
                   PERFORM 0056-STAP-HEROPENEN
                   MOVE ZERO TO WS-BESTAND-GELEZEN
                   MOVE ZERO TO WS-BESTAND-BEHOUDEN
                   MOVE ZERO TO WS-BESTAND-BEWERKT
                   MOVE ZERO TO WS-BESTAND-GESCHREVEN
                   OPEN OUTPUT NIEUW_IO
                   PERFORM WITH TEST BEFORE UNTIL LEVEND-EOF
                       READ LEVEND_IO
                           AT END
                               SET LEVEND-EOF TO TRUE
                       END-READ
                       IF NOT LEVEND-EOF THEN
                           IF LEVEND-OK THEN
                               ADD 1 TO WS-BESTAND-GELEZEN
                               PERFORM 0057-REGEL-WISSEN
                           ELSE
                               DISPLAY "SOME ERROR OCCURED : "
                                   LEVEND-STATUS UPON STDERR
                               MOVE SPACES TO WS-ABEND-REDEN
                               STRING "LEVEND_IO STATUS "
                                   LEVEND-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-ABEND-REDEN
                               CALL "ABEND" USING
                                   WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE LEVEND_IO NIEUW_IO
                   PERFORM 0060-BALANS-BESTAND
                   PERFORM 0072-TELLINGEN-VASTLEGGEN
                   PERFORM 0062-NIEUW-AFSLUITEN
                   PERFORM 0076-STAP-AFMELDEN
                   PERFORM 0064-LEVEND-HERSCHRIJVEN
                   PERFORM 0066-NIEUW-OPSCHONEN
                   PERFORM 0068-STAP-MELDEN
               END-IF
           END-IF.
       0052-NAMEN-OPBOUWEN.
           MOVE SPACES TO WS-NIEUW-BESTAND.
           STRING TRIM(WS-LEVEND-BESTAND) DELIMITED BY SIZE
                  ".nieuw"                DELIMITED BY SIZE
                  INTO WS-NIEUW-BESTAND.
       0054-HERSTEL-TOETSEN.
           MOVE "N" TO WS-HERSTEL-VLAG.
           MOVE "N" TO WS-TRAILER-VLAG.
           MOVE "J" TO WS-NIEUW-GELDIG.
           MOVE ZERO TO WS-NIEUW-AANTAL.
           MOVE ZERO TO WS-TRAILER-AANTAL.
           OPEN INPUT NIEUW_IO.
           IF NIEUW-OK THEN
               PERFORM WITH TEST BEFORE UNTIL NIEUW-EOF
                   READ NIEUW_IO
                       AT END
                           SET NIEUW-EOF TO TRUE
                   END-READ
                   IF NOT NIEUW-EOF THEN
                       IF NIEUW-OK THEN
                           PERFORM 0055-NIEUWREGEL-TOETSEN
                       ELSE
                           DISPLAY "SOME ERROR OCCURED : "
                               NIEUW-STATUS UPON STDERR
                           MOVE SPACES TO WS-ABEND-REDEN
                           STRING "NIEUW_IO STATUS " NIEUW-STATUS
                               DELIMITED BY SIZE INTO WS-ABEND-REDEN
                           CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                               WS-ABEND-REDEN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NIEUW_IO
               IF NIEUW-GELDIG
                   AND TRAILER-AANWEZIG
                   AND WS-NIEUW-AANTAL = WS-TRAILER-AANTAL THEN
                   MOVE "J" TO WS-HERSTEL-VLAG
               ELSE
                   IF WS-NIEUW-AANTAL > ZERO
                       OR TRAILER-AANWEZIG THEN
                       MOVE SPACES TO WS-PRINT-REGEL
                       STRING WS-LEVEND-BESTAND(1:20)
                                               DELIMITED BY SIZE
                              " ONVOLLEDIG TUSSENBESTAND VERWORPEN,"
                                               DELIMITED BY SIZE
                              " LEVEND BESTAND ONAANGETAST"
                                               DELIMITED BY SIZE
                              INTO WS-PRINT-REGEL
                       PERFORM 8000-VERSLAG-SCHRIJVEN
                   END-IF
               END-IF
           END-IF.
       0055-NIEUWREGEL-TOETSEN.
           IF TRAILER-AANWEZIG THEN
               MOVE "N" TO WS-NIEUW-GELDIG
           END-IF.
           IF NIEUW-SIZE = 28
               AND NIEUW-RECORD(1:20) = WS-TRAILER-KENMERK THEN
               MOVE "J" TO WS-TRAILER-VLAG
               MOVE NIEUW-RECORD(22:7) TO WS-TRAILER-AANTAL-X
               IF WS-TRAILER-AANTAL-X IS NOT NUMERIC THEN
                   MOVE "N" TO WS-NIEUW-GELDIG
               END-IF
           ELSE
               ADD 1 TO WS-NIEUW-AANTAL
           END-IF.
      *    een stap die opnieuw wordt uitgevoerd begint met lege
      *    tellingen; tellingen uit een afgebroken splitsing vervallen
       0056-STAP-HEROPENEN.
           MOVE SPACES TO WS-HERSTART.
           MOVE "R" TO WH-SOORT.
           MOVE WS-STAP TO WH-STAP.
           MOVE ZERO TO WH-KANDIDAAT.
           MOVE ZERO TO WH-AANTAL.
           MOVE ZERO TO WH-HASH.
           PERFORM 0078-HERSTART-SCHRIJVEN.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-VERZOEKEN
               MOVE ZERO TO VT-AANTAL(N, WS-STAP)
           END-PERFORM.
       0057-REGEL-WISSEN.
           MOVE ZERO TO WS-GEVONDEN.
           IF LEVEND-SIZE >= WS-STAP-POSITIE + 6 THEN
               MOVE LEVEND-RECORD(WS-STAP-POSITIE:7)
                   TO WS-REGEL-KANDIDAAT
               IF WS-REGEL-KANDIDAAT IS NUMERIC THEN
                   MOVE WS-REGEL-KANDIDAAT-N TO WS-ZOEK-KANDIDAAT
                   PERFORM 0048-VERZOEK-ZOEKEN
               END-IF
           END-IF.
           IF WS-GEVONDEN > ZERO THEN
               IF NOT VT-TE-WISSEN(WS-GEVONDEN) THEN
                   MOVE ZERO TO WS-GEVONDEN
               END-IF
           END-IF.
           IF WS-GEVONDEN = ZERO THEN
               ADD 1 TO WS-BESTAND-BEHOUDEN
               ADD 1 TO WS-BESTAND-GESCHREVEN
               MOVE LEVEND-SIZE TO NIEUW-SIZE
               MOVE LEVEND-RECORD TO NIEUW-RECORD
               WRITE NIEUW-RECORD
           ELSE
               ADD 1 TO WS-BESTAND-BEWERKT
               ADD 1 TO VT-AANTAL(WS-GEVONDEN, WS-STAP)
               IF STAP-MASKEREN THEN
                   PERFORM 0058-REGEL-MASKEREN
                   ADD 1 TO WS-BESTAND-GESCHREVEN
                   MOVE LEVEND-SIZE TO NIEUW-SIZE
                   MOVE WS-REGEL TO NIEUW-RECORD
                   WRITE NIEUW-RECORD
               END-IF
           END-IF.
      *    la10j.mut: nummer, naam, straat, plaats en geboortedatum in
      *    het recordbeeld; la10c.mut: nummer en de nummers in het
      *    oude en nieuwe registerbeeld
       0058-REGEL-MASKEREN.
           MOVE SPACES TO WS-REGEL.
           MOVE LEVEND-RECORD TO WS-REGEL.
           MOVE "0000000" TO WS-REGEL(WS-STAP-POSITIE:7).
           IF WS-STAP = 4 THEN
               IF LEVEND-SIZE > 25 THEN
                   MOVE "GEWIST" TO WS-REGEL(26:30)
                   MOVE SPACES TO WS-REGEL(56:58)
                   IF LEVEND-SIZE < 31 THEN
                       MOVE 31 TO LEVEND-SIZE
                   END-IF
               END-IF
           ELSE
               IF WS-REGEL(25:7) = WS-REGEL-KANDIDAAT THEN
                   MOVE "0000000" TO WS-REGEL(25:7)
               END-IF
               IF WS-REGEL(72:7) = WS-REGEL-KANDIDAAT THEN
                   MOVE "0000000" TO WS-REGEL(72:7)
               END-IF
           END-IF.
       0060-BALANS-BESTAND.
           COMPUTE WS-BALANS-VERSCHIL = WS-BESTAND-GELEZEN
               - WS-BESTAND-BEHOUDEN - WS-BESTAND-BEWERKT.
           IF STAP-MASKEREN THEN
               IF WS-BESTAND-GESCHREVEN NOT = WS-BESTAND-GELEZEN THEN
                   ADD 1 TO WS-BALANS-VERSCHIL
               END-IF
           ELSE
               IF WS-BESTAND-GESCHREVEN NOT = WS-BESTAND-BEHOUDEN
                   THEN
                   ADD 1 TO WS-BALANS-VERSCHIL
               END-IF
           END-IF.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING WS-LEVEND-BESTAND(1:20)
                                      DELIMITED BY SIZE
                  " GELEZEN "         DELIMITED BY SIZE
                  WS-BESTAND-GELEZEN  DELIMITED BY SIZE
                  " BEHOUDEN "        DELIMITED BY SIZE
                  WS-BESTAND-BEHOUDEN DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-STAP-ACTIE       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-BESTAND-BEWERKT  DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF WS-BALANS-VERSCHIL NOT = ZERO THEN
               MOVE "*** UIT BALANS, LEVEND BESTAND ONGEMOEID ***"
                   TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               DISPLAY "WISSING UIT BALANS : "
                   WS-LEVEND-BESTAND UPON STDERR
               MOVE "WISSING UIT BALANS" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0062-NIEUW-AFSLUITEN.
           MOVE SPACES TO WS-TRAILER-REGEL.
           STRING WS-TRAILER-KENMERK    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-BESTAND-GESCHREVEN DELIMITED BY SIZE
                  INTO WS-TRAILER-REGEL.
           OPEN EXTEND NIEUW_IO.
           IF NOT NIEUW-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "NIEUW_IO STATUS " NIEUW-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           MOVE 28 TO NIEUW-SIZE.
           MOVE WS-TRAILER-REGEL TO NIEUW-RECORD.
           WRITE NIEUW-RECORD.
           CLOSE NIEUW_IO.
       0064-LEVEND-HERSCHRIJVEN.
           OPEN INPUT NIEUW_IO.
           IF NOT NIEUW-OK THEN
               MOVE SPACES TO WS-ABEND-REDEN
               STRING "NIEUW_IO STATUS " NIEUW-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
           OPEN OUTPUT LEVEND_IO.
           PERFORM WITH TEST BEFORE UNTIL NIEUW-EOF
               READ NIEUW_IO
                   AT END
                       SET NIEUW-EOF TO TRUE
               END-READ
               IF NOT NIEUW-EOF THEN
                   IF NIEUW-OK THEN
                       IF NIEUW-SIZE = 28
                           AND NIEUW-RECORD(1:20)
                               = WS-TRAILER-KENMERK THEN
                           CONTINUE
                       ELSE
                           MOVE NIEUW-SIZE TO LEVEND-SIZE
                           MOVE NIEUW-RECORD TO LEVEND-RECORD
                           WRITE LEVEND-RECORD
                       END-IF
                   ELSE
                       DISPLAY "SOME ERROR OCCURED : " NIEUW-STATUS
                           UPON STDERR
                       MOVE SPACES TO WS-ABEND-REDEN
                       STRING "NIEUW_IO STATUS " NIEUW-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-REDEN
                       CALL "ABEND" USING WS-ABEND-PROGRAM-ID
                           WS-ABEND-REDEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE NIEUW_IO LEVEND_IO.
       0066-NIEUW-OPSCHONEN.
           OPEN OUTPUT NIEUW_IO.
           CLOSE NIEUW_IO.
       0067-NIET-AANWEZIG.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING WS-STAP-BESTAND     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-STAP-OMSCHRIJVING
                                      DELIMITED BY SIZE
                  " NIET AANWEZIG, OVERGESLAGEN"
                                      DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0068-STAP-MELDEN.
           MOVE ZERO TO ST-TOTAAL(WS-STAP).
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-VERZOEKEN
               ADD VT-AANTAL(N, WS-STAP) TO ST-TOTAAL(WS-STAP)
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-REGEL.
           STRING WS-STAP-BESTAND     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-STAP-OMSCHRIJVING
                                      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-STAP-ACTIE       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ST-TOTAAL(WS-STAP)  DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
       0070-VERKLARING.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE "VERKLARING VAN WISSING PER KANDIDAAT"
               TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE "TRENDBESTAND EN STATISTISCHE TOTALEN ONGEMOEID"
               TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-VERZOEKEN
               IF VT-TE-WISSEN(N) THEN
                   MOVE N TO WS-GEVONDEN
                   PERFORM 0071-VERKLARING-KANDIDAAT
               END-IF
           END-PERFORM.
           IF WS-AANGEHOUDEN > ZERO THEN
               MOVE "AANGEHOUDEN, NIET GEWIST" TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               PERFORM WITH TEST BEFORE
                   VARYING N FROM 1
                             BY 1
                             UNTIL N > AANTAL-VERZOEKEN
                   IF VT-AANGEHOUDEN(N) THEN
                       STRING "    KANDIDAAT "  DELIMITED BY SIZE
                              VT-KANDIDAAT(N)   DELIMITED BY SIZE
                              "  VERZOEKDATUM " DELIMITED BY SIZE
                              VT-DATUM(N)       DELIMITED BY SIZE
                              "  "              DELIMITED BY SIZE
                              VT-REDEN(N)       DELIMITED BY SIZE
                              INTO WS-PRINT-REGEL
                       PERFORM 8000-VERSLAG-SCHRIJVEN
                   END-IF
               END-PERFORM
           END-IF.
      *    de stappen worden per kandidaat in de volgorde van
      *    verwerking afgedrukt; WS-STAP wordt daarvoor hergebruikt
       0071-VERKLARING-KANDIDAAT.
           IF VT-GROND(WS-GEVONDEN) = "V" THEN
               MOVE "VERZOEK VAN DE KANDIDAAT" TO WS-REDEN
           ELSE
               MOVE "BEWAARTERMIJN VERSTREKEN" TO WS-REDEN
           END-IF.
           STRING "KANDIDAAT "             DELIMITED BY SIZE
                  VT-KANDIDAAT(WS-GEVONDEN)
                                           DELIMITED BY SIZE
                  "  GROND "               DELIMITED BY SIZE
                  WS-REDEN                 DELIMITED BY SIZE
                  "  VERZOEKDATUM "        DELIMITED BY SIZE
                  VT-DATUM(WS-GEVONDEN)    DELIMITED BY SIZE
                  "  GEWIST OP "           DELIMITED BY SIZE
                  WS-VANDAAG               DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE ZERO TO WS-KANDIDAAT-TOTAAL.
           PERFORM WITH TEST BEFORE
               VARYING K FROM 1
                         BY 1
                         UNTIL K > 8
               MOVE K TO WS-STAP
               PERFORM 0045-STAP-GEGEVENS
               ADD VT-AANTAL(WS-GEVONDEN, K) TO WS-KANDIDAAT-TOTAAL
               STRING "    "               DELIMITED BY SIZE
                      WS-STAP-BESTAND      DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WS-STAP-OMSCHRIJVING DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WS-STAP-ACTIE        DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      VT-AANTAL(WS-GEVONDEN, K)
                                           DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           END-PERFORM.
           IF WS-KANDIDAAT-TOTAAL = ZERO THEN
               ADD 1 TO WS-NIETS-AANGETROFFEN
               MOVE "    GEEN GEGEVENS VAN DEZE KANDIDAAT AANGETROFFEN"
                   TO WS-PRINT-REGEL
           ELSE
               STRING "    TOTAAL GEWIST OF GEMASKEERD "
                                           DELIMITED BY SIZE
                      WS-KANDIDAAT-TOTAAL  DELIMITED BY SIZE
                      INTO WS-PRINT-REGEL
           END-IF.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "    VOOR AKKOORD FUNCTIONARIS GEGEVENSBESCHERMING : "
                                           DELIMITED BY SIZE
                  "______________________   DATUM : __________"
                                           DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
      *    na de verwerking van elke sequentiele stap worden de
      *    tellingen per kandidaat vastgelegd, voor de sluitregel van
      *    het tussenbestand wordt geschreven
       0072-TELLINGEN-VASTLEGGEN.
           PERFORM WITH TEST BEFORE
               VARYING N FROM 1
                         BY 1
                         UNTIL N > AANTAL-VERZOEKEN
               IF VT-AANTAL(N, WS-STAP) > ZERO THEN
                   MOVE SPACES TO WS-HERSTART
                   MOVE "T" TO WH-SOORT
                   MOVE WS-STAP TO WH-STAP
                   MOVE VT-KANDIDAAT(N) TO WH-KANDIDAAT
                   MOVE VT-AANTAL(N, WS-STAP) TO WH-AANTAL
                   MOVE ZERO TO WH-HASH
                   PERFORM 0078-HERSTART-SCHRIJVEN
               END-IF
           END-PERFORM.
      *    een te verwijderen record van kandidaat WS-GEVONDEN wordt
      *    met zijn sleutel (WS-WIS-SLEUTEL) vastgelegd voordat het
      *    wordt verwijderd; heeft de afgebroken run de sleutel al
      *    vastgelegd, dan is het record al geteld
       0075-TELLING-VASTLEGGEN.
           MOVE "N" TO WS-SLEUTEL-VLAG.
           PERFORM WITH TEST BEFORE
               VARYING WS-SLEUTEL-NR FROM 1
                         BY 1
                         UNTIL WS-SLEUTEL-NR > AANTAL-WISSLEUTELS
                            OR SLEUTEL-VASTGELEGD
               IF WT-STAP(WS-SLEUTEL-NR) = WS-STAP
                   AND WT-SLEUTEL(WS-SLEUTEL-NR) = WS-WIS-SLEUTEL THEN
                   MOVE "J" TO WS-SLEUTEL-VLAG
               END-IF
           END-PERFORM.
           IF NOT SLEUTEL-VASTGELEGD THEN
               ADD 1 TO VT-AANTAL(WS-GEVONDEN, WS-STAP)
               MOVE SPACES TO WS-HERSTART
               MOVE "T" TO WH-SOORT
               MOVE WS-STAP TO WH-STAP
               MOVE VT-KANDIDAAT(WS-GEVONDEN) TO WH-KANDIDAAT
               MOVE 1 TO WH-AANTAL
               MOVE ZERO TO WH-HASH
               MOVE WS-WIS-SLEUTEL TO WH-REDEN
               PERFORM 0078-HERSTART-SCHRIJVEN
           END-IF.
       0076-STAP-AFMELDEN.
           MOVE SPACES TO WS-HERSTART.
           MOVE "S" TO WH-SOORT.
           MOVE WS-STAP TO WH-STAP.
           MOVE ZERO TO WH-KANDIDAAT.
           MOVE ZERO TO WH-AANTAL.
           MOVE ZERO TO WH-HASH.
           PERFORM 0078-HERSTART-SCHRIJVEN.
           MOVE "J" TO ST-KLAAR(WS-STAP).
      *    het herstartbestand wordt per regel geopend en gesloten,
      *    zodat elke regel bij een abend bewaard is
       0078-HERSTART-SCHRIJVEN.
           OPEN EXTEND HERSTART_IO.
           IF NOT HERSTART-OK THEN
               OPEN OUTPUT HERSTART_IO
               IF NOT HERSTART-OK THEN
                   PERFORM 0098-HERSTART-FOUT
               END-IF
           END-IF.
           MOVE WS-HERSTART TO HERSTART-RECORD.
           WRITE HERSTART-RECORD.
           CLOSE HERSTART_IO.
       0080-BALANS-CONTROLE.
           MOVE SPACES TO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           COMPUTE WS-BALANS-VERSCHIL = WS-GELEZEN
               - WS-TE-WISSEN - WS-AANGEHOUDEN - WS-GEWEIGERD.
           IF AANTAL-VERZOEKEN NOT = WS-TE-WISSEN + WS-AANGEHOUDEN
               THEN
               ADD 1 TO WS-BALANS-VERSCHIL
           END-IF.
           STRING "VERZOEKEN GELEZEN       : " DELIMITED BY SIZE
                  WS-GELEZEN                   DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "GEWIST                  : " DELIMITED BY SIZE
                  WS-TE-WISSEN                 DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "  WAARVAN NIETS GEVONDEN: " DELIMITED BY SIZE
                  WS-NIETS-AANGETROFFEN        DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "AANGEHOUDEN             : " DELIMITED BY SIZE
                  WS-AANGEHOUDEN               DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           STRING "GEWEIGERD               : " DELIMITED BY SIZE
                  WS-GEWEIGERD                 DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
           IF WS-BALANS-VERSCHIL = ZERO THEN
               MOVE "BALANS IN ORDE" TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
           ELSE
               MOVE "*** UIT BALANS, GEEN VRIJGAVE ***"
                   TO WS-PRINT-REGEL
               PERFORM 8000-VERSLAG-SCHRIJVEN
               DISPLAY "WISSING UIT BALANS" UPON STDERR
               MOVE "WISSING UIT BALANS" TO WS-ABEND-REDEN
               CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN
           END-IF.
       0093-BEZWAAR-FOUT.
           DISPLAY "SOME ERROR OCCURED : " BEZWAAR-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "BEZWAAR_IN STATUS " BEZWAAR-STATUS
               DELIMITED BY SIZE INTO WS-ABEND-REDEN.
           CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN.
       0094-DIPLOMA-FOUT.
           DISPLAY "SOME ERROR OCCURED : " DIPLOMA-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "DIPLOMA_IN STATUS " DIPLOMA-STATUS
               DELIMITED BY SIZE INTO WS-ABEND-REDEN.
           CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN.
       0095-KANDIDAAT-FOUT.
           DISPLAY "SOME ERROR OCCURED : " KANDIDAAT-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "KANDIDAAT_IO STATUS " KANDIDAAT-STATUS
               DELIMITED BY SIZE INTO WS-ABEND-REDEN.
           CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN.
       0096-REGISTER-FOUT.
           DISPLAY "SOME ERROR OCCURED : " REGISTER-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "REGISTER_IO STATUS " REGISTER-STATUS
               DELIMITED BY SIZE INTO WS-ABEND-REDEN.
           CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN.
       0097-WERKVOORRAAD-FOUT.
           DISPLAY "SOME ERROR OCCURED : " WERKVOORRAAD-STATUS
               UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "WERKVOORRAAD_IO STATUS " WERKVOORRAAD-STATUS
               DELIMITED BY SIZE INTO WS-ABEND-REDEN.
           CALL "ABEND" USING WS-ABEND-PROGRAM-ID WS-ABEND-REDEN.
       0098-HERSTART-FOUT.
           DISPLAY "HERSTARTBESTAND NIET BRUIKBAAR : "
               HERSTART-STATUS UPON STDERR.
           MOVE SPACES TO WS-ABEND-REDEN.
           STRING "HERSTART_IO ONBRUIKBAAR, STATUS " HERSTART-STATUS
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
           STRING "LA10W    VERKLARING GEGEVENSWISSING"
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
           STRING "*** EINDE VERSLAG LA10W"
                                   DELIMITED BY SIZE
                  " GELEZEN "      DELIMITED BY SIZE
                  WS-GELEZEN       DELIMITED BY SIZE
                  " GEWIST "       DELIMITED BY SIZE
                  WS-TE-WISSEN     DELIMITED BY SIZE
                  " AANGEHOUDEN "  DELIMITED BY SIZE
                  WS-AANGEHOUDEN   DELIMITED BY SIZE
                  " ***"           DELIMITED BY SIZE
                  INTO WS-PRINT-REGEL.
           PERFORM 8000-VERSLAG-SCHRIJVEN.
