      *    geen abend in het operations audit bestand staat geldt
      *    als mogelijk nog actief en wordt eveneens geweigerd. Bij
      *    herstart na een storing wijst de vrijgave daarmee vanzelf
      *    de eerste onvoltooide stap aan. Het vrijgavebestand
      *    bevat ook het starttijdstip van de lopende cyclus; de
      *    ketenprogramma's weigeren daarmee overdrachtsbestanden
      *    waarvan het koprecord uit een eerdere cyclus stamt.
      *
      *    To compile, type make, or use
      *
           RECORD CONTAINS 80 CHARACTERS.
       01  OPS_AUDIT-RECORD                       PIC X(80).
       FD  VRIJGAVE_UIT
           RECORD CONTAINS 27 CHARACTERS.
       01  VRIJGAVE-RECORD.
           02  VG-STAP                            PIC 99.
           02  FILLER                             PIC X.
           02  VG-PROGRAM                         PIC X(8).
           02  FILLER                             PIC X.
           02  VG-CYCLUS-START                    PIC X(15).
       WORKING-STORAGE SECTION.
       77  KETEN_IN-STATUS                        PIC XX.
           88  KETEN_IN-OK                        VALUE "00".
           MOVE SPACES TO VRIJGAVE-RECORD.
           MOVE KT-STAP(N) TO VG-STAP.
           MOVE KT-PROGRAM(N) TO VG-PROGRAM.
           MOVE KT-START-TIJD(1) TO VG-CYCLUS-START.
           WRITE VRIJGAVE-RECORD.
           DISPLAY "VRIJGEGEVEN : STAP " KT-STAP(N) " "
               KT-PROGRAM(N) UPON TERM.
