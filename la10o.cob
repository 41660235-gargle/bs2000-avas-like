       DATA DIVISION.
       FILE SECTION.
       FD  REGMUTATIE_IN
           RECORD CONTAINS 117 CHARACTERS.
       01  REGMUTATIE-RECORD.
           02  RM-TIJDSTIP.
               03  RM-DATUM                       PIC X(8).
           02  FILLER                             PIC X.
           02  RM-KANDIDAAT                       PIC 9(7).
           02  FILLER                             PIC X.
           02  RM-OUD                             PIC X(46).
           02  FILLER                             PIC X.
           02  RM-NIEUW                           PIC X(46).
       FD  VERSLAG_UIT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERSLAG-REGEL                          PIC X(132).
