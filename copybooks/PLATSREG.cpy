      *> Platsregistret i minnet, med varje plats filnamnsprefix
      *> fardigbyggt som i PLATS-LAS.cpy. Fylls av PLATSREG-LAS.cpy;
      *> programmet deklarerar sjalv
      *>
      *>     SELECT PLATSREG-FIL ASSIGN "batch/platsregister.txt"
      *>     ORGANIZATION IS LINE SEQUENTIAL
      *>      FILE STATUS IS PLATSREG-FILESTATUS.
       01 PLATSREG-FILESTATUS PIC XX.

       01 PLATSREG-SLUT-SW PIC 9 VALUE ZERO.
          88 PLATSREG-SLUT VALUE 1.

       01 PLATSREG-ANTAL PIC 9(2) VALUE ZERO.
       01 PLATSREG-POS PIC 9(2).

       01 PLATSREG-TABELL.
          05 PLATSREG-RAD OCCURS 20 TIMES.
             10 PT-KOD PIC X(4).
             10 PT-NAMN PIC X(30).
             10 PT-PREFIX PIC X(5).
