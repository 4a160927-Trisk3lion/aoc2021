      *>         REPLACING ==:PREFIX:== BY ==LC==.
      *>
      *> ALLVAR: INFO, VARN or KRIT. STATUS: OPPEN, KVITTERAD or
      *> ESKALERAD. PLATS is the site code of the raising run (see
      *> PLATS.cpy) - blank on rows from before sites were kept
      *> apart.
       01 :PREFIX:-LARM-REC.
          05 :PREFIX:-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-KVITTERAD-AV PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-NOTERING PIC X(30).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-PLATS PIC X(4).
