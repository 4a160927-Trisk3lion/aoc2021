      *> Shared record for the master-file journal masterjournal.txt,
      *> written by JOURNAL and read by ATERRULLA. One row per step
      *> of a full master rewrite: OPPEN when the before-image has
      *> been taken (FORE J) or the master did not exist yet
      *> (FORE N), KLAR when the rewrite has been closed, and ATERST
      *> when an uncommitted rewrite was rolled back. The latest row
      *> per master decides its state. The before-image is kept as
      *> journal/<master>.fore. The journal is shared by all sites;
      *> PLATS is the site code of the run that wrote the row (blank
      *> for the original site and for rows from before the column
      *> existed), so that ATERRULLA only rolls back its own site's
      *> rewrites. Only the field prefix is supplied by the caller:
      *>
      *>     COPY "MASTERJOURNAL-REC.cpy"
      *>         REPLACING ==:PREFIX:== BY ==MJ==.
       01 :PREFIX:-MASTERJOURNAL-REC.
          05 :PREFIX:-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-KLOCKSLAG PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-PROGRAM PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-STATUS PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-FORE PIC X.
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-MASTER PIC X(40).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-PLATS PIC X(4).
