      *> Shared run-audit record for the suite's programs. Every
      *> program fills one of these at end of run and hands it to
      *> KORNAUDIT, which stores it in the common indexed audit
      *> korningsaudit.dat (see KORNINGSINDEX-REC.cpy): which input
      *> file the run was actually given, the parameters in effect,
      *> how many records came in, were rejected and were written,
      *> and the return code. AUDITRAPP answers "what exactly did
      *> that run process?" from this store. PLATS is the site
      *> code the run was made for (see PLATS.cpy); KORNAUDIT fills
      *> it from the environment when the caller leaves it blank.
      *> Only the field prefix is supplied by the caller:
      *>
      *>     COPY "KORNINGSAUDIT-REC.cpy"
      *>         REPLACING ==:PREFIX:== BY ==RA==.
      *>     ...
      *>     CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
       01 :PREFIX:-KORNINGSAUDIT-REC.
          05 :PREFIX:-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-RETURKOD PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-KLOCKSLAG PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-PLATS PIC X(4).
