      *> Dagsstatusen for livsuppehallet i livsstod_status.txt.
      *> BINARY2 lagger en STATUS-rad per korning med nattens
      *> syre- och koldioxidbetyg bedomda mot granstabellen
      *> (livsstod_granser.txt): GRON inom granserna, GUL inom
      *> marginalen fran en grans, ROD utanfor. En DRIFT-operator
      *> kan via LIVSSTOD lagga en OVERRIDE-rad for dagen, och DIVE
      *> och DIVE2 vagrar segla pa en ROD dag utan en OVERRIDE efter
      *> dagens senaste STATUS-rad. Bara faltprefixet anges av
      *> anroparen:
      *>
      *>     COPY "LIVSSTOD-REC.cpy"
      *>         REPLACING ==:PREFIX:== BY ==LS==.
       01 :PREFIX:-LIVSSTOD-REC.
          05 :PREFIX:-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-TYP PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-OXYGEN PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-OX-STATUS PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-CO2 PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-CO2-STATUS PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-STATUS PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-OPERATOR PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-KLOCKSLAG PIC 9(6).
