      *> Returregistret for bingoutbetalningarna (bingo_returer.txt).
      *> BINGORETUR lagger en RETUR-rad for varje betalning banken
      *> skickat tillbaka, matchad mot sin DET-post i betalfilen
      *> (lopnummer, kallnummer och belopp), med kontot som
      *> betalningen gick till och bankens orsak. BINGOBET lagger en
      *> HALLEN-rad for varje ny utbetalning till en agare vars
      *> konto star i RETUR, och betalar ut raderna pa nytt i nasta
      *> betalfil nar BINGOKONTO aktiverat ett rattat konto -
      *> STATUS gar da fran OPPEN till ATERUTB med den nya
      *> betalfilens lopnummer och datum. En utbetalning till ett
      *> konto som andrats inom karenstiden bokas KARENS och
      *> betalas forst nar en operator slappt den via BINGOSLAPP
      *> (STATUS SLAPPT, med signatur och datum). Bara
      *> faltprefixet anges av anroparen:
      *>
      *>     COPY "BINGORETUR-REC.cpy"
      *>         REPLACING ==:PREFIX:== BY ==RR==.
       01 :PREFIX:-RETUR-REC.
          05 :PREFIX:-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-TYP PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-SEKVENS PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-KALLA-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-BELOPP-ORE PIC 9(11).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-CLEARING PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-KONTO PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-ORSAK PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-STATUS PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-ATER-SEKVENS PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-ATER-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-SLAPPT-AV PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-SLAPPT-DATUM PIC 9(8).
