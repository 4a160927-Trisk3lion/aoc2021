      *> Prisfondsmastern bingo_fond.txt: en rad med fondens
      *> disponibla saldo i ore (elva siffror med tva underforstadda
      *> decimaler), senaste bokforingsdatum och returskulden -
      *> utbetalningar som banken skickat tillbaka och som fonden
      *> haller for agaren tills de betalats ut pa nytt. BINGO2
      *> provar och debiterar bara saldot; returskulden ar inte
      *> disponibel for nya priser. En master fran fore returskulden
      *> har inget sadant falt - da ar skulden noll. Bara
      *> faltprefixet anges av anroparen:
      *>
      *>     COPY "BINGOFOND-REC.cpy"
      *>         REPLACING ==:PREFIX:== BY ==FD==.
       01 :PREFIX:-FOND-REC.
          05 :PREFIX:-SALDO PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-RETURSKULD PIC 9(9)V9(2).
