      *> Andringshistoriken for agarnas konton
      *> (bingo_kontohistorik.txt). BINGOKONTO lagger en rad per
      *> transaktion som ror ett konto, med kontot fore och efter
      *> andringen och vem som gjort den och nar. NY och UTG galler
      *> direkt och bokas GODKAND. En AND bokas VANTAR och galler
      *> forst nar en andra operator bekraftat den med GOD - da blir
      *> raden GODKAND med bekraftarens signatur och datum; MAK
      *> drar tillbaka en vantande andring (MAKULERAD). BINGOBET
      *> laser GODK-DATUM pa de godkanda AND-raderna for
      *> karenstiden. Bara faltprefixet anges av anroparen:
      *>
      *>     COPY "KONTOANDRING-REC.cpy"
      *>         REPLACING ==:PREFIX:== BY ==KH==.
       01 :PREFIX:-ANDRING-REC.
          05 :PREFIX:-ANDRING-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-KALLA-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-AKTION PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-STATUS PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-FORE-CLEARING PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-FORE-KONTO PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-EFTER-CLEARING PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-EFTER-KONTO PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-EFTER-NAMN PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-REG-AV PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-REG-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-GODK-AV PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-GODK-DATUM PIC 9(8).
