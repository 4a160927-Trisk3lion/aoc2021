      *> Skatteliggaren for bingovinsterna (bingo_skatteliggare.txt)
      *> - skatteskulden till skatteverket. BINGOBET lagger en rad
      *> per VINST-, DELAD-, JACKP- och TROST-rad i liggaren,
      *> en gang per affarsdag, med bruttovinsten, den innehallna
      *> skatten och nettot som gar till betalning, samt
      *> betalfilens lopnummer. BINGOKU summerar liggaren per agare
      *> och ar. Bara faltprefixet anges av anroparen:
      *>
      *>     COPY "BINGOSKATT-REC.cpy"
      *>         REPLACING ==:PREFIX:== BY ==SL==.
       01 :PREFIX:-SKATT-REC.
          05 :PREFIX:-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-KALLA-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-TYP PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-BRUTTO PIC 9(7)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-SKATT PIC 9(7)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-NETTO PIC 9(7)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-SEKVENS PIC 9(6).
