      *> Jackpotmastern bingo_jackpot.txt: en rad med den aktuella
      *> potten i ore (elva siffror med tva underforstadda
      *> decimaler), draggransen - jackpoten vinns bara om forsta
      *> bingon kommer pa det draget eller tidigare - startbeloppet
      *> potten aterstalls till nar den vunnits, och senaste
      *> bokforingsdatum. Potten ar en oronmarkt del av prisfondens
      *> saldo: BINGOSALJ for in jackpotandelen av forsaljningen och
      *> BINGO2 provar fondens tackning inklusive potten. Saknas
      *> mastern spelas utan jackpot. Exempel:
      *>
      *>     00000500000 045 00000500000 20261001
      *>
      *> Bara faltprefixet anges av anroparen:
      *>
      *>     COPY "BINGOJACKPOT-REC.cpy"
      *>         REPLACING ==:PREFIX:== BY ==JP==.
       01 :PREFIX:-JACKPOT-REC.
          05 :PREFIX:-POTT PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-DRAGGRANS PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-STARTBELOPP PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-DATUM PIC 9(8).
