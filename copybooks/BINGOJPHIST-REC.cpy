      *> Jackpothistoriken bingo_jackpothistorik.txt - potten rad
      *> for rad. BINGOSALJ lagger en TILLFL-rad per korning med
      *> dagens jackpotandel, BINGO2 en rad per spel: VUNNEN nar
      *> forsta bingon kom inom draggransen (beloppet ar det
      *> utbetalda och potten aterstalls till startbeloppet), OVERF
      *> nar ingen gjorde det och potten rullar vidare, HALL nar
      *> fonden inte racker och potten lamnas orord. Filen skrivs
      *> bara till (EXTEND). Bara faltprefixet anges av anroparen:
      *>
      *>     COPY "BINGOJPHIST-REC.cpy"
      *>         REPLACING ==:PREFIX:== BY ==JH==.
       01 :PREFIX:-JPHIST-REC.
          05 :PREFIX:-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-PROGRAM PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-HANDELSE PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-POTT-FORE PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-BELOPP PIC S9(9)V9(2) SIGN LEADING SEPARATE.
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-POTT-EFTER PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-DRAG PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-DRAGGRANS PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-KALLA-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-ANTAL-VINNARE PIC 9(3).
