      *> Arbetsorderregistret for sensorbankerna
      *> (binbank_arbetsorder.txt). BINBANK oppnar en order sa fort
      *> en bank hamnar pa vaktlistan och ingen ej verifierad order
      *> redan finns for banken. Underhallslaget for den via BANKORDER
      *> genom TILLDELAD, UTBYTT och VERIFIERAD, varje steg med
      *> operator och datum. NOLLSTALLD satts till J av BINBANK nar
      *> bankens tillforlitlighetsstatistik nollats efter bytet.
      *> Bara faltprefixet anges av anroparen:
      *>
      *>     COPY "ARBETSORDER-REC.cpy"
      *>         REPLACING ==:PREFIX:== BY ==AO==.
       01 :PREFIX:-ARBETSORDER-REC.
          05 :PREFIX:-ORDER-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-BANK PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-STATUS PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-OPPNAD-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-RATTELSE-PROMILLE PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-TILLDELAD-AV PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-TILLDELAD-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-BYTT-AV PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-BYTT-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-VERIFIERAD-AV PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-VERIFIERAD-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 :PREFIX:-NOLLSTALLD PIC X.
