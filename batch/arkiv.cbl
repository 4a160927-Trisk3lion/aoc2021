       01 WS-UT-FILENAME PIC X(60).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-CMD PIC X(120).

          88 SLUT-PA-ARKIV VALUE 1.

       01 AKTUELL-FAMILJ PIC X(20).
       01 PLATS-FAMILJ PIC X(25).
       01 AKTUELL-DAGAR PIC 9(4).
       01 GRANS-DATUM PIC 9(8).
       01 FAMILJ-LANGD PIC 9(2).
          IF WS-AFFARSDATUM IS NUMERIC
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".
          .

       C-STADA-ALLA-FAMILJER SECTION.
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - AKTUELL-DAGAR)

      *> Platsens filer bar platsprefixet framfor familjstammen -
      *> en korning for en plats stadar bara den platsens filer.
          MOVE SPACES TO PLATS-FAMILJ
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 AKTUELL-FAMILJ DELIMITED BY SPACE
              INTO PLATS-FAMILJ

          MOVE ZERO TO FAMILJ-LANGD
          INSPECT PLATS-FAMILJ TALLYING FAMILJ-LANGD
             FOR CHARACTERS BEFORE SPACE

          MOVE SPACES TO WS-CMD
          STRING "ls " DELIMITED BY SIZE
                 PLATS-FAMILJ DELIMITED BY SPACE
                 "* > arkiv_arbetslista.txt 2>/dev/null"
                    DELIMITED BY SIZE
              INTO WS-CMD
          MOVE ARBETSLISTA-REC TO WS-KALLA-FILENAME

          MOVE SPACES TO WS-ARKIV-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "arkiv_" DELIMITED BY SIZE
                 AKTUELL-FAMILJ DELIMITED BY SPACE
                 FIL-DATUM(1:6) DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
