       01 WS-RAPPORT-FILENAME PIC X(30).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 W-FILESTATUSES.
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "jamforelse_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAPPORT-FILENAME
