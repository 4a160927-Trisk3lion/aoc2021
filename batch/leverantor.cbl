          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT POANG-FIL ASSIGN DYNAMIC
             WS-POANG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-POANG-FILENAME PIC X(40).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-POANG-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "leverantorspoang.txt" DELIMITED BY SIZE
              INTO WS-POANG-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "feedvakt_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-ALERT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "leverantorsrapport_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAPPORT-FILENAME
             UNTIL RK-POS > 6

             MOVE SPACES TO WS-RAKNE-FILENAME
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    RK-STAM(RK-POS) DELIMITED BY SPACE
                    WS-RUN-DATE DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                 INTO WS-RAKNE-FILENAME

      *> Misstankta och divergenser ar dag1-bevis.
          MOVE SPACES TO WS-RAKNE-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_misstankta_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAKNE-FILENAME
          END-PERFORM

          MOVE SPACES TO WS-RAKNE-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_divergenser_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAKNE-FILENAME
