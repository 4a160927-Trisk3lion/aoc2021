       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT DIVE2-HISTORIK-FIL ASSIGN DYNAMIC
             WS-DIVE2-HISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-DIVE2-HISTORIK-FILENAME PIC X(40).

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

          MOVE SPACES TO WS-DIVE2-HISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_historik.txt" DELIMITED BY SIZE
              INTO WS-DIVE2-HISTORIK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_subhistorik_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAPPORT-FILENAME
