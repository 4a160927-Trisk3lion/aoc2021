       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT REGISTER-FIL ASSIGN DYNAMIC
             WS-REGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT SASONG-FIL ASSIGN DYNAMIC
             WS-SASONG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT HISTORIK-FIL ASSIGN DYNAMIC
             WS-HISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.


      *> Utbetalningshistoriken: ingen annan bevarar liggarraderna
      *> over dagarna, sa utdragsgeneratorn bokfor sjalv varje dags
      *> VINST/DELAD/JACKP/TROST-rader har - en gang per datum - innan
      *> utdragen byggs. Det ar sasongens samlade betalhistorik.
       FD HISTORIK-FIL.
       01 HISTORIK-REC.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-REGISTER-FILENAME PIC X(40).
       01 WS-SASONG-FILENAME PIC X(40).
       01 WS-HISTORIK-FILENAME PIC X(40).

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

          MOVE SPACES TO WS-REGISTER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_register.txt" DELIMITED BY SIZE
              INTO WS-REGISTER-FILENAME

          MOVE SPACES TO WS-SASONG-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_sasong.txt" DELIMITED BY SIZE
              INTO WS-SASONG-FILENAME

          MOVE SPACES TO WS-HISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_utbetalningshistorik.txt" DELIMITED BY SIZE
              INTO WS-HISTORIK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_utbetalningar_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-UTBETALNING-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_utdrag_inaktiva_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-INAKTIV-FILENAME
                         NOT AT END
                            IF UB-TYP = "VINST"
                                  OR UB-TYP = "DELAD"
                                  OR UB-TYP = "JACKP"
                                  OR UB-TYP = "TROST"
                               MOVE SPACES TO HISTORIK-REC
                               MOVE UB-RUN-DATE TO HI-DATUM
          INITIALIZE AGARE-AKTIV-SW

          MOVE SPACES TO WS-UTDRAG-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_utdrag_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 "_" DELIMITED BY SIZE
                 AGARE-NR DELIMITED BY SIZE
