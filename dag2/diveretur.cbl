       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 SLUT-DJUP PIC 9(4) VALUE ZERO.
       01 FORE-DJUP PIC 9(4) VALUE ZERO.
       01 DJUP-REST PIC 9(4).
              MOVE WS-AFFARSDATUM TO WS-RUN-DATE
           END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
           COPY "PLATS-LAS.cpy".

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-INPUT-FILENAME
                 STRING PLATS-PREFIX DELIMITED BY SPACE
                        "dive_trail_" DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        ".txt" DELIMITED BY SIZE
                     INTO WS-INPUT-FILENAME
           END-ACCEPT

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "retur_kurs_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RETUR-FILENAME
