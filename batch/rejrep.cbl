       01 WS-FEL-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-OPERATOR PIC X(8).

             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE WS-RUN-DATE TO ARBETSDATUM

          MOVE 2 TO WS-ARG-NUM
          END-IF

          MOVE SPACES TO WS-ARBETS-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "rattningsarbete_" DELIMITED BY SIZE
                 ARBETSDATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-ARBETS-FILENAME

          MOVE SPACES TO WS-FEL-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "rattningsfel_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-FEL-FILENAME
             UNTIL KALLA-POS > 5

             MOVE SPACES TO WS-REJECT-FILENAME
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    KA-STAM(KALLA-POS) DELIMITED BY SPACE
                    ARBETSDATUM DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                 INTO WS-REJECT-FILENAME
             UNTIL KALLA-POS > 5
             IF AO-OPPEN(KALLA-POS) = 1
                MOVE SPACES TO WS-ATERKORNING-FILENAME
                STRING PLATS-PREFIX DELIMITED BY SPACE
                       "aterkorning_" DELIMITED BY SIZE
                       KA-PROGRAM(KALLA-POS) DELIMITED BY SPACE
                       "_" DELIMITED BY SIZE
                       ARBETSDATUM DELIMITED BY SIZE
             UNTIL KALLA-POS > 5
             IF KA-PROGRAM(KALLA-POS) = RT-PROGRAM
                MOVE SPACES TO WS-ATERKORNING-FILENAME
                STRING PLATS-PREFIX DELIMITED BY SPACE
                       "aterkorning_" DELIMITED BY SIZE
                       RT-PROGRAM DELIMITED BY SPACE
                       "_" DELIMITED BY SIZE
                       ARBETSDATUM DELIMITED BY SIZE
