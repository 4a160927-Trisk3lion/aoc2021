       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 VOLYM PIC 9(6) VALUE 1000.
       01 FELPROMILLE PIC 9(3) VALUE ZERO.
       01 TRLFEL-SW PIC 9 VALUE ZERO.
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
          COPY "PLATS-LAS.cpy".

          PERFORM B0-LAS-PARAMETERDECK

          DISPLAY "Volym: " VOLYM " rader per strom"
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:9) TO SLUMP-FRO
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
