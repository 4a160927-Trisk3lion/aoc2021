      *> BINARYFIL.
       01 WS-EXTRAKT-FILENAME PIC X(100).
       01 WS-FRAGE-FILENAME PIC X(100).
       01 WS-SVAR-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-ARG-NUM PIC 9 VALUE 1.

      *> Prenumerationslaget: samma tre ingenjorslag staller samma
       01 PRENUM-AKTIV-SW PIC 9 VALUE ZERO.
          88 PRENUM-AKTIV VALUE 1.

       01 WS-LEVERANSLOGG-FILENAME PIC X(40).
       01 AKTIV-FILSTAM PIC X(20) VALUE SPACES.

      *> Stammar som redan oppnats i den har korningen - en stam
              MOVE WS-AFFARSDATUM TO WS-RUN-DATE
           END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
           COPY "PLATS-LAS.cpy".

           PERFORM B0-LAS-PARAMETERDECK

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-EXTRAKT-FILENAME FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-EXTRAKT-FILENAME
                 STRING PLATS-PREFIX DELIMITED BY SPACE
                        "binary2_extrakt_" DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        ".dat" DELIMITED BY SIZE
                     INTO WS-EXTRAKT-FILENAME
           IF WS-EXTRAKT-FILENAME(1:7) = "PRENUM "
              SET PRENUM-AKTIV TO TRUE
              MOVE SPACES TO WS-EXTRAKT-FILENAME
              STRING PLATS-PREFIX DELIMITED BY SPACE
                     "binary2_extrakt_" DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                  INTO WS-EXTRAKT-FILENAME

           IF PRENUM-AKTIV
              MOVE SPACES TO WS-LEVERANSLOGG-FILENAME
              STRING PLATS-PREFIX DELIMITED BY SPACE
                     "binary2q_leveranser_" DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                  INTO WS-LEVERANSLOGG-FILENAME
                 SET ARG2-GIVEN TO TRUE
           END-ACCEPT

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "binary2q_svar_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-SVAR-FILENAME

                 MOVE PN-FILSTAM TO AKTIV-FILSTAM
                 MOVE SPACES TO WS-SVAR-FILENAME
                 STRING PLATS-PREFIX DELIMITED BY SPACE
                        PN-FILSTAM DELIMITED BY SPACE
                        "_" DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        ".txt" DELIMITED BY SIZE
                       STOP RUN
                    END-IF
                 END-IF
              WHEN "PLATS"
                 DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                 DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                 COPY "PLATS-LAS.cpy".
              WHEN OTHER
                 DISPLAY "Okant nyckelord i parameterleken: "
                    PD-NYCKEL
