           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND6-FILESTATUS.

           SELECT KURSREGISTER-FIL ASSIGN DYNAMIC
              WS-KURSREGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND8-FILESTATUS.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-KURSREGISTER-FILENAME PIC X(40).

       01 LINJE-NR PIC 9(6) VALUE ZERO.
       01 ANTAL-DJUPFEL PIC 9(6) VALUE ZERO.
       01 ANTAL-OKANDA PIC 9(6) VALUE ZERO.
              MOVE WS-AFFARSDATUM TO WS-RUN-DATE
           END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
           COPY "PLATS-LAS.cpy".

           MOVE SPACES TO WS-KURSREGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "kursregister.txt" DELIMITED BY SIZE
               INTO WS-KURSREGISTER-FILENAME

           IF WS-INPUT-FILENAME = "input.txt"
              MOVE SPACES TO WS-INPUT-FILENAME
              STRING PLATS-PREFIX DELIMITED BY SPACE
                     "input.txt" DELIMITED BY SIZE
                  INTO WS-INPUT-FILENAME
           END-IF

           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-LAGE-ARG FROM ARGUMENT-VALUE
              DISPLAY "Planlage: seglingsplan skrivs efter kontrollen"
           END-IF

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "divekoll_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RAPPORT-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "dive_plan_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-PLAN-FILENAME
           ACCEPT WS-KORRIDOR-FILENAME FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-KORRIDOR-FILENAME
                 STRING PLATS-PREFIX DELIMITED BY SPACE
                        "hydro_korridor_" DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        ".txt" DELIMITED BY SIZE
                     INTO WS-KORRIDOR-FILENAME
