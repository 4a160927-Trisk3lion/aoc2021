          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

           SELECT BINGOFIL ASSIGN DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND1-FILESTATUS.
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND4-FILESTATUS.

           SELECT SPELSTATUS-FIL ASSIGN DYNAMIC
              WS-SPELSTATUS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND5-FILESTATUS.

           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND6-FILESTATUS.

           SELECT REGISTER-FIL ASSIGN DYNAMIC
              WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND7-FILESTATUS.

           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND8-FILESTATUS.

           SELECT DRAGSTAT-FIL ASSIGN DYNAMIC
              WS-DRAGSTAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND9-FILESTATUS.

          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD BINGOFIL.
       01 WS-INPUT PIC X(300).

          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "SIGILL-PARM.cpy".
          88 SLUT-PA-SIFFROR VALUE 1.

       01 WS-LOG-FILENAME PIC X(30).
       01 WS-DRAGPOANG-FILENAME PIC X(40).
       01 WS-RESULT-FILENAME PIC X(30).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-SPELSTATUS-FILENAME PIC X(40).
       01 WS-REGISTER-FILENAME PIC X(40).
       01 WS-DRAGSTAT-FILENAME PIC X(40).

       01 WS-ARG-NUM PIC 9 VALUE 2.

       01 DRAGPOANG-PARM PIC 9 VALUE ZERO.
       01 DUBBLETT-TILLATEN-SW PIC 9 VALUE ZERO.
          88 DUBBLETT-TILLATEN VALUE 1.

       01 WS-DUBBLETT-FILENAME PIC X(40).
       01 ANTAL-DUBBLETTER PIC 9(4) VALUE ZERO.

       01 SIGNATUR-ANTAL PIC 9(3) VALUE ZERO.
       01 STAT-FORVANTAD PIC 9(6).
       01 STAT-AVVIKELSE PIC S9(7).
       01 STAT-AVVIKELSE-PCT PIC 9(5).
       01 WS-RATTVISA-FILENAME PIC X(40).

      *> Nummerindexet: vid bradinlasningen byggs ett index fran
      *> varje nummer till de (brada, rad, kolumn) dar det star.

           COMPUTE FAST-RAD-BREDD = BOARD-STORLEK * 2

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
           COPY "PLATS-LAS.cpy".

           PERFORM B0-LAS-PARAMETERDECK

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-AFFARSDATUM TO WS-RUN-DATE
           END-IF

           MOVE SPACES TO WS-SPELSTATUS-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_spelstatus.txt" DELIMITED BY SIZE
               INTO WS-SPELSTATUS-FILENAME

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_register.txt" DELIMITED BY SIZE
               INTO WS-REGISTER-FILENAME

           MOVE SPACES TO WS-DRAGSTAT-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_dragstatistik.txt" DELIMITED BY SIZE
               INTO WS-DRAGSTAT-FILENAME

           IF WS-INPUT-FILENAME = "input.txt"
              MOVE SPACES TO WS-INPUT-FILENAME
              STRING PLATS-PREFIX DELIMITED BY SPACE
                     "input.txt" DELIMITED BY SIZE
                  INTO WS-INPUT-FILENAME
           END-IF

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_log_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-LOG-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_dragpoang_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-DRAGPOANG-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_result_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RESULT-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_certifiering_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-CERT-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_dubbletter_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-DUBBLETT-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_rattvisa_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RATTVISA-FILENAME
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "BINGO" TO RA-PROGRAM
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .


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
