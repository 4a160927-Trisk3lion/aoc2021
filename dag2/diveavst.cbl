          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT SONARFIL ASSIGN DYNAMIC WS-INPUT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.
          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD SONARFIL.
       01 WS-INPUT PIC X(18).

          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       01 WS-VARIABLER.
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-INPUT-FILENAME PIC X(100).

       01 WS-AVST-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 END-OF-FILE-SW PIC 9.
          88 END-OF-FILE VALUE 1.

             MOVE WS-TROSKEL-PARM TO VASENTLIGHET-PROCENT
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
          COPY "PLATS-LAS.cpy".

          PERFORM B0-LAS-PARAMETERDECK

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

          IF WS-INPUT-FILENAME = "input.txt"
             MOVE SPACES TO WS-INPUT-FILENAME
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    "input.txt" DELIMITED BY SIZE
                 INTO WS-INPUT-FILENAME
          END-IF

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive_avstamning_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-AVST-FILENAME
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "DIVEAVST" TO RA-PROGRAM
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .


          EVALUATE PD-NYCKEL
             WHEN "INFIL"
                MOVE PD-VARDE TO WS-INPUT-FILENAME
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
