       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT KORNINGSAUDIT-FIL ASSIGN "korningsaudit.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS KX-NYCKEL
          ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
             WITH DUPLICATES
           FILE STATUS IS IND1-FILESTATUS.

          SELECT REGLER-FIL ASSIGN "batch/kapacitetsregler.txt"
       FILE SECTION.

       FD KORNINGSAUDIT-FIL.
       COPY "KORNINGSINDEX-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KX==.

      *> Registret over kanda kapacitetstak: en rad per grans med
      *> programmet, granstalet och vad det ar som tar slut.
      *> kvadrat) till varje programs volymtillvaxt och varje kand
      *> grans i kapacitetsregistret far sitt projicerade
      *> traffdatum. Granser inom horisonten flaggas.
       01 WS-PROGNOS-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.

       01 HORISONT-DAGAR PIC 9(3) VALUE 90.

      *> Regressionsunderlaget per program: summorna for minsta
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "kapacitetsprognos_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-PROGNOS-FILENAME
             STOP RUN
          END-IF

      *> Regressionen vill ha hela historiken, sa lagret lases i
      *> nyckelordning fran borjan - datumordningen gor att varje
      *> programs forsta observation kommer forst.
          PERFORM UNTIL SLUT-PA-FIL
             READ KORNINGSAUDIT-FIL NEXT
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      MOVE KX-RAD TO RA-KORNINGSAUDIT-REC
                      IF RA-RUN-DATE IS NUMERIC
                            AND RA-RUN-DATE NOT = ZERO
                            AND RA-PLATS = PLATS-KOD
                         PERFORM C1-RAKNA-IN-RAD
                      END-IF
             END-READ
