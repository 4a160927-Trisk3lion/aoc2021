          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT SONARFIL ASSIGN DYNAMIC
             WS-INPUT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD SONARFIL.
       01 WS-INPUT PIC X(21).

          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "GENKAT-PARM.cpy".
          05 REKNARE PIC 9(4).

       01 WS-RESULT-FILENAME PIC X(40).
       01 WS-REJECT-FILENAME PIC X(40).
       01 WS-DETALJ-FILENAME PIC X(40).
       01 WS-MANIFEST-FILENAME PIC X(100).
       01 WS-SUBTOTAL-FILENAME PIC X(40).
       01 WS-STATISTIK-FILENAME PIC X(40).
       01 WS-MISSTANKT-FILENAME PIC X(40).
       01 WS-MONSTER-FILENAME PIC X(40).

      *> Rimlighetstroskeln: en lasning vars sprang mot foregaende
      *> giltiga lasning overstiger DELTA-TROSKEL raknas som vanligt
      *> med sekundarens varde sa att lasningen anda raknas. Utan
      *> konfigurationsfil ar korningen exakt som forut.
       01 WS-SEKUNDAR-FILENAME PIC X(100).
       01 WS-DIVERGENS-FILENAME PIC X(40).

       01 SEKUNDAR-AKTIV-SW PIC 9 VALUE ZERO.
          88 SEKUNDAR-AKTIV VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 LINJE-NR PIC 9(6) VALUE ZERO.
       01 ANTAL-FEL PIC 9(6) VALUE ZERO.
       01 SJ-ORSAK-HOLDER PIC X(20).
          PERFORM B7-LASA-MONSTER-KONF
          PERFORM B8-LASA-TIDVATTEN

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

          MOVE "NY " TO GK-FUNKTION
          MOVE "SONAR" TO GK-PROGRAM
          MOVE "sonar_result_" TO GK-STEM
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-RESULT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_rejects_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-REJECT-FILENAME
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-DETALJ-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_subtotaler_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-SUBTOTAL-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_statistik_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-STATISTIK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_misstankta_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-MISSTANKT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_monster_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-MONSTER-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_divergenser_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-DIVERGENS-FILENAME
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "SONAR" TO RA-PROGRAM
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .


             WHEN "MANIFEST"
                MOVE PD-VARDE TO WS-MANIFEST-FILENAME
                SET MANIFEST-GIVEN TO TRUE
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
