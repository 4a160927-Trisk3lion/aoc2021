          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

           SELECT BINARYFIL ASSIGN DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND1-FILESTATUS.
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND5-FILESTATUS.

           SELECT LIVSSTOD-GRANS-FIL ASSIGN TO
              "livsstod_granser.txt"
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND6-FILESTATUS.

           SELECT LIVSSTOD-STATUS-FIL ASSIGN DYNAMIC
              WS-LIVSSTOD-STATUS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND7-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.


       DATA DIVISION.
       FILE SECTION.
          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD BINARYFIL.
       01 WS-INPUT PIC 9(18).

          05 FILLER PIC X VALUE SPACE.
          05 UR-KVARVARANDE PIC 9(5).

      *> Operatorernas granstabell for livsuppehallet: en rad per
      *> matt (OXYGEN eller CO2) med lagsta och hogsta godtagbara
      *> betyg och den marginal innanfor granserna dar betyget
      *> redan ar GUL.
       FD LIVSSTOD-GRANS-FIL.
       01 LIVSSTOD-GRANS-REC.
          05 LG-MATT PIC X(10).
          05 FILLER PIC X.
          05 LG-MIN PIC 9(6).
          05 FILLER PIC X.
          05 LG-MAX PIC 9(6).
          05 FILLER PIC X.
          05 LG-MARGINAL PIC 9(6).

       FD LIVSSTOD-STATUS-FIL.
       COPY "LIVSSTOD-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LS==.

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

       WORKING-STORAGE SECTION.

       01 PDECK-FILESTATUS PIC XX.
          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "GENKAT-PARM.cpy".
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.

      *> Livsuppehallets dagsstatus: nattens betyg bedoms mot
      *> granstabellen och laggs som STATUS-rad i
      *> livsstod_status.txt, som DIVE och DIVE2 provar innan de
      *> seglar. Utan granstabell skrivs ingen status. Ett matt
      *> utan grans i tabellen bedoms inte och paverkar inte
      *> dagens status.
       01 OX-GRANS-SW PIC 9 VALUE ZERO.
          88 OX-GRANS-FINNS VALUE 1.
       01 OX-MIN PIC 9(6).
       01 OX-MAX PIC 9(6).
       01 OX-MARGINAL PIC 9(6).

       01 CO2-GRANS-SW PIC 9 VALUE ZERO.
          88 CO2-GRANS-FINNS VALUE 1.
       01 CO2-MIN PIC 9(6).
       01 CO2-MAX PIC 9(6).
       01 CO2-MARGINAL PIC 9(6).

       01 SLUT-PA-GRANSER-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-GRANSER VALUE 1.

       01 BETYG-VARDE PIC S9(7).
       01 BETYG-MIN PIC S9(7).
       01 BETYG-MAX PIC S9(7).
       01 BETYG-MARGINAL PIC S9(7).
       01 BETYG-STATUS PIC X(4).

       01 DAG-STATUS PIC X(4).

       01 LIVSSTOD-KLOCKA PIC 9(8).

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-TEXT-HOLDER PIC X(40).
       01 LARM-KLOCKA PIC 9(8).

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-INPUT-FILENAME PIC X(100).

       01 WS-REJECT-FILENAME PIC X(40).
       01 WS-EXTRAKT-FILENAME PIC X(40).
       01 WS-RESULT-FILENAME PIC X(40).
       01 WS-URVAL-FILENAME PIC X(40).

       01 UR-SKANNING-HOLDER PIC X(7).
       01 UR-BEHALLEN-HOLDER PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-LIVSSTOD-STATUS-FILENAME PIC X(40).

       01 LINJE-NR PIC 9(6) VALUE ZERO.
       01 ANTAL-FEL PIC 9(6) VALUE ZERO.

              ON EXCEPTION MOVE "input.txt" TO WS-INPUT-FILENAME
           END-ACCEPT

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
           COPY "PLATS-LAS.cpy".

           PERFORM B0-LAS-PARAMETERDECK

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-AFFARSDATUM TO WS-RUN-DATE
           END-IF

           MOVE SPACES TO WS-LIVSSTOD-STATUS-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "livsstod_status.txt" DELIMITED BY SIZE
               INTO WS-LIVSSTOD-STATUS-FILENAME

           IF WS-INPUT-FILENAME = "input.txt"
              MOVE SPACES TO WS-INPUT-FILENAME
              STRING PLATS-PREFIX DELIMITED BY SPACE
                     "input.txt" DELIMITED BY SIZE
                  INTO WS-INPUT-FILENAME
           END-IF

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "binary2_reject_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REJECT-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "binary2_extrakt_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-EXTRAKT-FILENAME
           CALL "GENKAT" USING GENKAT-PARM
           MOVE GK-FILNAMN TO WS-RESULT-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "binary2_urval_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-URVAL-FILENAME
           DISPLAY "Resultatfil skriven: " WS-RESULT-FILENAME
           .

      *> Bedomer nattens betyg mot granstabellen och lagger dagens
      *> STATUS-rad. En ROD dag larmas KRIT till larmcentralen.
       F-BEDOM-LIVSSTOD SECTION.

           OPEN INPUT LIVSSTOD-GRANS-FIL

           IF IND6-FILESTATUS NOT = "00"
              DISPLAY "Ingen granstabell for livsuppehallet - "
                 "ingen dagsstatus skrivs"
           ELSE
              PERFORM UNTIL SLUT-PA-GRANSER
                 READ LIVSSTOD-GRANS-FIL
                       AT END
                          SET SLUT-PA-GRANSER TO TRUE
                       NOT AT END
                          PERFORM F1-TOLKA-GRANSRAD
                 END-READ
              END-PERFORM

              CLOSE LIVSSTOD-GRANS-FIL

              MOVE SPACES TO LS-LIVSSTOD-REC
              MOVE WS-RUN-DATE TO LS-DATUM
              MOVE "STATUS" TO LS-TYP
              MOVE OXYGEN TO LS-OXYGEN
              MOVE CARBODIOXIDE TO LS-CO2
              MOVE "GRON" TO DAG-STATUS

              IF OX-GRANS-FINNS
                 MOVE OXYGEN TO BETYG-VARDE
                 MOVE OX-MIN TO BETYG-MIN
                 MOVE OX-MAX TO BETYG-MAX
                 MOVE OX-MARGINAL TO BETYG-MARGINAL
                 PERFORM F2-BETYGSATT
                 MOVE BETYG-STATUS TO LS-OX-STATUS
              END-IF

              IF CO2-GRANS-FINNS
                 MOVE CARBODIOXIDE TO BETYG-VARDE
                 MOVE CO2-MIN TO BETYG-MIN
                 MOVE CO2-MAX TO BETYG-MAX
                 MOVE CO2-MARGINAL TO BETYG-MARGINAL
                 PERFORM F2-BETYGSATT
                 MOVE BETYG-STATUS TO LS-CO2-STATUS
              END-IF

              MOVE DAG-STATUS TO LS-STATUS
              ACCEPT LIVSSTOD-KLOCKA FROM TIME
              MOVE LIVSSTOD-KLOCKA(1:6) TO LS-KLOCKSLAG

              OPEN EXTEND LIVSSTOD-STATUS-FIL

              IF IND7-FILESTATUS = "35"
                 OPEN OUTPUT LIVSSTOD-STATUS-FIL
              END-IF

              WRITE LS-LIVSSTOD-REC

              CLOSE LIVSSTOD-STATUS-FIL

              DISPLAY "Livsuppehall: " DAG-STATUS
                 " (syre " LS-OX-STATUS ", koldioxid "
                 LS-CO2-STATUS ")"

              IF DAG-STATUS = "ROD"
                 MOVE "KRIT" TO LARM-ALLVAR-HOLDER
                 MOVE SPACES TO LARM-TEXT-HOLDER
                 STRING "LIVSSTOD ROD O2 " DELIMITED BY SIZE
                        OXYGEN DELIMITED BY SIZE
                        " CO2 " DELIMITED BY SIZE
                        CARBODIOXIDE DELIMITED BY SIZE
                     INTO LARM-TEXT-HOLDER
                 PERFORM Y8-SKRIV-LARM
              END-IF
           END-IF
           .

       F1-TOLKA-GRANSRAD SECTION.

           IF LG-MIN IS NOT NUMERIC OR LG-MAX IS NOT NUMERIC
                 OR LG-MARGINAL IS NOT NUMERIC
                 OR LG-MIN > LG-MAX
              DISPLAY "Ogiltig rad i granstabellen: "
                 LIVSSTOD-GRANS-REC
           ELSE
              EVALUATE LG-MATT
                 WHEN "OXYGEN"
                    SET OX-GRANS-FINNS TO TRUE
                    MOVE LG-MIN TO OX-MIN
                    MOVE LG-MAX TO OX-MAX
                    MOVE LG-MARGINAL TO OX-MARGINAL
                 WHEN "CO2"
                    SET CO2-GRANS-FINNS TO TRUE
                    MOVE LG-MIN TO CO2-MIN
                    MOVE LG-MAX TO CO2-MAX
                    MOVE LG-MARGINAL TO CO2-MARGINAL
                 WHEN OTHER
                    DISPLAY "Okant matt i granstabellen: " LG-MATT
              END-EVALUATE
           END-IF
           .

      *> ROD utanfor [min, max], GUL inom marginalen fran nagon av
      *> granserna, annars GRON. Dagens status ar det samsta
      *> mattets.
       F2-BETYGSATT SECTION.

           IF BETYG-VARDE < BETYG-MIN OR BETYG-VARDE > BETYG-MAX
              MOVE "ROD" TO BETYG-STATUS
           ELSE
              IF BETYG-VARDE < BETYG-MIN + BETYG-MARGINAL
                    OR BETYG-VARDE > BETYG-MAX - BETYG-MARGINAL
                 MOVE "GUL" TO BETYG-STATUS
              ELSE
                 MOVE "GRON" TO BETYG-STATUS
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN BETYG-STATUS = "ROD"
                 MOVE "ROD" TO DAG-STATUS
              WHEN BETYG-STATUS = "GUL" AND DAG-STATUS = "GRON"
                 MOVE "GUL" TO DAG-STATUS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       N-AVSLUTA SECTION.

           PERFORM D-SKRIV-RESULTAT
           PERFORM F-BEDOM-LIVSSTOD

           CLOSE BINARY2-URVAL-FIL

      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "BINARY2" TO RA-PROGRAM
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .


      *> Lagger ett larm till den centrala larmfilen - en plats att
      *> titta pa klockan 03:00, med protokoll over vem som sag vad.
      *> Samma EXTEND-med-35-fallback som generationskatalogen.
       Y8-SKRIV-LARM SECTION.

          OPEN EXTEND LARM-FIL

          IF LARM-FILSTATUS = "35"
             OPEN OUTPUT LARM-FIL
          END-IF

          MOVE SPACES TO LC-LARM-REC
          MOVE WS-RUN-DATE TO LC-DATUM
          ACCEPT LARM-KLOCKA FROM TIME
          MOVE LARM-KLOCKA(1:6) TO LC-KLOCKSLAG
          MOVE "BINARY2   " TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS

          WRITE LC-LARM-REC

          CLOSE LARM-FIL
          .

       B0-LAS-PARAMETERDECK SECTION.

          OPEN INPUT PARAMDECK-FIL
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
