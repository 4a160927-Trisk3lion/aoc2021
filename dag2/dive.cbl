          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

           SELECT SONARFIL ASSIGN DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND9-FILESTATUS.

           SELECT KURSREGISTER-FIL ASSIGN DYNAMIC
              WS-KURSREGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND10-FILESTATUS.

           SELECT DIVE-STROM-FIL ASSIGN TO
              "dive_strom.txt"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND11-FILESTATUS.

           SELECT LIVSSTOD-STATUS-FIL ASSIGN DYNAMIC
              WS-LIVSSTOD-STATUS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND12-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD SONARFIL.
       01 WS-INPUT PIC X(18).

          05 DT-TOTAL-DISTANS PIC 9(9).
          05 FILLER PIC X VALUE SPACE.
          05 DT-LEG PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 DT-KORR-FRAMDRIFT PIC 9(4).

       FD DIVE-RESULT-FIL.
       01 DIVE-RESULT-REC.
          05 DR-BRANSLE PIC 9(7)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 DR-LUFT PIC 9(7)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 DR-KORR-FRAMDRIFT PIC 9(4).

      *> Legsammanstallningen: efter korningsposten skrivs en rad
      *> per leg ("LEG" i andra faltet) med djupet vid legslutet,
          05 FILLER PIC X VALUE SPACE.
          05 KV-GODKAND-AV PIC X(8).

      *> Operatorernas stromtabell: en rad per timme med
      *> tidvattenstrommens sattning langs kursen (+ medstrom,
      *> - motstrom) och dess fart i distansenheter per timme - samma
      *> signerade hundradelsformat som sonar_tidvatten.txt. Exempel:
      *>
      *>     06 + 00180
      *>     12 - 00040
       FD DIVE-STROM-FIL.
       01 DIVE-STROM-REC.
          05 ST-TIMME PIC 9(2).
          05 FILLER PIC X.
          05 ST-TECKEN PIC X.
          05 FILLER PIC X.
          05 ST-FART PIC 9(3)V9(2).

      *> Livsuppehallets dagsstatus fran BINARY2 (och eventuell
      *> OVERRIDE fran LIVSSTOD).
       FD LIVSSTOD-STATUS-FIL.
       COPY "LIVSSTOD-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LS==.

       WORKING-STORAGE SECTION.

       01 PDECK-FILESTATUS PIC XX.
          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "GENKAT-PARM.cpy".
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-INPUT-FILENAME PIC X(100).

       01 WS-AVVIKELSE-FILENAME PIC X(40).
       01 WS-TRAIL-FILENAME PIC X(30).
       01 WS-RESULT-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-KURSREGISTER-FILENAME PIC X(40).
       01 WS-LIVSSTOD-STATUS-FILENAME PIC X(40).

       01 LINJE-NR PIC 9(6) VALUE ZERO.
       01 ANTAL-AVVIKELSER PIC 9(6) VALUE ZERO.

      *> nettoforflyttning. SLOSAD-DISTANS ar TOTAL-DISTANS minus den
      *> teoretiskt kortaste strackan for samma nettoforflyttning
      *> (slutligt DJUP plus FRAMDRIFT).
       01 WS-EFFEKT-FILENAME PIC X(40).

       01 EFFEKT-RAKNARE.
          05 ANTAL-DOWN PIC 9(6) VALUE ZERO.
      *> under djupgransen, och bokfors bade per kommando i
      *> forbrukningsliggaren och som korningstotaler i
      *> resultatposten.
       01 WS-FORBRUKNING-FILENAME PIC X(40).

       01 TAXA-AKTIV-SW PIC 9 VALUE ZERO.
          88 TAXA-AKTIV VALUE 1.
      *> sitt radintervall. Makron kan inte nastlas - en makrorad
      *> inne i ett makro avvisas som okant kommando nar den nar
      *> C-COUNT.
       01 WS-MAKROLOGG-FILENAME PIC X(40).

       01 ANTAL-MAKRON PIC 9(2) VALUE ZERO.

       01 SLUT-PA-KURSREG-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-KURSREG VALUE 1.

      *> Stromkorrigeringen: FRAMDRIFT ar den kommenderade
      *> positionen och forutsatter stilla vatten. Med STROMKORR J i
      *> parameterleken far varje forward-kommando dessutom timmens
      *> stromsattning gange den tid kommandot tar, och den
      *> korrigerade positionen (KORR-FRAMDRIFT) foljer med pa varje
      *> sparrad och i resultatposten bredvid den kommenderade.
      *> Klockan startar pa STARTTIMME och gar med FART
      *> distansenheter per timme for varje utfort kommando. Utan
      *> lage ar den korrigerade positionen lika med den
      *> kommenderade.
       01 STROMKORR-SW PIC 9 VALUE ZERO.
          88 STROMKORR-AKTIV VALUE 1.

       01 SLUT-PA-STROM-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-STROM VALUE 1.

       01 SLUT-PA-LIVSSTOD-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-LIVSSTOD VALUE 1.

       01 LIVSSTOD-STATUS-DAG PIC X(4) VALUE SPACES.
       01 LIVSSTOD-OVERRIDE-AV PIC X(8) VALUE SPACES.

       01 STROM-TABELL.
          05 STT-RAD OCCURS 24 TIMES.
             10 STT-TECKEN PIC X.
             10 STT-FART PIC 9(3)V9(2).

       01 STARTTIMME PIC 9(2) VALUE ZERO.
       01 FART-PER-TIMME PIC 9(2) VALUE 10.
       01 SEGLAD-TID PIC 9(7)V9(4) VALUE ZERO.
       01 KLOCK-TIMMAR PIC 9(7).
       01 STROM-TIMME-SUB PIC 9(2).
       01 STROM-DRIFT PIC 9(5)V9(4).
       01 KORR-POSITION PIC S9(7)V9(4) VALUE ZERO.
       01 KORR-FRAMDRIFT PIC 9(4) VALUE ZERO.

       01 END-OF-FILE-SW PIC 9.
          88 END-OF-FILE VALUE 1.

          05 IND8-FILESTATUS PIC XX.
          05 IND9-FILESTATUS PIC XX.
          05 IND10-FILESTATUS PIC XX.
          05 IND11-FILESTATUS PIC XX.
          05 IND12-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).
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

           MOVE SPACES TO WS-KURSREGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "kursregister.txt" DELIMITED BY SIZE
               INTO WS-KURSREGISTER-FILENAME

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

           PERFORM B9-PROVA-LIVSSTOD

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "dive_avvikelser_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-AVVIKELSE-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "dive_trail_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-TRAIL-FILENAME
           CALL "GENKAT" USING GENKAT-PARM
           MOVE GK-FILNAMN TO WS-RESULT-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "dive_effektivitet_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-EFFEKT-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "dive_forbrukning_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-FORBRUKNING-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "dive_makrologg_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-MAKROLOGG-FILENAME
           PERFORM B2-LASA-TAXOR
           PERFORM B3-LASA-MAKRON
           PERFORM B4-PROVA-KURSVERSION
           PERFORM B5-LASA-STROM

           OPEN INPUT SONARFIL

           END-IF
           .

      *> Laser stromtabellen nar stromkorrigeringen ar begard. Utan
      *> tabell gar korrigeringen inte att gora - hellre ett stopp
      *> an ett spar som pastar sig vara korrigerat. Timmar som inte
      *> star i tabellen har ingen strom.
       B5-LASA-STROM SECTION.

           IF STROMKORR-AKTIV
              OPEN INPUT DIVE-STROM-FIL

              IF IND11-FILESTATUS NOT = "00"
                 DISPLAY "Stromkorrigering begard men dive_strom.txt "
                    "saknas"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              PERFORM VARYING STROM-TIMME-SUB FROM 1 BY 1
                 UNTIL STROM-TIMME-SUB > 24
                 MOVE "+" TO STT-TECKEN(STROM-TIMME-SUB)
                 MOVE ZERO TO STT-FART(STROM-TIMME-SUB)
              END-PERFORM

              PERFORM UNTIL SLUT-PA-STROM
                 READ DIVE-STROM-FIL
                       AT END
                          SET SLUT-PA-STROM TO TRUE
                       NOT AT END
                          IF ST-TIMME IS NOT NUMERIC
                                OR ST-TIMME > 23
                                OR ST-FART IS NOT NUMERIC
                                OR (ST-TECKEN NOT = "+"
                                    AND ST-TECKEN NOT = "-")
                             DISPLAY "Ogiltig rad i dive_strom.txt: "
                                DIVE-STROM-REC
                             MOVE 1 TO RETURN-CODE
                             STOP RUN
                          END-IF
                          COMPUTE STROM-TIMME-SUB = ST-TIMME + 1
                          MOVE ST-TECKEN
                             TO STT-TECKEN(STROM-TIMME-SUB)
                          MOVE ST-FART TO STT-FART(STROM-TIMME-SUB)
                 END-READ
              END-PERFORM

              CLOSE DIVE-STROM-FIL

              DISPLAY "Stromtabell last - starttimme " STARTTIMME
                 ", fart " FART-PER-TIMME " per timme"
           END-IF
           .

      *> En ROD dag for livsuppehallet (BINARY2:s bedomning mot
      *> livsstod_granser.txt) ger inget seglingsresultat forran en
      *> DRIFT-operator lagt en OVERRIDE via LIVSSTOD efter dagens
      *> senaste STATUS-rad. Provas innan nagon utfil oppnas, sa att
      *> en vagrad korning inte lamnar halva resultat efter sig.
      *> Saknas filen eller dagens rad seglar vi som forr med en
      *> varning - granserna ar frivilliga.
       B9-PROVA-LIVSSTOD SECTION.

           OPEN INPUT LIVSSTOD-STATUS-FIL

           IF IND12-FILESTATUS NOT = "00"
              DISPLAY "Varning: livsstod_status.txt saknas - "
                 "livsuppehallet ej bedomt"
           ELSE
              PERFORM UNTIL SLUT-PA-LIVSSTOD
                 READ LIVSSTOD-STATUS-FIL
                       AT END
                          SET SLUT-PA-LIVSSTOD TO TRUE
                       NOT AT END
                          IF LS-DATUM = WS-RUN-DATE
                             IF LS-TYP = "STATUS"
                                MOVE LS-STATUS TO LIVSSTOD-STATUS-DAG
                                MOVE SPACES TO LIVSSTOD-OVERRIDE-AV
                             ELSE
                             IF LS-TYP = "OVERRIDE"
                                MOVE LS-OPERATOR TO LIVSSTOD-OVERRIDE-AV
                             END-IF
                             END-IF
                          END-IF
                 END-READ
              END-PERFORM

              CLOSE LIVSSTOD-STATUS-FIL

              EVALUATE TRUE
                 WHEN LIVSSTOD-STATUS-DAG = SPACES
                    DISPLAY "Varning: ingen livsstodsstatus for "
                       WS-RUN-DATE
                 WHEN LIVSSTOD-STATUS-DAG NOT = "ROD"
                    CONTINUE
                 WHEN LIVSSTOD-OVERRIDE-AV = SPACES
                    DISPLAY "Livsuppehallet ar ROD for " WS-RUN-DATE
                       " - ingen segling utan OVERRIDE (LIVSSTOD)"
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                 WHEN OTHER
                    DISPLAY "Livsuppehallet ar ROD - OVERRIDE av "
                       LIVSSTOD-OVERRIDE-AV
              END-EVALUATE
           END-IF
           .

       B1-LASA-GILTIG-RAD SECTION.

           INITIALIZE GILTIG-RAD-SW
                   ADD 1 TO ANTAL-BEHANDLADE
                   PERFORM C4-RAKNA-VANDNING
                   PERFORM C6-BOKFOR-FORBRUKNING
                   PERFORM C7-STROMDRIFT
                WHEN 'up'
                   IF SIFFRA > DJUP
                      PERFORM C3-SKRIV-DJUPFEL
                      ADD 1 TO ANTAL-BEHANDLADE
                      PERFORM C4-RAKNA-VANDNING
                      PERFORM C6-BOKFOR-FORBRUKNING
                      PERFORM C7-STROMDRIFT
                   END-IF
                WHEN 'forward'
                   COMPUTE FRAMDRIFT = FRAMDRIFT + SIFFRA
                   ADD SIFFRA TO SUMMA-FORWARD
                   ADD 1 TO ANTAL-BEHANDLADE
                   PERFORM C6-BOKFOR-FORBRUKNING
                   PERFORM C7-STROMDRIFT
                WHEN 'LEG'
                   PERFORM CL1-LEG-MARKERING
                WHEN OTHER
           END-IF
           .

      *> Flyttar den korrigerade positionen for ett utfort kommando.
      *> Ett forward-kommando ger alltid sin kommenderade stracka;
      *> med stromkorrigeringen tillkommer (eller dras) timmens
      *> stromfart gange den tid kommandot tar, med timmen dar
      *> kommandot borjar. Klockan gar for alla kommandon. Motstrom
      *> kan inte driva baten bakom startpunkten - positionen stannar
      *> pa noll.
       C7-STROMDRIFT SECTION.

           IF RIKTNING = 'forward'
              ADD SIFFRA TO KORR-POSITION
           END-IF

           IF STROMKORR-AKTIV
              IF RIKTNING = 'forward'
                 MOVE SEGLAD-TID TO KLOCK-TIMMAR
                 COMPUTE STROM-TIMME-SUB =
                    FUNCTION MOD(STARTTIMME + KLOCK-TIMMAR, 24) + 1

                 COMPUTE STROM-DRIFT =
                    STT-FART(STROM-TIMME-SUB) * SIFFRA / FART-PER-TIMME

                 IF STT-TECKEN(STROM-TIMME-SUB) = "-"
                    SUBTRACT STROM-DRIFT FROM KORR-POSITION
                 ELSE
                    ADD STROM-DRIFT TO KORR-POSITION
                 END-IF

                 IF KORR-POSITION < ZERO
                    MOVE ZERO TO KORR-POSITION
                 END-IF
              END-IF

              COMPUTE SEGLAD-TID = SEGLAD-TID + SIFFRA / FART-PER-TIMME
           END-IF

           IF KORR-POSITION > 9999
              MOVE 9999 TO KORR-FRAMDRIFT
           ELSE
              COMPUTE KORR-FRAMDRIFT ROUNDED = KORR-POSITION
           END-IF
           .

      *> En LEG-rad avslutar den pagaende legen (om nagon) och
      *> oppnar nasta: raknarnas lagen vid legstarten sparas sa att
      *> legens egna tal kan raknas fram som skillnader nar den
           COMPUTE DT-FRAMDRIFT = FRAMDRIFT
           COMPUTE DT-TOTAL-DISTANS = TOTAL-DISTANS
           MOVE AKTUELL-LEG-ID TO DT-LEG
           MOVE KORR-FRAMDRIFT TO DT-KORR-FRAMDRIFT

           WRITE DIVE-TRAIL-REC
          .
           MOVE LINJE-NR TO DR-ANTAL-INLASTA
           MOVE SUMMA-BRANSLE TO DR-BRANSLE
           MOVE SUMMA-LUFT TO DR-LUFT
           MOVE KORR-FRAMDRIFT TO DR-KORR-FRAMDRIFT

           WRITE DIVE-RESULT-REC


           DISPLAY "Resultatfil skriven: " WS-RESULT-FILENAME
           DISPLAY "Total strackan tillryggalagd: " TOTAL-DISTANS

           IF STROMKORR-AKTIV
              DISPLAY "Framdrift kommenderad: " FRAMDRIFT
                 " stromkorrigerad: " KORR-FRAMDRIFT
           END-IF
           .

      *> Skriver effektivitetsrapporten for korningen: kommandomix,
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "DIVE" TO RA-PROGRAM
                 INTO RA-PARAMETRAR
          END-IF

          IF STROMKORR-AKTIV
             MOVE "STROM=J" TO RA-PARAMETRAR(12:7)
          END-IF

          MOVE LINJE-NR TO RA-ANTAL-IN
          MOVE ANTAL-AVVIKELSER TO RA-ANTAL-AVVISADE
          MOVE ANTAL-BEHANDLADE TO RA-ANTAL-SKRIVNA
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .


          EVALUATE PD-NYCKEL
             WHEN "INFIL"
                MOVE PD-VARDE TO WS-INPUT-FILENAME
             WHEN "STROMKORR"
                EVALUATE PD-VARDE(1:1)
                   WHEN "J"
                      SET STROMKORR-AKTIV TO TRUE
                   WHEN "N"
                      MOVE ZERO TO STROMKORR-SW
                   WHEN OTHER
                      DISPLAY "Ogiltigt varde for STROMKORR: "
                         PD-VARDE
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                END-EVALUATE
             WHEN "STARTTIMME"
                IF PD-VARDE(1:2) IS NOT NUMERIC
                      OR PD-VARDE(1:2) > "23"
                   DISPLAY "Ogiltigt varde for STARTTIMME: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:2) TO PD-TAL
                MOVE PD-TAL TO STARTTIMME
             WHEN "FART"
                IF PD-VARDE(1:2) IS NOT NUMERIC
                      OR PD-VARDE(1:2) = "00"
                   DISPLAY "Ogiltigt varde for FART: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:2) TO PD-TAL
                MOVE PD-TAL TO FART-PER-TIMME
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
