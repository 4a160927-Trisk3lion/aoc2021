          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT BINARYFIL ASSIGN DYNAMIC WS-INPUT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT ARBETSORDER-FIL ASSIGN DYNAMIC
             WS-ARBETSORDER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD BINARYFIL.
       01 WS-INPUT PIC 9(18).

          05 FILLER PIC X VALUE SPACE.
          05 BM-EPSILON PIC 9(5).

       FD ARBETSORDER-FIL.
       COPY "ARBETSORDER-REC.cpy"
           REPLACING ==:PREFIX:== BY ==AO==.

       WORKING-STORAGE SECTION.

       01 PDECK-FILESTATUS PIC XX.
          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       01 WS-TALLY-FILENAME PIC X(30).
       01 WS-REJECT-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-ARBETSORDER-FILENAME PIC X(40).

       01 LINJE-NR PIC 9(6) VALUE ZERO.
       01 ANTAL-FEL PIC 9(6) VALUE ZERO.

       01 RATTNING-AKTIV-SW PIC 9 VALUE ZERO.
          88 RATTNING-AKTIV VALUE 1.

       01 WS-RATTELSE-FILENAME PIC X(40).
       01 ANTAL-RATTADE PIC 9(6) VALUE ZERO.

       01 RAD-ANTAL PIC 9(5) VALUE ZERO.
       01 RATTAD-DENNA-RAD-SW PIC 9.
          88 RATTAD-DENNA-RAD VALUE 1.

      *> Banker med en arbetsorder som inte ar verifierad (BINBANKs
      *> arbetsorderregister) kan lamnas utanfor flottans
      *> gamma/epsilon med deckets BINARY UTESLUT J. Bankens egen rad
      *> i bankresultatet raknas som vanligt, och flottans tal med
      *> alla banker raknas vid sidan av och skrivs som MED-raden -
      *> sa syns vad den uteslutna banken hade gjort med siffrorna.
       01 UTESLUT-SW PIC 9 VALUE ZERO.
          88 UTESLUTNING-AKTIV VALUE 1.

       01 UTESLUTEN-TABELL.
          05 BANK-UTESLUTEN PIC 9 OCCURS 4 TIMES.

       01 RAD-UTESLUTEN-SW PIC 9 VALUE ZERO.
          88 RAD-UTESLUTEN VALUE 1.

       01 SLUT-PA-ORDER-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-ORDER VALUE 1.

       01 ANTAL-UTESLUTNA-RADER PIC 9(6) VALUE ZERO.

       01 MED-REKNARE PIC 9(5) VALUE ZERO.
       01 MED-SUM-TABELL.
          05 MED-SUM PIC 9(5) OCCURS 16 TIMES.
       01 MED-HALV PIC 9(5).
       01 MED-GAMMA PIC 9(4).
       01 MED-EPSILON PIC 9(4).

      *> Blandade bitbredder i samma flode: den nya sensormodellen
      *> rapporterar 16-bitarsord medan gamla flottan skickar 12 -
      *> och det sammanslagna flodet bar bada. Varje rads faktiska
       01 BG-GAMMA PIC 9(5).
       01 BG-EPSILON PIC 9(5).

       01 WS-BREDDMIX-FILENAME PIC X(40).

      *> Oberoende raknare over giltiga rader i ALLA breddgrupper -
      *> det ar den balansrakningen provar mot inraknarna.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).
          INITIALIZE REKNARE-1
          INITIALIZE RESULTAT

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
          COPY "PLATS-LAS.cpy".

          PERFORM B0-LAS-PARAMETERDECK

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

          MOVE SPACES TO WS-ARBETSORDER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binbank_arbetsorder.txt" DELIMITED BY SIZE
              INTO WS-ARBETSORDER-FILENAME

          IF WS-INPUT-FILENAME = "input.txt"
             MOVE SPACES TO WS-INPUT-FILENAME
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    "input.txt" DELIMITED BY SIZE
                 INTO WS-INPUT-FILENAME
          END-IF

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binary_tally_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-TALLY-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binary_reject_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-REJECT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binary_rattelser_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RATTELSE-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binary_bankresultat_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-BANK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binary_breddmix_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-BREDDMIX-FILENAME

          INITIALIZE BANK-TABELL
          INITIALIZE UTESLUTEN-TABELL
          INITIALIZE MED-SUM-TABELL

          IF UTESLUTNING-AKTIV
             PERFORM B3-LASA-ARBETSORDER
          END-IF

          OPEN INPUT BINARYFIL

          END-IF
          .

      *> Markerar bankerna med en arbetsorder som inte ar
      *> verifierad. Utan register finns inga ordrar - alla banker
      *> raknas.
       B3-LASA-ARBETSORDER SECTION.

          OPEN INPUT ARBETSORDER-FIL

          IF IND7-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-ORDER
                READ ARBETSORDER-FIL
                      AT END
                         SET SLUT-PA-ORDER TO TRUE
                      NOT AT END
                         IF AO-STATUS NOT = "VERIFIERAD"
                               AND AO-BANK(1:1) = "B"
                               AND AO-BANK(2:1) >= "1"
                               AND AO-BANK(2:1) <= "4"
                            MOVE AO-BANK(2:1) TO BANK-NR
                            MOVE 1 TO BANK-UTESLUTEN(BANK-NR)
                            DISPLAY "Bank " AO-BANK " utesluts - "
                               "arbetsorder " AO-ORDER-NR " "
                               AO-STATUS
                         END-IF
                END-READ
             END-PERFORM

             CLOSE ARBETSORDER-FIL
             MOVE ZERO TO BANK-NR
          END-IF
          .

      *> Laser nasta rad och klassificerar den direkt som header,
      *> trailer eller data - innan nagon databehandling sker - sa att
      *> en trailerrad aldrig hinner behandlas som data att validera.

                   PERFORM VARYING INDEX-1 FROM 1 BY 1
                         UNTIL INDEX-1 > BITBREDD
                      IF NOT RAD-UTESLUTEN
                         ADD NUMBER-X(INDEX-1)
                            TO SUM-NUMBER-X(INDEX-1)
                      END-IF

                      ADD NUMBER-X(INDEX-1) TO MED-SUM(INDEX-1)

                      IF BANK-NR NOT = ZERO
                         ADD NUMBER-X(INDEX-1)
                      END-IF
                   END-PERFORM

                   ADD 1 TO MED-REKNARE

                   IF RAD-UTESLUTEN
                      ADD 1 TO ANTAL-UTESLUTNA-RADER
                   ELSE
                      ADD 1 TO REKNARE-1
                   END-IF

                   IF BANK-NR NOT = ZERO
                      ADD 1 TO BANK-REKNARE(BANK-NR)

          MOVE ZERO TO BANK-NR
          MOVE 1 TO BIT-OFFSET
          MOVE ZERO TO RAD-UTESLUTEN-SW

          IF WS-INPUT(1:1) = "B"
                AND WS-INPUT(2:1) >= "1"
             MOVE WS-INPUT(2:1) TO BANK-NR
             MOVE 3 TO BIT-OFFSET
             SET BANK-RADER-SEDDA TO TRUE

             IF BANK-UTESLUTEN(BANK-NR) = 1
                SET RAD-UTESLUTEN TO TRUE
             END-IF
          END-IF

      *> Radens faktiska bitbredd ar langden pa 0/1-foljden fran

                MOVE WS-INPUT(BIT-OFFSET:BITBREDD) TO NUMBERS-S

      *> En utesluten banks rader far inte rosta i konsensus - de
      *> rattas mot de ovrigas.
                IF NOT RAD-UTESLUTEN
                   PERFORM VARYING INDEX-1 FROM 1 BY 1
                         UNTIL INDEX-1 > BITBREDD
                      ADD NUMBER-X(INDEX-1) TO SUM-NUMBER-X(INDEX-1)
                   END-PERFORM

                   ADD 1 TO REKNARE-1
                END-IF
                END-IF
                END-IF
             ELSE
      *> materialet.
          INITIALIZE NUMBERS-SUM
          INITIALIZE BANK-TABELL
          INITIALIZE MED-SUM-TABELL
          MOVE ZERO TO MED-REKNARE

          MOVE BITBREDD TO RAD-BREDD


             PERFORM RR-GRUPPRAKNA-RATTAD-RAD

             MOVE ZERO TO RAD-UTESLUTEN-SW
             IF RP-BANK(RAD-INDEX) NOT = ZERO
                IF BANK-UTESLUTEN(RP-BANK(RAD-INDEX)) = 1
                   SET RAD-UTESLUTEN TO TRUE
                   ADD 1 TO ANTAL-UTESLUTNA-RADER
                END-IF
             END-IF

             ADD 1 TO MED-REKNARE

             PERFORM VARYING INDEX-1 FROM 1 BY 1
                   UNTIL INDEX-1 > BITBREDD
                IF NOT RAD-UTESLUTEN
                   ADD NUMBER-X(INDEX-1) TO SUM-NUMBER-X(INDEX-1)
                END-IF

                ADD NUMBER-X(INDEX-1) TO MED-SUM(INDEX-1)

                IF RP-BANK(RAD-INDEX) NOT = ZERO
                   ADD NUMBER-X(INDEX-1)
             DISPLAY "Antal rattade bitar: " ANTAL-RATTADE
          END-IF

          IF ANTAL-UTESLUTNA-RADER NOT = ZERO
             PERFORM CG-BERAKNA-MED-UTESLUTNA
          END-IF

          IF BANK-RADER-SEDDA
             PERFORM CD-SKRIV-BANKRESULTAT
          END-IF

          WRITE BINARY-BANK-REC

          IF ANTAL-UTESLUTNA-RADER NOT = ZERO
             MOVE SPACES TO BINARY-BANK-REC
             MOVE WS-RUN-DATE TO BB-RUN-DATE
             MOVE "MED" TO BB-BANK
             MOVE MED-GAMMA TO BB-GAMMA
             MOVE MED-EPSILON TO BB-EPSILON
             MOVE MED-REKNARE TO BB-ANTAL

             WRITE BINARY-BANK-REC
          END-IF

          CLOSE BINARY-BANK-FIL

          DISPLAY "Bankresultatfil skriven: " WS-BANK-FILENAME
          .

      *> Flottans gamma/epsilon som de hade blivit med de uteslutna
      *> bankernas rader - samma berakning som CB-BERAKNA-RESULTAT,
      *> sista kolumnen inraknad pa samma satt, men over alla rader.
       CG-BERAKNA-MED-UTESLUTNA SECTION.

          MOVE ZERO TO MED-GAMMA
          MOVE ZERO TO MED-EPSILON
          COMPUTE MED-HALV = MED-REKNARE / 2

          PERFORM VARYING INDEX-1 FROM 1 BY 1
                UNTIL INDEX-1 > BITBREDD
             IF MED-SUM(INDEX-1) >= MED-HALV
                IF INDEX-1 = BITBREDD
                   COMPUTE MED-GAMMA = MED-GAMMA + NUMBER-X(INDEX-1)
                ELSE
                   COMPUTE MED-GAMMA = MED-GAMMA +
                         (2 ** (BITBREDD - INDEX-1))
                END-IF
             ELSE
                IF INDEX-1 = BITBREDD
                   COMPUTE MED-EPSILON = MED-EPSILON
                      + NUMBER-X(INDEX-1)
                ELSE
                   COMPUTE MED-EPSILON = MED-EPSILON +
                      (2 ** (BITBREDD - INDEX-1))
                END-IF
             END-IF
          END-PERFORM

          DISPLAY "Uteslutna bankrader: " ANTAL-UTESLUTNA-RADER
          DISPLAY "Utan uteslutna banker: gamma " GAMMA
             " epsilon " EPSILON
          DISPLAY "Med uteslutna banker:  gamma " MED-GAMMA
             " epsilon " MED-EPSILON
          .

      *> En rad ar giltig nar den bar en obruten 0/1-foljd om 1-16
      *> bitar och ingenting annat efter den - radens egen bredd
      *> avgor, inte korningens primarbredd, sa de smala raderna
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "BINARY" TO RA-PROGRAM
          STRING "BITBREDD=" DELIMITED BY SIZE
                 BITBREDD DELIMITED BY SIZE
              INTO RA-PARAMETRAR
          IF UTESLUTNING-AKTIV
             MOVE " UTESLUT" TO RA-PARAMETRAR(12:8)
          END-IF
          MOVE LINJE-NR TO RA-ANTAL-IN
          MOVE ANTAL-FEL TO RA-ANTAL-AVVISADE
          MOVE ANTAL-GILTIGA TO RA-ANTAL-SKRIVNA
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .


                END-IF
                MOVE PD-TAL TO KONSENSUS-PROCENT
                SET RATTNING-AKTIV TO TRUE
             WHEN "UTESLUT"
                EVALUATE PD-VARDE(1:1)
                   WHEN "J"
                      SET UTESLUTNING-AKTIV TO TRUE
                   WHEN "N"
                      MOVE ZERO TO UTESLUT-SW
                   WHEN OTHER
                      DISPLAY "Ogiltigt varde for UTESLUT: " PD-VARDE
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                END-EVALUATE
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
