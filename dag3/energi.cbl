       IDENTIFICATION DIVISION.

       PROGRAM-ID. ENERGI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT BANK-LASFIL ASSIGN DYNAMIC
             WS-BANK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT HUVUDBOK-FIL ASSIGN DYNAMIC
             WS-HUVUDBOK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT BUDGET-FIL ASSIGN TO
             "energi_budget.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT RAPPORT-FIL ASSIGN DYNAMIC
             WS-RAPPORT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Samma postlayout som BINARY-BANK-REC i BINARY.
       FD BANK-LASFIL.
       01 BANK-LASFIL-REC.
          05 BB-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 BB-BANK PIC X(3).
          05 FILLER PIC X.
          05 BB-GAMMA PIC 9(4).
          05 FILLER PIC X.
          05 BB-EPSILON PIC 9(4).
          05 FILLER PIC X.
          05 BB-ANTAL PIC 9(6).

      *> Effekthuvudboken: en rad per dag och sensorbank (B1-B4 samt
      *> flottans TOT) med nattens gamma, epsilon och deras produkt -
      *> dagens effektforbrukning. En omkorning av samma dag ersatter
      *> dagens rader i stallet for att dubbelbokfora dem.
       FD HUVUDBOK-FIL.
       01 HUVUDBOK-REC.
          05 EH-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 EH-BANK PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 EH-GAMMA PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 EH-EPSILON PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 EH-EFFEKT PIC 9(8).

      *> Teknikavdelningens energibudget: en rad per manad och bank
      *> (aaaamm, bank, budget for hela manaden). En bank utan rad
      *> for manaden rapporteras utan dom.
       FD BUDGET-FIL.
       01 BUDGET-REC.
          05 EB-MANAD PIC 9(6).
          05 FILLER PIC X.
          05 EB-BANK PIC X(3).
          05 FILLER PIC X.
          05 EB-BUDGET PIC 9(10).

       FD RAPPORT-FIL.
       01 RAPPORT-REC.
          05 ER-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 ER-BANK PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 ER-DAGAR PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 ER-FORBRUKAT PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 ER-PROGNOS PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 ER-BUDGET PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 ER-FLAGGA PIC X(12).

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

       WORKING-STORAGE SECTION.

      *> Energiboken for sensorbankerna: produkten av gamma och
      *> epsilon ar dagens effektforbrukning. ENERGI bokfor nattens
      *> siffror ur BINARYs bankresultat i effekthuvudboken och
      *> stammer av manaden hittills mot energibudgeten. Prognosen
      *> for manadsslutet ar snittet per bokford dag ganger
      *> manadens dagar - en natt som saknas drar alltsa inte ner
      *> prognosen. Gar prognosen over budget larmas VARN till
      *> larmcentralen. MED-raden (alla banker nar BINARY utesluter
      *> banker med oppen arbetsorder) ar en jamforelsesiffra och
      *> bokfors inte.
       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       01 WS-BANK-FILENAME PIC X(40).
       01 WS-RAPPORT-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-HUVUDBOK-FILENAME PIC X(40).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.

       01 WS-MANAD PIC 9(6).
       01 MANAD-FORSTA PIC 9(8).
       01 NASTA-MANAD-FORSTA PIC 9(8).
       01 NASTA-AR PIC 9(4).
       01 NASTA-MAN PIC 9(2).
       01 DAGAR-I-MANADEN PIC 9(2).

      *> Bankernas ordning i tabellerna: B1-B4 pa plats 1-4, flottans
      *> TOT pa plats 5.
       01 BANK-NAMN-KONST.
          05 FILLER PIC X(3) VALUE "B1".
          05 FILLER PIC X(3) VALUE "B2".
          05 FILLER PIC X(3) VALUE "B3".
          05 FILLER PIC X(3) VALUE "B4".
          05 FILLER PIC X(3) VALUE "TOT".
       01 FILLER REDEFINES BANK-NAMN-KONST.
          05 BANK-NAMN PIC X(3) OCCURS 5 TIMES.

       01 BANK-POS PIC 9.
       01 SOKT-BANK PIC X(3).

      *> Nattens siffror, manaden hittills och manadens budget per
      *> bank.
       01 ENERGI-TABELL.
          05 ENERGI-RAD OCCURS 5 TIMES.
             10 DG-GAMMA PIC 9(4).
             10 DG-EPSILON PIC 9(4).
             10 DG-EFFEKT PIC 9(8).
             10 DG-SEDD PIC 9.
             10 MF-DAGAR PIC 9(2).
             10 MF-FORBRUKAT PIC 9(10).
             10 BU-BUDGET PIC 9(10).
             10 BU-FINNS PIC 9.

       01 DAGENS-SW PIC 9 VALUE ZERO.
          88 DAGENS-SIFFROR-FINNS VALUE 1.

      *> Huvudboken i sin helhet medan dagens rader ersatts.
       01 HUVUDBOK-ANTAL PIC 9(4) VALUE ZERO.

       01 HUVUDBOK-TABELL.
          05 HUVUDBOK-BILD PIC X(31) OCCURS 9999 TIMES.

       01 HUVUDBOK-POS PIC 9(4).

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       01 PROGNOS PIC 9(10).

       01 ANTAL-IN PIC 9(6) VALUE ZERO.
       01 ANTAL-BOKFORDA PIC 9(6) VALUE ZERO.
       01 ANTAL-SKRIVNA PIC 9(6) VALUE ZERO.
       01 ANTAL-OVER-BUDGET PIC 9 VALUE ZERO.

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-TEXT-HOLDER PIC X(40).
       01 LARM-KLOCKA PIC 9(8).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-DAGENS-SIFFROR
          PERFORM D-UPPDATERA-HUVUDBOK
          PERFORM E-LASA-BUDGET
          PERFORM F-SKRIV-RAPPORT
          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *> Korkalenderns ikapp-korningar (och jamforelsekorningar) far
      *> trada in ett annat affarsdatum via miljovariabeln
      *> AFFARSDATUM - da stamplas och namnges allt som om korningen
      *> skett den dagen. Utan variabeln galler dagens datum.
          ACCEPT WS-AFFARSDATUM FROM ENVIRONMENT "AFFARSDATUM"
             ON EXCEPTION MOVE SPACES TO WS-AFFARSDATUM
          END-ACCEPT

          IF WS-AFFARSDATUM IS NUMERIC
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-HUVUDBOK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "energi_huvudbok.txt" DELIMITED BY SIZE
              INTO WS-HUVUDBOK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binary_bankresultat_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-BANK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "energi_rapport_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAPPORT-FILENAME

          INITIALIZE ENERGI-TABELL

      *> Manadens langd ur avstandet mellan forsta dagen i manaden
      *> och forsta dagen i nasta.
          MOVE WS-RUN-DATE(1:6) TO WS-MANAD
          MOVE WS-RUN-DATE TO MANAD-FORSTA
          MOVE "01" TO MANAD-FORSTA(7:2)

          MOVE WS-RUN-DATE(1:4) TO NASTA-AR
          MOVE WS-RUN-DATE(5:2) TO NASTA-MAN

          IF NASTA-MAN = 12
             ADD 1 TO NASTA-AR
             MOVE 1 TO NASTA-MAN
          ELSE
             ADD 1 TO NASTA-MAN
          END-IF

          MOVE NASTA-AR TO NASTA-MANAD-FORSTA(1:4)
          MOVE NASTA-MAN TO NASTA-MANAD-FORSTA(5:2)
          MOVE "01" TO NASTA-MANAD-FORSTA(7:2)

          COMPUTE DAGAR-I-MANADEN =
             FUNCTION INTEGER-OF-DATE(NASTA-MANAD-FORSTA)
             - FUNCTION INTEGER-OF-DATE(MANAD-FORSTA)
          .

      *> Nattens gamma och epsilon per bank ur bankresultatet.
      *> Saknas filen bokfors ingenting, men rapporten gors anda pa
      *> det som redan star i huvudboken.
       C-LASA-DAGENS-SIFFROR SECTION.

          OPEN INPUT BANK-LASFIL

          IF IND1-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW
             PERFORM UNTIL SLUT-PA-FIL
                READ BANK-LASFIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         ADD 1 TO ANTAL-IN
                         MOVE BB-BANK TO SOKT-BANK
                         PERFORM Z1-SOK-BANK
                         IF BANK-POS NOT = ZERO
                            MOVE BB-GAMMA TO DG-GAMMA(BANK-POS)
                            MOVE BB-EPSILON TO DG-EPSILON(BANK-POS)
                            COMPUTE DG-EFFEKT(BANK-POS) =
                               BB-GAMMA * BB-EPSILON
                            MOVE 1 TO DG-SEDD(BANK-POS)
                            SET DAGENS-SIFFROR-FINNS TO TRUE
                         END-IF
                END-READ
             END-PERFORM
             CLOSE BANK-LASFIL
          ELSE
             DISPLAY "Ingen bankresultatfil for " WS-RUN-DATE
                " - ingen effekt att bokfora"
          END-IF
          .

      *> Laser in huvudboken, ersatter dagens rader med nattens
      *> siffror och skriver om boken. Darefter summeras manaden
      *> hittills per bank ur tabellen.
       D-UPPDATERA-HUVUDBOK SECTION.

          OPEN INPUT HUVUDBOK-FIL

          IF IND2-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW
             PERFORM UNTIL SLUT-PA-FIL
                READ HUVUDBOK-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF EH-DATUM = WS-RUN-DATE
                               AND DAGENS-SIFFROR-FINNS
                            CONTINUE
                         ELSE
                            PERFORM D1-LAGG-I-TABELL
                         END-IF
                END-READ
             END-PERFORM
             CLOSE HUVUDBOK-FIL
          END-IF

          IF DAGENS-SIFFROR-FINNS
             PERFORM VARYING BANK-POS FROM 1 BY 1 UNTIL BANK-POS > 5
                IF DG-SEDD(BANK-POS) = 1
                   MOVE SPACES TO HUVUDBOK-REC
                   MOVE WS-RUN-DATE TO EH-DATUM
                   MOVE BANK-NAMN(BANK-POS) TO EH-BANK
                   MOVE DG-GAMMA(BANK-POS) TO EH-GAMMA
                   MOVE DG-EPSILON(BANK-POS) TO EH-EPSILON
                   MOVE DG-EFFEKT(BANK-POS) TO EH-EFFEKT
                   PERFORM D1-LAGG-I-TABELL
                   ADD 1 TO ANTAL-BOKFORDA
                END-IF
             END-PERFORM

             OPEN OUTPUT HUVUDBOK-FIL

             PERFORM VARYING HUVUDBOK-POS FROM 1 BY 1
                UNTIL HUVUDBOK-POS > HUVUDBOK-ANTAL
                MOVE HUVUDBOK-BILD(HUVUDBOK-POS) TO HUVUDBOK-REC
                WRITE HUVUDBOK-REC
             END-PERFORM

             CLOSE HUVUDBOK-FIL
          END-IF

          PERFORM VARYING HUVUDBOK-POS FROM 1 BY 1
             UNTIL HUVUDBOK-POS > HUVUDBOK-ANTAL
             MOVE HUVUDBOK-BILD(HUVUDBOK-POS) TO HUVUDBOK-REC
             IF EH-DATUM(1:6) = WS-MANAD
                   AND EH-DATUM <= WS-RUN-DATE
                MOVE EH-BANK TO SOKT-BANK
                PERFORM Z1-SOK-BANK
                IF BANK-POS NOT = ZERO
                   ADD 1 TO MF-DAGAR(BANK-POS)
                   ADD EH-EFFEKT TO MF-FORBRUKAT(BANK-POS)
                END-IF
             END-IF
          END-PERFORM
          .

       D1-LAGG-I-TABELL SECTION.

          IF HUVUDBOK-ANTAL = 9999
             DISPLAY "Avbryter - fler an 9999 rader i "
                "effekthuvudboken"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO HUVUDBOK-ANTAL
          MOVE HUVUDBOK-REC TO HUVUDBOK-BILD(HUVUDBOK-ANTAL)
          .

      *> Hamtar manadens budget per bank. Saknas budgetfilen gors
      *> rapporten anda, men utan dom och utan larm.
       E-LASA-BUDGET SECTION.

          OPEN INPUT BUDGET-FIL

          IF IND3-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW
             PERFORM UNTIL SLUT-PA-FIL
                READ BUDGET-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF EB-MANAD = WS-MANAD
                               AND EB-BUDGET IS NUMERIC
                            MOVE EB-BANK TO SOKT-BANK
                            PERFORM Z1-SOK-BANK
                            IF BANK-POS NOT = ZERO
                               MOVE EB-BUDGET TO BU-BUDGET(BANK-POS)
                               MOVE 1 TO BU-FINNS(BANK-POS)
                            END-IF
                         END-IF
                END-READ
             END-PERFORM
             CLOSE BUDGET-FIL
          ELSE
             DISPLAY "Ingen energibudget (energi_budget.txt) - "
                "rapporten gors utan budget"
          END-IF
          .

      *> En rad per bank med manaden hittills, prognos for
      *> manadsslutet och budget.
       F-SKRIV-RAPPORT SECTION.

          OPEN OUTPUT RAPPORT-FIL

          IF IND4-FILESTATUS NOT = "00"
             DISPLAY "Kan inte skapa " WS-RAPPORT-FILENAME
                " - filstatus " IND4-FILESTATUS
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM VARYING BANK-POS FROM 1 BY 1 UNTIL BANK-POS > 5
             IF MF-DAGAR(BANK-POS) > ZERO
                   OR BU-FINNS(BANK-POS) = 1
                PERFORM F1-SKRIV-EN-BANK
             END-IF
          END-PERFORM

          CLOSE RAPPORT-FIL
          .

       F1-SKRIV-EN-BANK SECTION.

          IF MF-DAGAR(BANK-POS) > ZERO
             COMPUTE PROGNOS ROUNDED =
                MF-FORBRUKAT(BANK-POS) * DAGAR-I-MANADEN
                / MF-DAGAR(BANK-POS)
          ELSE
             MOVE ZERO TO PROGNOS
          END-IF

          MOVE SPACES TO RAPPORT-REC
          MOVE WS-RUN-DATE TO ER-RUN-DATE
          MOVE BANK-NAMN(BANK-POS) TO ER-BANK
          MOVE MF-DAGAR(BANK-POS) TO ER-DAGAR
          MOVE MF-FORBRUKAT(BANK-POS) TO ER-FORBRUKAT
          MOVE PROGNOS TO ER-PROGNOS
          MOVE BU-BUDGET(BANK-POS) TO ER-BUDGET

          EVALUATE TRUE
             WHEN BU-FINNS(BANK-POS) NOT = 1
                MOVE "EJ BUDGET" TO ER-FLAGGA
             WHEN PROGNOS > BU-BUDGET(BANK-POS)
                MOVE "OVER BUDGET" TO ER-FLAGGA
                ADD 1 TO ANTAL-OVER-BUDGET

                MOVE "VARN" TO LARM-ALLVAR-HOLDER
                MOVE SPACES TO LARM-TEXT-HOLDER
                STRING "ENERGI " DELIMITED BY SIZE
                       BANK-NAMN(BANK-POS) DELIMITED BY SPACE
                       " PROGNOS OVER BUDGET" DELIMITED BY SIZE
                    INTO LARM-TEXT-HOLDER
                PERFORM Y8-SKRIV-LARM
             WHEN OTHER
                MOVE "INOM BUDGET" TO ER-FLAGGA
          END-EVALUATE

          WRITE RAPPORT-REC
          ADD 1 TO ANTAL-SKRIVNA

          DISPLAY BANK-NAMN(BANK-POS) ": hittills "
             MF-FORBRUKAT(BANK-POS) " prognos " PROGNOS
             " budget " BU-BUDGET(BANK-POS) " " ER-FLAGGA
          .

       N-AVSLUTA SECTION.

          DISPLAY "Effekthuvudbok uppdaterad: energi_huvudbok.txt"
          DISPLAY "Bokforda rader i natt: " ANTAL-BOKFORDA
          DISPLAY "Energirapport skriven: " WS-RAPPORT-FILENAME
          DISPLAY "Banker over budget: " ANTAL-OVER-BUDGET

          PERFORM Z9-SKRIV-KORNINGSAUDIT

          STOP RUN
          .

      *> Slar upp en banks plats i tabellerna; noll om banken inte
      *> bokfors (MED-raden och okanda namn).
       Z1-SOK-BANK SECTION.

          MOVE ZERO TO BANK-POS

          EVALUATE SOKT-BANK
             WHEN "B1"
                MOVE 1 TO BANK-POS
             WHEN "B2"
                MOVE 2 TO BANK-POS
             WHEN "B3"
                MOVE 3 TO BANK-POS
             WHEN "B4"
                MOVE 4 TO BANK-POS
             WHEN "TOT"
                MOVE 5 TO BANK-POS
          END-EVALUATE
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
          MOVE "ENERGI    " TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS

          WRITE LC-LARM-REC

          CLOSE LARM-FIL
          .

      *> Fyller i korningens rad i den gemensamma korningsauditen -
      *> vad korningen faktiskt fick, vad den gjorde av det och hur
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "ENERGI" TO RA-PROGRAM
          MOVE WS-BANK-FILENAME TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          STRING "MANAD=" DELIMITED BY SIZE
                 WS-MANAD DELIMITED BY SIZE
                 " OVER=" DELIMITED BY SIZE
                 ANTAL-OVER-BUDGET DELIMITED BY SIZE
              INTO RA-PARAMETRAR
          MOVE ANTAL-IN TO RA-ANTAL-IN
          MOVE ZERO TO RA-ANTAL-AVVISADE
          MOVE ANTAL-SKRIVNA TO RA-ANTAL-SKRIVNA
          IF RETURN-CODE >= 0 AND RETURN-CODE <= 999
             MOVE RETURN-CODE TO RA-RETURKOD
          ELSE
             MOVE 999 TO RA-RETURKOD
          END-IF
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .
