       IDENTIFICATION DIVISION.

       PROGRAM-ID. SONARKART.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT DETALJ-LASFIL ASSIGN DYNAMIC
             WS-DETALJ-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT MISSTANKT-LASFIL ASSIGN DYNAMIC
             WS-MISSTANKT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT KART-FIL ASSIGN DYNAMIC
             WS-KART-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Den centrala parameterleken: en rad per program och
      *> nyckelord ("PROGRAM NYCKEL VARDE"). Varden har foretrade
      *> fore positionsargumenten, varje tillampad rad ekas vid
      *> korningens borjan, och ett okant nyckelord eller ett varde
      *> utanfor sitt intervall stoppar korningen innan nagon
      *> behandling skett - kvallens korning ska kunna aterskapas
      *> fran sitt ekade deck.
       FD PARAMDECK-FIL.
       01 PARAMDECK-REC.
          05 PD-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 PD-NYCKEL PIC X(12).
          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

      *> Samma postlayout som SONAR-DETALJ-REC i SONAR.
       FD DETALJ-LASFIL.
       01 DETALJ-LASFIL-REC.
          05 SD-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 SD-LINJE-NR PIC 9(6).
          05 FILLER PIC X.
          05 SD-SIFFRA PIC 9(4)V9(2).
          05 FILLER PIC X.
          05 SD-PREV-SIFFRA PIC 9(4)V9(2).
          05 FILLER PIC X.
          05 SD-TREND PIC X(7).
          05 FILLER PIC X.
          05 SD-TIDKORR-TECKEN PIC X.
          05 SD-TIDKORR PIC 9(3)V9(2).

      *> Samma postlayout som SONAR-MISSTANKT-REC i SONAR.
       FD MISSTANKT-LASFIL.
       01 MISSTANKT-LASFIL-REC.
          05 MS-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 MS-LINJE-NR PIC 9(6).
          05 FILLER PIC X.
          05 MS-SIFFRA PIC 9(4)V9(2).
          05 FILLER PIC X.
          05 MS-PREV-SIFFRA PIC 9(4)V9(2).
          05 FILLER PIC X.
          05 MS-DELTA PIC 9(4)V9(2).

       FD KART-FIL.
       01 KART-REC PIC X(120).

       WORKING-STORAGE SECTION.

      *> Djupprofilen: sonardetaljen ar en kolumn siffror som ingen
      *> pa bryggan laser i farten. Har ritas dagens svep som en
      *> sidovy - lasningsnummer langs sidan, djup nedat med en
      *> djupskala till vanster - med det tidvattenkorrigerade
      *> djupet som linjen (*), ravardet fore korrigeringen dar det
      *> skiljer sig (o) och SONARs misstankta lasningar (X). Skalan
      *> ar gemensam for hela dagen sa att sidorna kan laggas bredvid
      *> varandra; varje sida bar sitt sidhuvud, sin teckenforklaring
      *> och sin axel med lasningsnummer. Det ar den har utskriften
      *> som satts upp infor morgongenomgangen.
      *>
      *> Argument 1 (valfritt): datum YYYYMMDD for en aldre dags
      *> profil. Parameterleken: SONARKART KOLUMNER (lasningar per
      *> sida, 10-100) och RADER (djupsteg per sida, 10-50).
       01 PDECK-FILESTATUS PIC XX.
       01 SLUT-PA-DECK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DECK VALUE 1.

       COPY "GENKAT-PARM.cpy".

       COPY "SIGILL-PARM.cpy".

       01 WS-DETALJ-FILENAME PIC X(40).
       01 WS-MISSTANKT-FILENAME PIC X(40).
       01 WS-KART-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-DATUM-ARG PIC X(8).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(40).

       01 KART-KOLUMNER PIC 9(3) VALUE 100.
       01 KART-RADER PIC 9(2) VALUE 40.

       01 SLUT-PA-DETALJ-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DETALJ VALUE 1.

       01 SLUT-PA-MISSTANKTA-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-MISSTANKTA VALUE 1.

      *> Dagens lasningar: korrigerat djup ur detaljen och ravardet
      *> aterraknat ur korrigeringen (SONAR drar en positiv
      *> korrigering fran ravardet och lagger till en negativ).
       01 LAS-ANTAL PIC 9(5) VALUE ZERO.

       01 LAS-TABELL.
          05 LAS-RAD OCCURS 0 TO 20000 TIMES
                DEPENDING ON LAS-ANTAL
                INDEXED BY LAS-INDEX.
             10 LT-LINJE-NR PIC 9(6).
             10 LT-KORR PIC 9(4)V9(2).
             10 LT-RA PIC 9(4)V9(2).
             10 LT-MISSTANKT-SW PIC 9.
                88 LT-MISSTANKT VALUE 1.

       01 LAS-FULL-SW PIC 9 VALUE ZERO.
          88 LAS-FULL VALUE 1.

       01 RA-VARDE PIC S9(5)V9(2).
       01 ANTAL-MISSTANKTA PIC 9(5) VALUE ZERO.

      *> Djupskalan: grundaste och djupaste varde over hela dagen
      *> (bade korrigerat och ravarde) och djupet per utskriftsrad.
       01 SKALA-MIN PIC 9(4)V9(2) VALUE 9999,99.
       01 SKALA-MAX PIC 9(4)V9(2) VALUE ZERO.
       01 SKALA-STEG PIC 9(4)V9(2).
       01 SKALA-DJUP PIC 9(5)V9(2).
       01 SKALA-EDIT PIC Z(4)9,99.

      *> Rutnatet for en sida: en rad per djupsteg, en kolumn per
      *> lasning.
       01 KART-RUTNAT.
          05 KART-RUTNAT-RAD OCCURS 50 TIMES.
             10 KART-TECKEN PIC X OCCURS 100 TIMES.

       01 BLOCK-START PIC 9(5).
       01 BLOCK-SLUT PIC 9(5).
       01 LAS-POS PIC 9(5).
       01 KOL-POS PIC 9(3).
       01 RAD-POS PIC 9(2).
       01 PLOT-DJUP PIC 9(4)V9(2).
       01 PLOT-RAD PIC 9(5).
       01 SIDNUMMER PIC 9(3) VALUE ZERO.
       01 ANTAL-KARTRADER PIC 9(6) VALUE ZERO.
       01 AXEL-POS PIC 9(3).

       01 PD-KOLUMNER-W PIC 9(3).
       01 PD-RADER-W PIC 9(2).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-DETALJ
          PERFORM D-LASA-MISSTANKTA
          PERFORM E-BERAKNA-SKALA
          PERFORM F-SKRIV-KARTA
          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-DATUM-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-DATUM-ARG
          END-ACCEPT

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
          COPY "PLATS-LAS.cpy".

          PERFORM B0-LAS-PARAMETERDECK

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

          IF WS-DATUM-ARG IS NUMERIC
             MOVE WS-DATUM-ARG TO WS-RUN-DATE
          END-IF

          MOVE "SOK" TO GK-FUNKTION
          MOVE "SONARKART" TO GK-PROGRAM
          MOVE "sonar_detalj_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-DETALJ-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_misstankta_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-MISSTANKT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_djupprofil_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-KART-FILENAME
          .

      *> Sigillet provas forst - en stympad detaljfil ger en profil
      *> som ser rimlig ut men slutar mitt pa linjen.
       C-LASA-DETALJ SECTION.

          MOVE "PROVA" TO SG-FUNKTION
          MOVE WS-DETALJ-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          IF SG-RESULTAT = "N"
             DISPLAY "BRUTET SIGILL: " WS-DETALJ-FILENAME(1:35)
             DISPLAY "Ingen djupprofil ritas fran en stympad "
                "detaljfil"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT DETALJ-LASFIL

          MOVE IND1-FILESTATUS TO WS-FILSTATUS
          MOVE WS-DETALJ-FILENAME TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          PERFORM UNTIL SLUT-PA-DETALJ
             READ DETALJ-LASFIL
                   AT END
                      SET SLUT-PA-DETALJ TO TRUE
                   NOT AT END
                      IF DETALJ-LASFIL-REC(1:3) NOT = "SIG"
                            AND SD-LINJE-NR IS NUMERIC
                            AND SD-SIFFRA IS NUMERIC
                            AND SD-TIDKORR IS NUMERIC
                         PERFORM C1-LAGG-IN-LASNING
                      END-IF
             END-READ
          END-PERFORM

          CLOSE DETALJ-LASFIL

          IF LAS-ANTAL = ZERO
             DISPLAY "Detaljfilen " WS-DETALJ-FILENAME(1:35)
                " har inga lasningar - ingen djupprofil"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

       C1-LAGG-IN-LASNING SECTION.

          IF LAS-ANTAL = 20000
             IF NOT LAS-FULL
                SET LAS-FULL TO TRUE
                DISPLAY "Varning: lasningstabellen ar full, resten "
                   "av svepet ritas inte"
             END-IF
          ELSE
             ADD 1 TO LAS-ANTAL
             SET LAS-INDEX TO LAS-ANTAL
             MOVE SD-LINJE-NR TO LT-LINJE-NR(LAS-INDEX)
             MOVE SD-SIFFRA TO LT-KORR(LAS-INDEX)
             MOVE ZERO TO LT-MISSTANKT-SW(LAS-INDEX)

             IF SD-TIDKORR-TECKEN = "-"
                COMPUTE RA-VARDE = SD-SIFFRA - SD-TIDKORR
             ELSE
                COMPUTE RA-VARDE = SD-SIFFRA + SD-TIDKORR
             END-IF

             IF RA-VARDE < ZERO OR RA-VARDE > 9999,99
                MOVE SD-SIFFRA TO LT-RA(LAS-INDEX)
             ELSE
                MOVE RA-VARDE TO LT-RA(LAS-INDEX)
             END-IF
          END-IF
          .

      *> Misstankt-filen skapas bara de dagar SONAR hittat nagot -
      *> ingen fil betyder inga X i profilen.
       D-LASA-MISSTANKTA SECTION.

          OPEN INPUT MISSTANKT-LASFIL

          IF IND2-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-MISSTANKTA
                READ MISSTANKT-LASFIL
                      AT END
                         SET SLUT-PA-MISSTANKTA TO TRUE
                      NOT AT END
                         IF MISSTANKT-LASFIL-REC(1:3) NOT = "SIG"
                               AND MS-LINJE-NR IS NUMERIC
                            PERFORM D1-MARKERA-MISSTANKT
                         END-IF
                END-READ
             END-PERFORM

             CLOSE MISSTANKT-LASFIL
          END-IF

          DISPLAY "Misstankta lasningar i profilen: "
             ANTAL-MISSTANKTA
          .

       D1-MARKERA-MISSTANKT SECTION.

          SET LAS-INDEX TO 1

          SEARCH LAS-RAD
             AT END
                CONTINUE
             WHEN LT-LINJE-NR(LAS-INDEX) = MS-LINJE-NR
                SET LT-MISSTANKT(LAS-INDEX) TO TRUE
                ADD 1 TO ANTAL-MISSTANKTA
          END-SEARCH
          .

      *> Steget avrundas uppat en hundradel sa att den djupaste
      *> lasningen alltid hamnar pa sidans sista rad och aldrig
      *> under den.
       E-BERAKNA-SKALA SECTION.

          PERFORM VARYING LAS-INDEX FROM 1 BY 1
             UNTIL LAS-INDEX > LAS-ANTAL
             IF LT-KORR(LAS-INDEX) < SKALA-MIN
                MOVE LT-KORR(LAS-INDEX) TO SKALA-MIN
             END-IF
             IF LT-RA(LAS-INDEX) < SKALA-MIN
                MOVE LT-RA(LAS-INDEX) TO SKALA-MIN
             END-IF
             IF LT-KORR(LAS-INDEX) > SKALA-MAX
                MOVE LT-KORR(LAS-INDEX) TO SKALA-MAX
             END-IF
             IF LT-RA(LAS-INDEX) > SKALA-MAX
                MOVE LT-RA(LAS-INDEX) TO SKALA-MAX
             END-IF
          END-PERFORM

          COMPUTE SKALA-STEG =
             (SKALA-MAX - SKALA-MIN) / (KART-RADER - 1)
          ADD 0,01 TO SKALA-STEG
          .

       F-SKRIV-KARTA SECTION.

          OPEN OUTPUT KART-FIL

          MOVE 1 TO BLOCK-START

          PERFORM UNTIL BLOCK-START > LAS-ANTAL
             PERFORM F1-SKRIV-SIDA
             ADD KART-KOLUMNER TO BLOCK-START
          END-PERFORM

          CLOSE KART-FIL

          DISPLAY "Djupprofil skriven: " WS-KART-FILENAME
             " (" SIDNUMMER " sidor)"
          .

       F1-SKRIV-SIDA SECTION.

          COMPUTE BLOCK-SLUT = BLOCK-START + KART-KOLUMNER - 1

          IF BLOCK-SLUT > LAS-ANTAL
             MOVE LAS-ANTAL TO BLOCK-SLUT
          END-IF

          MOVE SPACES TO KART-RUTNAT

          PERFORM VARYING LAS-POS FROM BLOCK-START BY 1
             UNTIL LAS-POS > BLOCK-SLUT
             PERFORM F2-RITA-LASNING
          END-PERFORM

          PERFORM F3-SKRIV-SIDHUVUD

          PERFORM VARYING RAD-POS FROM 1 BY 1
             UNTIL RAD-POS > KART-RADER
             PERFORM F4-SKRIV-DJUPRAD
          END-PERFORM

          PERFORM F5-SKRIV-AXEL
          .

      *> Ravardet ritas forst sa att den korrigerade linjen och
      *> misstanktmarkeringen vinner dar de hamnar i samma ruta.
       F2-RITA-LASNING SECTION.

          COMPUTE KOL-POS = LAS-POS - BLOCK-START + 1

          IF LT-RA(LAS-POS) NOT = LT-KORR(LAS-POS)
             MOVE LT-RA(LAS-POS) TO PLOT-DJUP
             PERFORM F6-BERAKNA-RAD
             MOVE "o" TO KART-TECKEN(PLOT-RAD, KOL-POS)
          END-IF

          MOVE LT-KORR(LAS-POS) TO PLOT-DJUP
          PERFORM F6-BERAKNA-RAD

          IF LT-MISSTANKT(LAS-POS)
             MOVE "X" TO KART-TECKEN(PLOT-RAD, KOL-POS)
          ELSE
             MOVE "*" TO KART-TECKEN(PLOT-RAD, KOL-POS)
          END-IF
          .

       F3-SKRIV-SIDHUVUD SECTION.

          ADD 1 TO SIDNUMMER

          MOVE SPACES TO KART-REC
          STRING "SONAR DJUPPROFIL " DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 "  SIDA " DELIMITED BY SIZE
                 SIDNUMMER DELIMITED BY SIZE
              INTO KART-REC
          PERFORM F7-SKRIV-KARTRAD

          MOVE SPACES TO KART-REC
          STRING "DETALJFIL " DELIMITED BY SIZE
                 WS-DETALJ-FILENAME DELIMITED BY SPACE
                 "  LASNING " DELIMITED BY SIZE
                 LT-LINJE-NR(BLOCK-START) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 LT-LINJE-NR(BLOCK-SLUT) DELIMITED BY SIZE
              INTO KART-REC
          PERFORM F7-SKRIV-KARTRAD

          MOVE SPACES TO KART-REC
          STRING "* = TIDVATTENKORRIGERAT DJUP   " DELIMITED BY SIZE
                 "o = RAVARDE FORE KORRIGERING   " DELIMITED BY SIZE
                 "X = MISSTANKT LASNING" DELIMITED BY SIZE
              INTO KART-REC
          PERFORM F7-SKRIV-KARTRAD

          MOVE SPACES TO KART-REC
          MOVE "DJUP (M)" TO KART-REC(1:8)
          PERFORM F7-SKRIV-KARTRAD
          .

      *> Djupskalan star till vanster om varje rad: radens djup
      *> med tva decimaler, sedan rutnatets rad.
       F4-SKRIV-DJUPRAD SECTION.

          COMPUTE SKALA-DJUP = SKALA-MIN + (RAD-POS - 1) * SKALA-STEG
          MOVE SKALA-DJUP TO SKALA-EDIT

          MOVE SPACES TO KART-REC
          MOVE SKALA-EDIT TO KART-REC(1:8)
          MOVE " |" TO KART-REC(9:2)
          MOVE KART-RUTNAT-RAD(RAD-POS) TO KART-REC(11:100)
          PERFORM F7-SKRIV-KARTRAD
          .

      *> Axeln under rutnatet: ett + var tionde lasning och dess
      *> lasningsnummer pa raden under.
       F5-SKRIV-AXEL SECTION.

          MOVE SPACES TO KART-REC
          MOVE "+" TO KART-REC(10:1)

          PERFORM VARYING AXEL-POS FROM 1 BY 1
             UNTIL AXEL-POS > BLOCK-SLUT - BLOCK-START + 1
             IF FUNCTION MOD(AXEL-POS - 1, 10) = ZERO
                MOVE "+" TO KART-REC(10 + AXEL-POS:1)
             ELSE
                MOVE "-" TO KART-REC(10 + AXEL-POS:1)
             END-IF
          END-PERFORM
          PERFORM F7-SKRIV-KARTRAD

          MOVE SPACES TO KART-REC
          MOVE "LASNING" TO KART-REC(1:7)

          PERFORM VARYING AXEL-POS FROM 1 BY 10
             UNTIL AXEL-POS > BLOCK-SLUT - BLOCK-START + 1
             COMPUTE LAS-POS = BLOCK-START + AXEL-POS - 1
             MOVE LT-LINJE-NR(LAS-POS) TO KART-REC(10 + AXEL-POS:6)
          END-PERFORM
          PERFORM F7-SKRIV-KARTRAD

          MOVE SPACES TO KART-REC
          PERFORM F7-SKRIV-KARTRAD
          .

      *> Djupet vaxer nedat: grundaste vardet pa forsta raden.
       F6-BERAKNA-RAD SECTION.

          COMPUTE PLOT-RAD ROUNDED =
             (PLOT-DJUP - SKALA-MIN) / SKALA-STEG + 1

          IF PLOT-RAD > KART-RADER
             MOVE KART-RADER TO PLOT-RAD
          END-IF

          IF PLOT-RAD < 1
             MOVE 1 TO PLOT-RAD
          END-IF
          .

       F7-SKRIV-KARTRAD SECTION.

          WRITE KART-REC
          ADD 1 TO ANTAL-KARTRADER
          .

       N-AVSLUTA SECTION.

          STOP RUN
          .

       B0-LAS-PARAMETERDECK SECTION.

          OPEN INPUT PARAMDECK-FIL

          IF PDECK-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-DECK
                READ PARAMDECK-FIL
                      AT END
                         SET SLUT-PA-DECK TO TRUE
                      NOT AT END
                         IF PD-PROGRAM = "SONARKART"
                            PERFORM B0A-TILLAMPA-PARAMETER
                         END-IF
                END-READ
             END-PERFORM

             CLOSE PARAMDECK-FIL
          END-IF
          .

       B0A-TILLAMPA-PARAMETER SECTION.

          DISPLAY "PARM " PD-PROGRAM " " PD-NYCKEL " = " PD-VARDE

          EVALUATE PD-NYCKEL
             WHEN "KOLUMNER"
                IF PD-VARDE(1:3) IS NUMERIC
                      AND PD-VARDE(1:3) >= "010"
                      AND PD-VARDE(1:3) <= "100"
                   MOVE PD-VARDE(1:3) TO PD-KOLUMNER-W
                   MOVE PD-KOLUMNER-W TO KART-KOLUMNER
                ELSE
                   DISPLAY "Ogiltigt antal kolumner i "
                      "parameterleken: " PD-VARDE(1:3)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
             WHEN "RADER"
                IF PD-VARDE(1:2) IS NUMERIC
                      AND PD-VARDE(1:2) >= "10"
                      AND PD-VARDE(1:2) <= "50"
                   MOVE PD-VARDE(1:2) TO PD-RADER-W
                   MOVE PD-RADER-W TO KART-RADER
                ELSE
                   DISPLAY "Ogiltigt antal rader i "
                      "parameterleken: " PD-VARDE(1:2)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-EVALUATE
          .

       Z-KONTROLLERA-FILSTATUS SECTION.

          IF WS-FILSTATUS NOT = "00"
             DISPLAY "Fel vid oppning av " WS-FILSTATUS-FIL
                ": status " WS-FILSTATUS
             DISPLAY "Programmet avslutas"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .
