       IDENTIFICATION DIVISION.

       PROGRAM-ID. BINGOSPI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT PERIODLAS-FIL ASSIGN "periodlas.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT BINGO-LOG-FIL ASSIGN DYNAMIC
             WS-LOG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT BINGO-RESULT-FIL ASSIGN DYNAMIC
             WS-RESULT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT CERT-RAPPORT-FIL ASSIGN DYNAMIC
             WS-CERT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT BINGO2-RANK-FIL ASSIGN DYNAMIC
             WS-RANK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT BINGO2-EXCEPTION-FIL ASSIGN DYNAMIC
             WS-EXCEPTION-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT UTBETALNING-LASFIL ASSIGN DYNAMIC
             WS-UTBETALNING-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT SUMMERING-FIL ASSIGN DYNAMIC
             WS-SUMMERING-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND8-FILESTATUS.

          SELECT FOND-FIL ASSIGN DYNAMIC
             WS-FOND-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND9-FILESTATUS.

          SELECT SPI-FIL ASSIGN DYNAMIC
             WS-SPI-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Samma postlayout som PERIODLAS-REC i MANADSSLUT.
       FD PERIODLAS-FIL.
       01 PERIODLAS-REC.
          05 PL-PERIOD PIC 9(6).
          05 FILLER PIC X.
          05 PL-STATUS PIC X(6).
          05 FILLER PIC X.
          05 PL-OPERATOR PIC X(8).
          05 FILLER PIC X.
          05 PL-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 PL-NOTERING PIC X(30).

      *> Samma postlayout som BINGO-LOG-REC i BINGO.
       FD BINGO-LOG-FIL.
       01 BINGO-LOG-REC.
          05 BL-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 BL-SPEL-NR PIC 9(3).
          05 FILLER PIC X.
          05 BL-DRAG-NR PIC 9(3).
          05 FILLER PIC X.
          05 BL-NUMMER PIC 99.
          05 FILLER PIC X.
          05 BL-TABELL-NR PIC 9(3).
          05 FILLER PIC X.
          05 BL-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 BL-MARKERAT PIC X(225).

      *> Samma postlayout som BINGO-RESULT-REC i BINGO.
       FD BINGO-RESULT-FIL.
       01 BINGO-RESULT-REC.
          05 BRE-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 BRE-SPEL-NR PIC 9(3).
          05 FILLER PIC X.
          05 BRE-VINNANDE-NUMMER PIC 99.
          05 FILLER PIC X.
          05 BRE-OMARKERADE PIC 9(5).
          05 FILLER PIC X.
          05 BRE-TOT-RESULTAT PIC 9(16).
          05 FILLER PIC X.
          05 BRE-ANTAL-DRAG PIC 9(3).

      *> Samma postlayout som CERT-RAPPORT-REC i BINGO.
       FD CERT-RAPPORT-FIL.
       01 CERT-RAPPORT-REC.
          05 CF-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 CF-SPEL-NR PIC 9(3).
          05 FILLER PIC X.
          05 CF-TYP PIC X(16).
          05 FILLER PIC X.
          05 CF-NUMMER PIC 99.
          05 FILLER PIC X.
          05 CF-TABELL-NR PIC 9(3).

      *> Samma postlayout som BINGO2-RANK-REC i BINGO2.
       FD BINGO2-RANK-FIL.
       01 BINGO2-RANK-REC.
          05 RK-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 RK-RANK-NR PIC 9(3).
          05 FILLER PIC X.
          05 RK-TABELL-NR PIC 9(3).
          05 FILLER PIC X.
          05 RK-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 RK-VINNANDE-NUMMER PIC 99.
          05 FILLER PIC X.
          05 RK-TOT-OMARKERADE PIC 9(5).
          05 FILLER PIC X.
          05 RK-TOT-RESULTAT PIC 9(16).
          05 FILLER PIC X.
          05 RK-ANTAL-TABELLER PIC 9(3).
          05 FILLER PIC X.
          05 RK-AGARE PIC X(20).
          05 FILLER PIC X.
          05 RK-AVDELNING PIC X(10).
          05 FILLER PIC X.
          05 RK-DRAG PIC 9(3).
          05 FILLER PIC X.
          05 RK-DELAD PIC X(5).

      *> Samma postlayout som BINGO2-EXCEPTION-REC i BINGO2.
       FD BINGO2-EXCEPTION-FIL.
       01 BINGO2-EXCEPTION-REC.
          05 EX-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 EX-MEDDELANDE PIC X(40).
          05 FILLER PIC X.
          05 EX-ANTAL-TABELLER PIC 9(3).
          05 FILLER PIC X.
          05 EX-BINGO-LENGD PIC 9(4).

      *> Samma postlayout som UTBETALNING-REC i BINGO2.
       FD UTBETALNING-LASFIL.
       01 UTBETALNING-LASFIL-REC.
          05 UB-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 UB-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 UB-RANK PIC 9(3).
          05 FILLER PIC X.
          05 UB-TYP PIC X(6).
          05 FILLER PIC X.
          05 UB-BELOPP PIC 9(7)V9(2).

      *> Samma postlayout som SUMMERING-REC i BINGOSALJ.
       FD SUMMERING-FIL.
       01 SUMMERING-REC.
          05 SU-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 SU-RAD PIC X(6).
          05 FILLER PIC X.
          05 SU-ANTAL-TRANS PIC 9(5).
          05 FILLER PIC X.
          05 SU-BRADER PIC S9(6) SIGN LEADING SEPARATE.
          05 FILLER PIC X.
          05 SU-BELOPP PIC S9(9)V9(2) SIGN LEADING SEPARATE.

       FD FOND-FIL.
       COPY "BINGOFOND-REC.cpy"
           REPLACING ==:PREFIX:== BY ==FD==.

      *> Manadsredovisningen till spelinspektionen ar helt
      *> faststalld i bredd, i samma form som arsfilen till
      *> skatteverket: en HDR-post med avsandare, period och
      *> skapelsedatum, en DET-post per uppgift (spelform, kod,
      *> antal och belopp i ore) och en TRL-post med postantal och
      *> kontrollsummor over antal och belopp. Koderna:
      *>
      *>     BINGO   SPEL      spelade spel
      *>             BRADER    brador i spel, summerat over spelen
      *>             CERTREN   spel certifierade utan anmarkning
      *>             CERTFYND  spel med certifieringsanmarkning
      *>             EJVINST   spel utan vinnare
      *>     BINGO2  SPEL, BRADER, EJVINST som ovan
      *>             DELADSPL  spel med delad placering
      *>             VINST, DELAD, JACKP, TROST
      *>                       utbetalda priser per typ - antal
      *>                       och belopp
      *>             HALLDAG   spelkvallar dar fonden inte rackte
      *>                       och priserna hallits
      *>     FOND    INGSALDO  prisfondens ingaende saldo
      *>             KREDIT    forsaljningens nettokredit
      *>             DEBET     debiterade priser
      *>             UTGSALDO  prisfondens utgaende saldo
       FD SPI-FIL.
       01 SPI-REC PIC X(80).

       01 SPI-HDR REDEFINES SPI-REC.
          05 SH-TYP PIC X(3).
          05 SH-SANDARE PIC X(8).
          05 SH-PERIOD PIC 9(6).
          05 SH-SKAPAD PIC 9(8).
          05 FILLER PIC X(55).

       01 SPI-DET REDEFINES SPI-REC.
          05 SD-TYP PIC X(3).
          05 SD-SPELFORM PIC X(6).
          05 SD-KOD PIC X(8).
          05 SD-ANTAL PIC 9(9).
          05 SD-BELOPP-ORE PIC S9(13) SIGN LEADING SEPARATE.
          05 FILLER PIC X(40).

       01 SPI-TRL REDEFINES SPI-REC.
          05 ST-TYP PIC X(3).
          05 ST-ANTAL-POSTER PIC 9(6).
          05 ST-SUMMA-ANTAL PIC 9(12).
          05 ST-SUMMA-ORE PIC S9(15) SIGN LEADING SEPARATE.
          05 FILLER PIC X(43).

       WORKING-STORAGE SECTION.

      *> Manadsredovisningen till spelinspektionen for en stangd
      *> period. Allt hamtas ur kvallarnas egna spar, dag for dag:
      *> BINGOs spellogg, resultatfil och certifieringsrapport,
      *> BINGO2s rankfil, exceptionfil och utbetalningsliggare samt
      *> BINGOSALJs dagssummering. Rank- och resultatfilernas
      *> sigill provas - ar nagot brutet lamnas ingen redovisning.
      *> Redovisningen byggs bara for en period som MANADSSLUT last
      *> i periodlas.txt; siffrorna ska inte kunna rora sig efter
      *> att de lamnats.
      *>
      *> Fondens saldon harleds ur dagssummeringarna: forsta
      *> summeringen i perioden bar saldot efter dagens kredit, sa
      *> ingaende saldo ar det saldot minus dagens kredit plus de
      *> debiteringar som gjorts tidigare i perioden. Utgaende saldo
      *> ar ingaende plus periodens krediter minus dess debiteringar.
      *> Saknas summeringar helt galler fondmastern, om den inte
      *> bokforts sedan fore perioden.
      *>
      *> Anrop: bingospi <YYYYMM>
       01 WS-PERIOD-X PIC X(6).
       01 WS-PERIOD PIC 9(6).
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-FOND-FILENAME PIC X(40).

       01 WS-DAG-DATUM PIC 9(8).
       01 WS-DAG-NR PIC 99.

       01 WS-LOG-FILENAME PIC X(40).
       01 WS-RESULT-FILENAME PIC X(40).
       01 WS-CERT-FILENAME PIC X(40).
       01 WS-RANK-FILENAME PIC X(40).
       01 WS-EXCEPTION-FILENAME PIC X(40).
       01 WS-UTBETALNING-FILENAME PIC X(40).
       01 WS-SUMMERING-FILENAME PIC X(40).
       01 WS-SPI-FILENAME PIC X(40).

       COPY "SIGILL-PARM.cpy".

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.
          05 IND8-FILESTATUS PIC XX.
          05 IND9-FILESTATUS PIC XX.
          05 IND10-FILESTATUS PIC XX.

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       01 PERIOD-LAST-SW PIC 9 VALUE ZERO.
          88 PERIOD-LAST VALUE 1.

       01 ANTAL-BRUTNA-SIGILL PIC 9(3) VALUE ZERO.

      *> Dagens BINGO-spel: om spelet syns i spelloggen, om det fick
      *> en vinnare, om certifieringen anmarkte pa det och hur
      *> manga brador det spelades med.
       01 SPEL-TABELL.
          05 SPEL-RAD OCCURS 999 TIMES.
             10 SP-I-LOGG PIC 9.
             10 SP-VINST PIC 9.
             10 SP-CERT PIC 9.
             10 SP-BRADER PIC 9(3).

       01 SPEL-POS PIC 9(3).
       01 SPEL-HOGSTA PIC 9(3).

      *> Dagens BINGO2-kvall.
       01 RANK-RADER PIC 9(5).
       01 RANK-BRADER PIC 9(3).
       01 RANK-DELAD-SW PIC 9.
          88 RANK-DELAD VALUE 1.
       01 EX-BRADER PIC 9(3).

       01 LIGG-HALL-SW PIC 9.
          88 LIGG-HALL VALUE 1.
       01 LIGG-SUMMA PIC 9(9)V9(2).
       01 LIGG-HALL-BELOPP PIC 9(9)V9(2).

       01 PRIS-TABELL.
          05 PRIS-RAD OCCURS 4 TIMES.
             10 PR-TYP PIC X(6).
             10 PR-DAG-ANTAL PIC 9(5).
             10 PR-DAG-BELOPP PIC 9(9)V9(2).
             10 PR-ANTAL PIC 9(7).
             10 PR-BELOPP PIC 9(11)V9(2).

       01 PRIS-POS PIC 9.

      *> Periodens redovisade storheter.
       01 B1-SPEL PIC 9(7) VALUE ZERO.
       01 B1-BRADER PIC 9(9) VALUE ZERO.
       01 B1-CERTREN PIC 9(7) VALUE ZERO.
       01 B1-CERTFYND PIC 9(7) VALUE ZERO.
       01 B1-EJVINST PIC 9(7) VALUE ZERO.

       01 B2-SPEL PIC 9(7) VALUE ZERO.
       01 B2-BRADER PIC 9(9) VALUE ZERO.
       01 B2-DELADSPL PIC 9(7) VALUE ZERO.
       01 B2-EJVINST PIC 9(7) VALUE ZERO.
       01 B2-HALLDAGAR PIC 9(7) VALUE ZERO.
       01 B2-HALLBELOPP PIC 9(11)V9(2) VALUE ZERO.

       01 SUMMERING-FUNNEN-SW PIC 9 VALUE ZERO.
          88 SUMMERING-FUNNEN VALUE 1.
       01 DAG-FOND-KREDIT PIC S9(9)V9(2).
       01 DAG-FOND-SALDO PIC S9(9)V9(2).
       01 DAG-SUMMERING-SW PIC 9.
          88 DAG-SUMMERING VALUE 1.

       01 FOND-INGAENDE PIC S9(11)V9(2) VALUE ZERO.
       01 FOND-KREDIT PIC S9(11)V9(2) VALUE ZERO.
       01 FOND-DEBET PIC S9(11)V9(2) VALUE ZERO.
       01 FOND-UTGAENDE PIC S9(11)V9(2) VALUE ZERO.

       01 DET-SPELFORM PIC X(6).
       01 DET-KOD PIC X(8).
       01 DET-ANTAL PIC 9(9).
       01 DET-BELOPP PIC S9(11)V9(2).

       01 SPI-ANTAL-POSTER PIC 9(6) VALUE ZERO.
       01 SPI-SUMMA-ANTAL PIC 9(12) VALUE ZERO.
       01 SPI-SUMMA-ORE PIC S9(15) VALUE ZERO.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-PROVA-PERIODLAS

          PERFORM VARYING WS-DAG-NR FROM 1 BY 1 UNTIL WS-DAG-NR > 31
             COMPUTE WS-DAG-DATUM = WS-PERIOD * 100 + WS-DAG-NR
             PERFORM D-BINGO-DAG
             PERFORM E-BINGO2-DAG
          END-PERFORM

          IF ANTAL-BRUTNA-SIGILL NOT = ZERO
             DISPLAY "Brutna sigill i periodens spar: "
                ANTAL-BRUTNA-SIGILL " - ingen redovisning lamnad"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM F-HARLED-FONDSALDO
          PERFORM G-SKRIV-REDOVISNING
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

          MOVE SPACES TO WS-FOND-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_fond.txt" DELIMITED BY SIZE
              INTO WS-FOND-FILENAME

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-PERIOD-X FROM ARGUMENT-VALUE
             ON EXCEPTION
                MOVE SPACES TO WS-PERIOD-X
          END-ACCEPT

          IF WS-PERIOD-X IS NOT NUMERIC
             DISPLAY "Ange perioden som YYYYMM: " WS-PERIOD-X
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-PERIOD-X TO WS-PERIOD

          IF WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
             DISPLAY "Ogiltig period: " WS-PERIOD
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_spi_" DELIMITED BY SIZE
                 WS-PERIOD DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-SPI-FILENAME

          MOVE "VINST" TO PR-TYP(1)
          MOVE "DELAD" TO PR-TYP(2)
          MOVE "JACKP" TO PR-TYP(3)
          MOVE "TROST" TO PR-TYP(4)

          PERFORM VARYING PRIS-POS FROM 1 BY 1 UNTIL PRIS-POS > 4
             MOVE ZERO TO PR-ANTAL(PRIS-POS)
             MOVE ZERO TO PR-BELOPP(PRIS-POS)
          END-PERFORM

          DISPLAY "Manadsredovisning for period " WS-PERIOD
          .

      *> Senaste raden per period galler, som i MANADSSLUT.
       C-PROVA-PERIODLAS SECTION.

          OPEN INPUT PERIODLAS-FIL

          IF IND1-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ PERIODLAS-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF PL-PERIOD = WS-PERIOD
                            IF PL-STATUS = "LAST"
                               SET PERIOD-LAST TO TRUE
                            ELSE
                               MOVE ZERO TO PERIOD-LAST-SW
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE PERIODLAS-FIL
          END-IF

          IF NOT PERIOD-LAST
             DISPLAY "Perioden " WS-PERIOD " ar inte last av "
                "MANADSSLUT - ingen redovisning for en oppen period"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *> En kvalls BINGO-spel. Spelloggen bar en rad per brada och
      *> drag, sa varje spel som spelats syns dar med alla sina
      *> brador; spel utan resultatrad fick ingen vinnare. Ett spel
      *> som certifieringen stoppade finns bara i rapporten - det
      *> raknas som certifierat med anmarkning men inte som spelat.
       D-BINGO-DAG SECTION.

          MOVE SPACES TO WS-LOG-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_log_" DELIMITED BY SIZE
                 WS-DAG-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-LOG-FILENAME

          MOVE SPACES TO WS-RESULT-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_result_" DELIMITED BY SIZE
                 WS-DAG-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RESULT-FILENAME

          MOVE SPACES TO WS-CERT-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_certifiering_" DELIMITED BY SIZE
                 WS-DAG-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-CERT-FILENAME

          INITIALIZE SPEL-TABELL
          MOVE ZERO TO SPEL-HOGSTA

          OPEN INPUT BINGO-LOG-FIL

          IF IND2-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ BINGO-LOG-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF BL-SPEL-NR NOT = ZERO
                            MOVE BL-SPEL-NR TO SPEL-POS
                            PERFORM Z1-NOTERA-SPEL
                            MOVE 1 TO SP-I-LOGG(SPEL-POS)
                            IF BL-TABELL-NR > SP-BRADER(SPEL-POS)
                               MOVE BL-TABELL-NR
                                  TO SP-BRADER(SPEL-POS)
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE BINGO-LOG-FIL
          END-IF

          MOVE "PROVA" TO SG-FUNKTION
          MOVE WS-RESULT-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          IF SG-RESULTAT = "N"
             DISPLAY "Resultatfilens sigill ar brutet: "
                WS-RESULT-FILENAME
             ADD 1 TO ANTAL-BRUTNA-SIGILL
          END-IF

          OPEN INPUT BINGO-RESULT-FIL

          IF IND3-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ BINGO-RESULT-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF BINGO-RESULT-REC(1:3) NOT = "SIG"
                               AND BRE-SPEL-NR NOT = ZERO
                            MOVE BRE-SPEL-NR TO SPEL-POS
                            PERFORM Z1-NOTERA-SPEL
                            MOVE 1 TO SP-VINST(SPEL-POS)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE BINGO-RESULT-FIL
          END-IF

          OPEN INPUT CERT-RAPPORT-FIL

          IF IND4-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ CERT-RAPPORT-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF CF-SPEL-NR NOT = ZERO
                            MOVE CF-SPEL-NR TO SPEL-POS
                            PERFORM Z1-NOTERA-SPEL
                            MOVE 1 TO SP-CERT(SPEL-POS)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE CERT-RAPPORT-FIL
          END-IF

          PERFORM VARYING SPEL-POS FROM 1 BY 1
             UNTIL SPEL-POS > SPEL-HOGSTA

             IF SP-CERT(SPEL-POS) = 1
                ADD 1 TO B1-CERTFYND
             ELSE
                IF SP-I-LOGG(SPEL-POS) = 1
                   ADD 1 TO B1-CERTREN
                END-IF
             END-IF

             IF SP-I-LOGG(SPEL-POS) = 1
                ADD 1 TO B1-SPEL
                ADD SP-BRADER(SPEL-POS) TO B1-BRADER
                IF SP-VINST(SPEL-POS) = ZERO
                   ADD 1 TO B1-EJVINST
                END-IF
             END-IF
          END-PERFORM
          .

      *> En kvalls BINGO2-spel. Rankfilen finns for varje spelad
      *> kvall; utan rankrader fick ingen bricka bingo och antalet
      *> brador star da i exceptionfilen. Liggaren ger priserna per
      *> typ - en HALL-kvalls priser debiterades aldrig fonden och
      *> redovisas for sig.
       E-BINGO2-DAG SECTION.

          MOVE SPACES TO WS-RANK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_rank_" DELIMITED BY SIZE
                 WS-DAG-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RANK-FILENAME

          MOVE SPACES TO WS-EXCEPTION-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_exception_" DELIMITED BY SIZE
                 WS-DAG-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-EXCEPTION-FILENAME

          MOVE SPACES TO WS-UTBETALNING-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_utbetalningar_" DELIMITED BY SIZE
                 WS-DAG-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-UTBETALNING-FILENAME

          MOVE SPACES TO WS-SUMMERING-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingosalj_summering_" DELIMITED BY SIZE
                 WS-DAG-DATUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-SUMMERING-FILENAME

      *> BINGOSALJ gar fore BINGO2 i strommen - dagens kredit
      *> bokfors fore dagens debitering.
          PERFORM E3-LASA-SUMMERING

          MOVE "PROVA" TO SG-FUNKTION
          MOVE WS-RANK-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          IF SG-RESULTAT = "N"
             DISPLAY "Rankfilens sigill ar brutet: " WS-RANK-FILENAME
             ADD 1 TO ANTAL-BRUTNA-SIGILL
          END-IF

          OPEN INPUT BINGO2-RANK-FIL

          IF IND5-FILESTATUS = "00"
             MOVE ZERO TO RANK-RADER
             MOVE ZERO TO RANK-BRADER
             INITIALIZE RANK-DELAD-SW
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ BINGO2-RANK-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF BINGO2-RANK-REC(1:3) NOT = "SIG"
                            ADD 1 TO RANK-RADER
                            MOVE RK-ANTAL-TABELLER TO RANK-BRADER
                            IF RK-DELAD = "DELAD"
                               SET RANK-DELAD TO TRUE
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE BINGO2-RANK-FIL

             ADD 1 TO B2-SPEL

             IF RANK-RADER = ZERO
                ADD 1 TO B2-EJVINST
                PERFORM E1-LASA-EXCEPTION
                ADD EX-BRADER TO B2-BRADER
             ELSE
                ADD RANK-BRADER TO B2-BRADER
             END-IF

             IF RANK-DELAD
                ADD 1 TO B2-DELADSPL
             END-IF
          END-IF

          PERFORM E2-LASA-LIGGARE
          .

       E1-LASA-EXCEPTION SECTION.

          MOVE ZERO TO EX-BRADER

          OPEN INPUT BINGO2-EXCEPTION-FIL

          IF IND6-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ BINGO2-EXCEPTION-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF EX-MEDDELANDE(1:12) = "INGEN TABELL"
                            MOVE EX-ANTAL-TABELLER TO EX-BRADER
                         END-IF
                END-READ
             END-PERFORM

             CLOSE BINGO2-EXCEPTION-FIL
          END-IF
          .

       E2-LASA-LIGGARE SECTION.

          OPEN INPUT UTBETALNING-LASFIL

          IF IND7-FILESTATUS = "00"
             INITIALIZE LIGG-HALL-SW
             MOVE ZERO TO LIGG-SUMMA
             MOVE ZERO TO LIGG-HALL-BELOPP

             PERFORM VARYING PRIS-POS FROM 1 BY 1 UNTIL PRIS-POS > 4
                MOVE ZERO TO PR-DAG-ANTAL(PRIS-POS)
                MOVE ZERO TO PR-DAG-BELOPP(PRIS-POS)
             END-PERFORM

             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ UTBETALNING-LASFIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         EVALUATE UB-TYP
                            WHEN "HALL"
                               SET LIGG-HALL TO TRUE
                               MOVE UB-BELOPP TO LIGG-HALL-BELOPP
                            WHEN "SUMMA"
                               MOVE UB-BELOPP TO LIGG-SUMMA
                            WHEN OTHER
                               PERFORM VARYING PRIS-POS FROM 1 BY 1
                                  UNTIL PRIS-POS > 4
                                  IF UB-TYP = PR-TYP(PRIS-POS)
                                     ADD 1 TO PR-DAG-ANTAL(PRIS-POS)
                                     ADD UB-BELOPP
                                        TO PR-DAG-BELOPP(PRIS-POS)
                                  END-IF
                               END-PERFORM
                         END-EVALUATE
                END-READ
             END-PERFORM

             CLOSE UTBETALNING-LASFIL

             IF LIGG-HALL
                ADD 1 TO B2-HALLDAGAR
                ADD LIGG-HALL-BELOPP TO B2-HALLBELOPP
             ELSE
                PERFORM VARYING PRIS-POS FROM 1 BY 1
                   UNTIL PRIS-POS > 4
                   ADD PR-DAG-ANTAL(PRIS-POS) TO PR-ANTAL(PRIS-POS)
                   ADD PR-DAG-BELOPP(PRIS-POS)
                      TO PR-BELOPP(PRIS-POS)
                END-PERFORM
                ADD LIGG-SUMMA TO FOND-DEBET
             END-IF
          END-IF
          .

      *> Dagssummeringens FOND-rad bar dagens nettokredit och
      *> SALDO-raden saldot efter krediten.
       E3-LASA-SUMMERING SECTION.

          INITIALIZE DAG-SUMMERING-SW
          MOVE ZERO TO DAG-FOND-KREDIT
          MOVE ZERO TO DAG-FOND-SALDO

          OPEN INPUT SUMMERING-FIL

          IF IND8-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ SUMMERING-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         EVALUATE SU-RAD
                            WHEN "FOND"
                               MOVE SU-BELOPP TO DAG-FOND-KREDIT
                            WHEN "SALDO"
                               MOVE SU-BELOPP TO DAG-FOND-SALDO
                               SET DAG-SUMMERING TO TRUE
                         END-EVALUATE
                END-READ
             END-PERFORM

             CLOSE SUMMERING-FIL
          END-IF

          IF DAG-SUMMERING
             IF NOT SUMMERING-FUNNEN
                COMPUTE FOND-INGAENDE = DAG-FOND-SALDO
                   - DAG-FOND-KREDIT + FOND-DEBET
                SET SUMMERING-FUNNEN TO TRUE
             END-IF
             ADD DAG-FOND-KREDIT TO FOND-KREDIT
          END-IF
          .

       F-HARLED-FONDSALDO SECTION.

          IF NOT SUMMERING-FUNNEN
             OPEN INPUT FOND-FIL

             IF IND9-FILESTATUS = "00"
                READ FOND-FIL
                      AT END
                         MOVE SPACES TO FD-FOND-REC
                END-READ
                CLOSE FOND-FIL
             ELSE
                MOVE SPACES TO FD-FOND-REC
             END-IF

             IF FD-SALDO IS NUMERIC AND FD-DATUM IS NUMERIC
                   AND FD-DATUM(1:6) < WS-PERIOD
                   AND FOND-DEBET = ZERO
                MOVE FD-SALDO TO FOND-INGAENDE
             ELSE
                DISPLAY "Inga forsaljningssummeringar i perioden - "
                   "fondens ingaende saldo kan inte harledas"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF

          COMPUTE FOND-UTGAENDE = FOND-INGAENDE + FOND-KREDIT
             - FOND-DEBET
          .

       G-SKRIV-REDOVISNING SECTION.

          OPEN OUTPUT SPI-FIL

          MOVE SPACES TO SPI-REC
          MOVE "HDR" TO SH-TYP
          MOVE "UBATSVIT" TO SH-SANDARE
          MOVE WS-PERIOD TO SH-PERIOD
          MOVE WS-RUN-DATE TO SH-SKAPAD
          WRITE SPI-REC

          MOVE ZERO TO DET-BELOPP
          MOVE "BINGO" TO DET-SPELFORM
          MOVE "SPEL" TO DET-KOD
          MOVE B1-SPEL TO DET-ANTAL
          PERFORM G1-SKRIV-DET
          MOVE "BRADER" TO DET-KOD
          MOVE B1-BRADER TO DET-ANTAL
          PERFORM G1-SKRIV-DET
          MOVE "CERTREN" TO DET-KOD
          MOVE B1-CERTREN TO DET-ANTAL
          PERFORM G1-SKRIV-DET
          MOVE "CERTFYND" TO DET-KOD
          MOVE B1-CERTFYND TO DET-ANTAL
          PERFORM G1-SKRIV-DET
          MOVE "EJVINST" TO DET-KOD
          MOVE B1-EJVINST TO DET-ANTAL
          PERFORM G1-SKRIV-DET

          MOVE "BINGO2" TO DET-SPELFORM
          MOVE "SPEL" TO DET-KOD
          MOVE B2-SPEL TO DET-ANTAL
          PERFORM G1-SKRIV-DET
          MOVE "BRADER" TO DET-KOD
          MOVE B2-BRADER TO DET-ANTAL
          PERFORM G1-SKRIV-DET
          MOVE "DELADSPL" TO DET-KOD
          MOVE B2-DELADSPL TO DET-ANTAL
          PERFORM G1-SKRIV-DET
          MOVE "EJVINST" TO DET-KOD
          MOVE B2-EJVINST TO DET-ANTAL
          PERFORM G1-SKRIV-DET

          PERFORM VARYING PRIS-POS FROM 1 BY 1 UNTIL PRIS-POS > 4
             MOVE PR-TYP(PRIS-POS) TO DET-KOD
             MOVE PR-ANTAL(PRIS-POS) TO DET-ANTAL
             MOVE PR-BELOPP(PRIS-POS) TO DET-BELOPP
             PERFORM G1-SKRIV-DET
          END-PERFORM

          MOVE "HALLDAG" TO DET-KOD
          MOVE B2-HALLDAGAR TO DET-ANTAL
          MOVE B2-HALLBELOPP TO DET-BELOPP
          PERFORM G1-SKRIV-DET

          MOVE "FOND" TO DET-SPELFORM
          MOVE ZERO TO DET-ANTAL
          MOVE "INGSALDO" TO DET-KOD
          MOVE FOND-INGAENDE TO DET-BELOPP
          PERFORM G1-SKRIV-DET
          MOVE "KREDIT" TO DET-KOD
          MOVE FOND-KREDIT TO DET-BELOPP
          PERFORM G1-SKRIV-DET
          MOVE "DEBET" TO DET-KOD
          MOVE FOND-DEBET TO DET-BELOPP
          PERFORM G1-SKRIV-DET
          MOVE "UTGSALDO" TO DET-KOD
          MOVE FOND-UTGAENDE TO DET-BELOPP
          PERFORM G1-SKRIV-DET

          MOVE SPACES TO SPI-REC
          MOVE "TRL" TO ST-TYP
          MOVE SPI-ANTAL-POSTER TO ST-ANTAL-POSTER
          MOVE SPI-SUMMA-ANTAL TO ST-SUMMA-ANTAL
          MOVE SPI-SUMMA-ORE TO ST-SUMMA-ORE
          WRITE SPI-REC

          CLOSE SPI-FIL
          .

       G1-SKRIV-DET SECTION.

          MOVE SPACES TO SPI-REC
          MOVE "DET" TO SD-TYP
          MOVE DET-SPELFORM TO SD-SPELFORM
          MOVE DET-KOD TO SD-KOD
          MOVE DET-ANTAL TO SD-ANTAL
          COMPUTE SD-BELOPP-ORE = DET-BELOPP * 100
          WRITE SPI-REC

          ADD 1 TO SPI-ANTAL-POSTER
          ADD DET-ANTAL TO SPI-SUMMA-ANTAL
          ADD SD-BELOPP-ORE TO SPI-SUMMA-ORE

          DISPLAY DET-SPELFORM " " DET-KOD " " DET-ANTAL " "
             DET-BELOPP

          MOVE ZERO TO DET-BELOPP
          .

      *> Haller reda pa dagens hogsta spelnummer.
       Z1-NOTERA-SPEL SECTION.

          IF SPEL-POS > SPEL-HOGSTA
             MOVE SPEL-POS TO SPEL-HOGSTA
          END-IF
          .

       N-AVSLUTA SECTION.

          DISPLAY "Redovisningsposter: " SPI-ANTAL-POSTER
          DISPLAY "Redovisning till spelinspektionen: "
             WS-SPI-FILENAME

          STOP RUN
          .
