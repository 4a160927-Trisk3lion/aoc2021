       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT UTBETALNING-LASFIL ASSIGN DYNAMIC
             WS-UTBETALNING-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT KONTO-FIL ASSIGN DYNAMIC
             WS-KONTO-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT BETAL-MANIFEST-FIL ASSIGN DYNAMIC
             WS-BETAL-MANIFEST-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT RETUR-FIL ASSIGN DYNAMIC
             WS-RETUR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT FOND-FIL ASSIGN DYNAMIC
             WS-FOND-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND8-FILESTATUS.

          SELECT HISTORIK-FIL ASSIGN DYNAMIC
             WS-HISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND9-FILESTATUS.

          SELECT KARENS-FIL ASSIGN DYNAMIC
             WS-KARENS-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

          SELECT SKATTEREGEL-FIL ASSIGN TO
             "bingo_skatteregler.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND11-FILESTATUS.

          SELECT SKATTELIGGARE-FIL ASSIGN DYNAMIC
             WS-SKATTELIGGARE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND12-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMDECK-FIL.
       01 PARAMDECK-REC.
          05 PD-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 PD-NYCKEL PIC X(12).
          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

      *> Samma postlayout som UTBETALNING-REC i BINGO2.
       FD UTBETALNING-LASFIL.
       01 UTBETALNING-LASFIL-REC.
          05 FILLER PIC X VALUE SPACE.
          05 OM-ORSAK PIC X(20).

       FD RETUR-FIL.
       COPY "BINGORETUR-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RR==.

       FD FOND-FIL.
       COPY "BINGOFOND-REC.cpy"
           REPLACING ==:PREFIX:== BY ==FD==.

       FD HISTORIK-FIL.
       COPY "KONTOANDRING-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KH==.

      *> Undantagsrapporten over utbetalningar som halls for
      *> karenstid: LAGE NY for dagens nya, HALLS for tidigare
      *> hallna som annu inte slappts via BINGOSLAPP.
       FD KARENS-FIL.
       01 KARENS-REC.
          05 KR-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 KR-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 KR-TYP PIC X(6).
          05 FILLER PIC X.
          05 KR-BELOPP PIC 9(7)V9(2).
          05 FILLER PIC X.
          05 KR-CLEARING PIC X(4).
          05 FILLER PIC X.
          05 KR-KONTO PIC X(10).
          05 FILLER PIC X.
          05 KR-ANDRAD-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 KR-LAGE PIC X(5).

      *> Skattereglerna: en RANK-rad (for VINST, DELAD och JACKP)
      *> och en TROST-rad med grans och procentsats. En vinst over
      *> gransen beskattas i sin helhet. Exempel:
      *>
      *>     RANK  000010000 3000
      *>     TROST 000010000 3000
       FD SKATTEREGEL-FIL.
       01 SKATTEREGEL-REC.
          05 ST-TYP PIC X(5).
          05 FILLER PIC X.
          05 ST-GRANS PIC 9(7)V9(2).
          05 FILLER PIC X.
          05 ST-PROCENT PIC 9(2)V9(2).

       FD SKATTELIGGARE-FIL.
       COPY "BINGOSKATT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==SL==.

       WORKING-STORAGE SECTION.

      *> Bankgranssnittet for bingoutbetalningarna: i stallet for
      *> att dagens liggare knappas in i bankterminalen fran en
      *> utskrift byggs en formell betalfil av dagens VINST-, DELAD-,
      *> JACKP- och TROST-rader, slagen mot agarnas kontoregister. Rader
      *> vars kallnummer saknar konto (eller vars konto ar sparrat)
      *> hamnar i omatchadrapporten i stallet for betalfilen - en
      *> betalning utan konto ar ingen betalning.
      *>
      *> Agare vars konto BINGORETUR satt i RETUR (banken har
      *> skickat tillbaka en betalning) far sina nya utbetalningar
      *> hallna: de bokas HALLEN i returregistret i stallet for
      *> betalfilen. Nar BINGOKONTO aktiverat ett rattat konto
      *> betalas agarens oppna RETUR- och HALLEN-rader ut pa nytt i
      *> betalfilen - bara om kontot faktiskt ar ett annat an det
      *> som stod i RETUR - och de aterutbetalda returerna dras
      *> fran prisfondens returskuld.
      *>
      *> En utbetalning till ett konto vars andring bekraftats i
      *> BINGOKONTO for farre an KARENSDAGAR dagar sedan (nyckel
      *> BINGOBET KARENSDAGAR i parameterleken, 00 stanger av)
      *> betalas inte: den bokas KARENS i returregistret och star
      *> pa undantagsrapporten tills en operator slappt den med
      *> BINGOSLAPP. Aven returer och hallna utbetalningar till ett
      *> konto inom karenstiden vantar pa slappet.
       01 PDECK-FILESTATUS PIC XX.

       01 SLUT-PA-DECK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DECK VALUE 1.

       01 KARENS-DAGAR PIC 9(2) VALUE 5.

      *> Vinstskatten dras fore betalfilen: varje VINST-, DELAD-,
      *> JACKP- och TROST-rad far sin skatt enligt skattereglerna,
      *> nettot ar det som betalas (eller halls), och bruttot,
      *> skatten och nettot bokas i skatteliggaren - en gang per
      *> affarsdag, sa en omkorning ger samma netton utan att
      *> dubblera skulden.
       01 RANK-GRANS PIC 9(7)V9(2) VALUE ZERO.
       01 RANK-PROCENT PIC 9(2)V9(2) VALUE ZERO.
       01 TROST-GRANS PIC 9(7)V9(2) VALUE ZERO.
       01 TROST-PROCENT PIC 9(2)V9(2) VALUE ZERO.

       01 SKATT-BELOPP PIC 9(7)V9(2).
       01 NETTO-BELOPP PIC 9(7)V9(2).
       01 SUMMA-SKATT PIC 9(9)V9(2) VALUE ZERO.

       01 SKATT-BOKFORD-SW PIC 9 VALUE ZERO.
          88 SKATT-BOKFORD VALUE 1.

       01 SLUT-PA-SKATT-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-SKATT VALUE 1.

       01 WS-UTBETALNING-FILENAME PIC X(40).
       01 WS-BETAL-FILENAME PIC X(40).
       01 WS-AVI-FILENAME PIC X(30).
       01 WS-OMATCHAD-FILENAME PIC X(40).
       01 WS-KARENS-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-KONTO-FILENAME PIC X(40).
       01 WS-BETAL-MANIFEST-FILENAME PIC X(40).
       01 WS-RETUR-FILENAME PIC X(40).
       01 WS-FOND-FILENAME PIC X(40).

       COPY "JOURNAL-PARM.cpy".
       01 WS-HISTORIK-FILENAME PIC X(40).
       01 WS-SKATTELIGGARE-FILENAME PIC X(40).
       01 WS-KLOCKA PIC 9(8).

       01 W-FILESTATUSES.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.
          05 IND8-FILESTATUS PIC XX.
          05 IND9-FILESTATUS PIC XX.
          05 IND10-FILESTATUS PIC XX.
          05 IND11-FILESTATUS PIC XX.
          05 IND12-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).
       01 SLUT-PA-KONTON-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-KONTON VALUE 1.

       01 SLUT-PA-RETURER-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-RETURER VALUE 1.

       01 KONTO-ANTAL PIC 9(4) VALUE ZERO.

       01 KONTO-TABELL.
       01 AVI-POS PIC 9(3).
       01 AVI-FUNNEN-SW PIC 9.
          88 AVI-FUNNEN VALUE 1.
       01 AVI-KALLA-NR PIC 9(5).
       01 OMATCHAD-ORSAK PIC X(20).
       01 AVI-BELOPP PIC 9(7)V9(2).

      *> Returregistret i sin helhet: en postbild per rad, tolkad
      *> via RB-arbetsposten. Registret skrivs om fran tabellen nar
      *> en rad hallits eller betalats ut pa nytt.
       01 RETUR-ANTAL PIC 9(4) VALUE ZERO.

       01 RETUR-TABELL.
          05 RETUR-BILD PIC X(121) OCCURS 5000 TIMES.

       COPY "BINGORETUR-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RB==.

       01 RETUR-POS PIC 9(4).

       01 RETUR-ANDRAD-SW PIC 9 VALUE ZERO.
          88 RETUR-ANDRAD VALUE 1.

       01 ANTAL-HALLNA PIC 9(4) VALUE ZERO.
       01 ANTAL-ATERUTBETALDA PIC 9(4) VALUE ZERO.
       01 ATERUTBETALD-SKULD PIC 9(9)V9(2) VALUE ZERO.

      *> Kallnummer vars konto andrats inom karenstiden, med dagen
      *> andringen bekraftades.
       01 KARENS-ANTAL PIC 9(4) VALUE ZERO.

       01 KARENS-TABELL.
          05 KARENS-RAD OCCURS 5000 TIMES.
             10 KA-KALLA-NR PIC 9(5).
             10 KA-ANDRAD-DATUM PIC 9(8).

       01 KARENS-POS PIC 9(4).
       01 KARENS-FUNNEN-POS PIC 9(4).
       01 DAGAR-SEDAN-ANDRING PIC S9(6).

       01 SLUT-PA-HISTORIK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-HISTORIK VALUE 1.

       01 HALL-TYP PIC X(6).
       01 HALL-ORSAK PIC X(20).
       01 ANTAL-KARENS PIC 9(4) VALUE ZERO.
       01 ANTAL-KARENS-NYA PIC 9(4) VALUE ZERO.
       01 FOND-RETURSKULD PIC 9(9)V9(2).

       PROCEDURE DIVISION.


          PERFORM B-INIT
          PERFORM B2-LASA-KONTON
          PERFORM B3-LASA-RETURREGISTER
          PERFORM B4-LASA-KONTOHISTORIK
          PERFORM B5-LASA-SKATTEREGLER
          PERFORM C-NASTA-SEKVENS
          PERFORM D-BYGG-BETALFIL
          PERFORM E-BOKFOR-MANIFEST
          PERFORM F-SKRIV-AVIER
          PERFORM G-SKRIV-RETURREGISTER
          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
          COPY "PLATS-LAS.cpy".

          PERFORM B0-LAS-PARAMETERDECK

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *> Korkalenderns ikapp-korningar (och jamforelsekorningar) far
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

          MOVE SPACES TO WS-KONTO-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_konton.txt" DELIMITED BY SIZE
              INTO WS-KONTO-FILENAME

          MOVE SPACES TO WS-BETAL-MANIFEST-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "betal_manifest.txt" DELIMITED BY SIZE
              INTO WS-BETAL-MANIFEST-FILENAME

          MOVE SPACES TO WS-RETUR-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_returer.txt" DELIMITED BY SIZE
              INTO WS-RETUR-FILENAME

          MOVE SPACES TO WS-FOND-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_fond.txt" DELIMITED BY SIZE
              INTO WS-FOND-FILENAME

          MOVE SPACES TO WS-HISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_kontohistorik.txt" DELIMITED BY SIZE
              INTO WS-HISTORIK-FILENAME

          MOVE SPACES TO WS-SKATTELIGGARE-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_skatteliggare.txt" DELIMITED BY SIZE
              INTO WS-SKATTELIGGARE-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_utbetalningar_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-UTBETALNING-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_avier_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-AVI-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_betal_omatchade_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-OMATCHAD-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_karens_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-KARENS-FILENAME

          DISPLAY "Karenstid for andrade konton: " KARENS-DAGAR
             " dagar"
          .

       B0-LAS-PARAMETERDECK SECTION.

          OPEN INPUT PARAMDECK-FIL

          IF PDECK-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-DECK
                READ PARAMDECK-FIL
                      AT END
                         SET SLUT-PA-DECK TO TRUE
                      NOT AT END
                         IF PD-PROGRAM = "BINGOBET"
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
             WHEN "KARENSDAGAR"
                IF PD-VARDE(1:2) IS NUMERIC
                   MOVE PD-VARDE(1:2) TO KARENS-DAGAR
                ELSE
                   DISPLAY "Ogiltig KARENSDAGAR i parameterleken: "
                      PD-VARDE
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

       B2-LASA-KONTON SECTION.
          END-IF
          .

       B3-LASA-RETURREGISTER SECTION.

          OPEN INPUT RETUR-FIL

          IF IND7-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-RETURER
                READ RETUR-FIL
                      AT END
                         SET SLUT-PA-RETURER TO TRUE
                      NOT AT END
                         PERFORM B3A-LAGG-I-RETURTABELL
                         MOVE RR-RETUR-REC TO RETUR-BILD(RETUR-ANTAL)
                END-READ
             END-PERFORM

             CLOSE RETUR-FIL
          END-IF
          .

       B3A-LAGG-I-RETURTABELL SECTION.

          IF RETUR-ANTAL = 5000
             DISPLAY "Avbryter - fler an 5000 rader i "
                "returregistret"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO RETUR-ANTAL
          .

      *> Bekraftade kontobyten inom karenstiden - dagen for
      *> bekraftelsen raknas som dag noll.
       B4-LASA-KONTOHISTORIK SECTION.

          IF KARENS-DAGAR NOT = ZERO
             OPEN INPUT HISTORIK-FIL

             IF IND9-FILESTATUS = "00"
                PERFORM UNTIL SLUT-PA-HISTORIK
                   READ HISTORIK-FIL
                         AT END
                            SET SLUT-PA-HISTORIK TO TRUE
                         NOT AT END
                            IF KH-AKTION = "AND"
                                  AND KH-STATUS = "GODKAND"
                                  AND KH-GODK-DATUM IS NUMERIC
                                  AND KH-GODK-DATUM NOT = ZERO
                               PERFORM B4A-PROVA-KARENS
                            END-IF
                   END-READ
                END-PERFORM

                CLOSE HISTORIK-FIL
             END-IF
          END-IF
          .

       B4A-PROVA-KARENS SECTION.

          COMPUTE DAGAR-SEDAN-ANDRING =
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(KH-GODK-DATUM)

          IF DAGAR-SEDAN-ANDRING >= ZERO
                AND DAGAR-SEDAN-ANDRING < KARENS-DAGAR
             MOVE KH-KALLA-NR TO AVI-KALLA-NR
             PERFORM D6-SOK-KARENS

             IF KARENS-FUNNEN-POS = ZERO
                   AND KARENS-ANTAL < 5000
                ADD 1 TO KARENS-ANTAL
                MOVE KH-KALLA-NR TO KA-KALLA-NR(KARENS-ANTAL)
                MOVE KH-GODK-DATUM TO KA-ANDRAD-DATUM(KARENS-ANTAL)
             ELSE
                IF KARENS-FUNNEN-POS NOT = ZERO
                   IF KH-GODK-DATUM
                         > KA-ANDRAD-DATUM(KARENS-FUNNEN-POS)
                      MOVE KH-GODK-DATUM
                         TO KA-ANDRAD-DATUM(KARENS-FUNNEN-POS)
                   END-IF
                END-IF
             END-IF
          END-IF
          .

       B5-LASA-SKATTEREGLER SECTION.

          OPEN INPUT SKATTEREGEL-FIL

          IF IND11-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-SKATT
                READ SKATTEREGEL-FIL
                      AT END
                         SET SLUT-PA-SKATT TO TRUE
                      NOT AT END
                         EVALUATE ST-TYP
                            WHEN "RANK"
                               MOVE ST-GRANS TO RANK-GRANS
                               MOVE ST-PROCENT TO RANK-PROCENT
                            WHEN "TROST"
                               MOVE ST-GRANS TO TROST-GRANS
                               MOVE ST-PROCENT TO TROST-PROCENT
                         END-EVALUATE
                END-READ
             END-PERFORM

             CLOSE SKATTEREGEL-FIL
          ELSE
             DISPLAY "Inga skatteregler (bingo_skatteregler.txt) - "
                "ingen skatt dras"
          END-IF

          OPEN INPUT SKATTELIGGARE-FIL

          IF IND12-FILESTATUS = "00"
             INITIALIZE SLUT-PA-SKATT-SW
             PERFORM UNTIL SLUT-PA-SKATT
                READ SKATTELIGGARE-FIL
                      AT END
                         SET SLUT-PA-SKATT TO TRUE
                      NOT AT END
                         IF SL-DATUM = WS-RUN-DATE
                            SET SKATT-BOKFORD TO TRUE
                         END-IF
                END-READ
             END-PERFORM

             CLOSE SKATTELIGGARE-FIL
          END-IF

          IF SKATT-BOKFORD
             DISPLAY "Dagens skatt redan bokford i skatteliggaren"
          END-IF
          .

      *> Nasta lopnummer ar ett mer an det hogsta i betalmanifestet -
      *> lopnummerserien ar obruten over alla dagar, det ar sa ett
      *> hopp upptacks. Samma monster som EXPORTs C-NASTA-SEKVENS.
          ADD 1 TO SEKVENS-NR

          MOVE SPACES TO WS-BETAL-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "betalfil_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 "_" DELIMITED BY SIZE
                 SEKVENS-NR DELIMITED BY SIZE

          OPEN OUTPUT BETAL-FIL

          IF NOT SKATT-BOKFORD
             OPEN EXTEND SKATTELIGGARE-FIL

             IF IND12-FILESTATUS = "35"
                OPEN OUTPUT SKATTELIGGARE-FIL
             END-IF
          END-IF

          MOVE SPACES TO BETAL-REC
          MOVE "HDR" TO BH-TYP
          MOVE "UBATSVIT" TO BH-SANDARE
      *> SUMMA/POTT-raderna ar liggarens egen avstamning och
      *> SPARR-raderna ar uttryckligen inte betalningar.
             IF UB-TYP = "VINST" OR UB-TYP = "DELAD"
                   OR UB-TYP = "JACKP" OR UB-TYP = "TROST"
                PERFORM D0-DRA-SKATT
                PERFORM D1-BEHANDLA-UTBETALNING
             END-IF


          CLOSE UTBETALNING-LASFIL

          IF NOT SKATT-BOKFORD
             CLOSE SKATTELIGGARE-FIL
          END-IF

          PERFORM D4-ATERUTBETALA

          MOVE SPACES TO BETAL-REC
          MOVE "TRL" TO BT-TYP
          MOVE ANTAL-DETALJER TO BT-ANTAL
          CLOSE BETAL-FIL
          .

      *> Skatten ror hela vinsten nar den overstiger gransen for
      *> typen; TROST har egen regel, VINST, DELAD och JACKP foljer
      *> RANK.
       D0-DRA-SKATT SECTION.

          MOVE ZERO TO SKATT-BELOPP

          IF UB-TYP = "TROST"
             IF UB-BELOPP > TROST-GRANS
                COMPUTE SKATT-BELOPP ROUNDED =
                   UB-BELOPP * TROST-PROCENT / 100
             END-IF
          ELSE
             IF UB-BELOPP > RANK-GRANS
                COMPUTE SKATT-BELOPP ROUNDED =
                   UB-BELOPP * RANK-PROCENT / 100
             END-IF
          END-IF

          COMPUTE NETTO-BELOPP = UB-BELOPP - SKATT-BELOPP
          ADD SKATT-BELOPP TO SUMMA-SKATT

          IF NOT SKATT-BOKFORD
             MOVE SPACES TO SL-SKATT-REC
             MOVE WS-RUN-DATE TO SL-DATUM
             MOVE UB-KALLA-NR TO SL-KALLA-NR
             MOVE UB-TYP TO SL-TYP
             MOVE UB-BELOPP TO SL-BRUTTO
             MOVE SKATT-BELOPP TO SL-SKATT
             MOVE NETTO-BELOPP TO SL-NETTO
             MOVE SEKVENS-NR TO SL-SEKVENS
             WRITE SL-SKATT-REC
          END-IF
          .

       D1-BEHANDLA-UTBETALNING SECTION.

          INITIALIZE KONTO-FUNNEN-SW
          END-PERFORM

          IF NOT KONTO-FUNNEN
             MOVE "KONTO SAKNAS" TO OMATCHAD-ORSAK
             PERFORM D2-SKRIV-OMATCHAD
          ELSE
             EVALUATE KT-STATUS(KONTO-POS)
                WHEN "UTGATT"
                   MOVE "KONTO SPARRAT" TO OMATCHAD-ORSAK
                   PERFORM D2-SKRIV-OMATCHAD
                WHEN "RETUR"
                   MOVE "KONTO I RETUR-HALLEN" TO OMATCHAD-ORSAK
                   PERFORM D2-SKRIV-OMATCHAD
                   MOVE "HALLEN" TO HALL-TYP
                   MOVE "KONTO I RETUR" TO HALL-ORSAK
                   PERFORM D5-HALL-UTBETALNING
                WHEN OTHER
                   MOVE UB-KALLA-NR TO AVI-KALLA-NR
                   PERFORM D6-SOK-KARENS

                   IF KARENS-FUNNEN-POS NOT = ZERO
                      MOVE "KARENS" TO HALL-TYP
                      MOVE "KONTO NYLIGEN ANDRAT" TO HALL-ORSAK
                      PERFORM D5-HALL-UTBETALNING
                   ELSE
                      PERFORM D1A-BETALA-UTBETALNING
                   END-IF
             END-EVALUATE
          END-IF
          .

       D1A-BETALA-UTBETALNING SECTION.

          COMPUTE BELOPP-ORE = NETTO-BELOPP * 100

          MOVE SPACES TO BETAL-REC
          MOVE "DET" TO BD-TYP
          MOVE UB-KALLA-NR TO BD-KALLA-NR
          MOVE KT-CLEARING(KONTO-POS) TO BD-CLEARING
          MOVE KT-KONTO(KONTO-POS) TO BD-KONTO
          MOVE BELOPP-ORE TO BD-BELOPP-ORE
          WRITE BETAL-REC

          ADD 1 TO ANTAL-DETALJER
          ADD BELOPP-ORE TO HASH-SUMMA

          MOVE UB-KALLA-NR TO AVI-KALLA-NR
          MOVE NETTO-BELOPP TO AVI-BELOPP
          PERFORM D3-SAMLA-AVI
          .

      *> Samma oppna-vid-forsta-raden-monster som svitens
          MOVE UB-KALLA-NR TO OM-KALLA-NR
          MOVE UB-TYP TO OM-TYP
          MOVE UB-BELOPP TO OM-BELOPP
          MOVE OMATCHAD-ORSAK TO OM-ORSAK

          WRITE OMATCHAD-REC


          PERFORM VARYING AVI-POS FROM 1 BY 1
             UNTIL AVI-POS > AVI-ANTAL OR AVI-FUNNEN
             IF AT-KALLA-NR(AVI-POS) = AVI-KALLA-NR
                SET AVI-FUNNEN TO TRUE
                ADD 1 TO AT-ANTAL(AVI-POS)
                ADD AVI-BELOPP TO AT-BELOPP(AVI-POS)
             END-IF
          END-PERFORM

          IF NOT AVI-FUNNEN AND AVI-ANTAL < 200
             ADD 1 TO AVI-ANTAL
             MOVE AVI-KALLA-NR TO AT-KALLA-NR(AVI-ANTAL)
             MOVE KT-NAMN(KONTO-POS) TO AT-NAMN(AVI-ANTAL)
             MOVE 1 TO AT-ANTAL(AVI-ANTAL)
             MOVE AVI-BELOPP TO AT-BELOPP(AVI-ANTAL)
          END-IF
          .

      *> Betalar ut returregistrets oppna och slappta rader for
      *> agare vars konto ar AKTIV. En RETUR- eller HALLEN-rad vars
      *> konto ar detsamma som det som stod i RETUR halls kvar - en
      *> AND utan nytt konto ar ingen rattelse. En KARENS-rad, och
      *> en rad till ett konto inom karenstiden, vantar pa slappet
      *> fran BINGOSLAPP och star under tiden pa
      *> undantagsrapporten.
       D4-ATERUTBETALA SECTION.

          PERFORM VARYING RETUR-POS FROM 1 BY 1
             UNTIL RETUR-POS > RETUR-ANTAL

             MOVE RETUR-BILD(RETUR-POS) TO RB-RETUR-REC

             IF RB-STATUS = "OPPEN" OR RB-STATUS = "SLAPPT"
                INITIALIZE KONTO-FUNNEN-SW

                PERFORM VARYING KONTO-POS FROM 1 BY 1
                   UNTIL KONTO-POS > KONTO-ANTAL OR KONTO-FUNNEN
                   IF KT-KALLA-NR(KONTO-POS) = RB-KALLA-NR
                      SET KONTO-FUNNEN TO TRUE
                      SUBTRACT 1 FROM KONTO-POS
                   END-IF
                END-PERFORM

                MOVE RB-KALLA-NR TO AVI-KALLA-NR
                PERFORM D6-SOK-KARENS

                IF KONTO-FUNNEN
                      AND KT-STATUS(KONTO-POS) = "AKTIV"
                   EVALUATE TRUE
                      WHEN RB-TYP = "KARENS"
                            AND RB-STATUS = "OPPEN"
                         PERFORM D7-SKRIV-KARENSRAD
                      WHEN RB-TYP = "KARENS"
                         PERFORM D4A-ATERUTBETALA-RAD
                      WHEN KT-CLEARING(KONTO-POS) = RB-CLEARING
                            AND KT-KONTO(KONTO-POS) = RB-KONTO
                         DISPLAY RB-TYP " for kalla " RB-KALLA-NR
                            " halls - kontot ar oforandrat"
                      WHEN KARENS-FUNNEN-POS NOT = ZERO
                            AND RB-STATUS = "OPPEN"
                         PERFORM D7-SKRIV-KARENSRAD
                      WHEN OTHER
                         PERFORM D4A-ATERUTBETALA-RAD
                   END-EVALUATE
                END-IF
             END-IF
          END-PERFORM
          .

       D4A-ATERUTBETALA-RAD SECTION.

          MOVE SPACES TO BETAL-REC
          MOVE "DET" TO BD-TYP
          MOVE RB-KALLA-NR TO BD-KALLA-NR
          MOVE KT-CLEARING(KONTO-POS) TO BD-CLEARING
          MOVE KT-KONTO(KONTO-POS) TO BD-KONTO
          MOVE RB-BELOPP-ORE TO BD-BELOPP-ORE
          WRITE BETAL-REC

          ADD 1 TO ANTAL-DETALJER
          ADD RB-BELOPP-ORE TO HASH-SUMMA

          MOVE RB-KALLA-NR TO AVI-KALLA-NR
          COMPUTE AVI-BELOPP = RB-BELOPP-ORE / 100
          PERFORM D3-SAMLA-AVI

          IF RB-TYP = "RETUR"
             ADD AVI-BELOPP TO ATERUTBETALD-SKULD
          END-IF

          MOVE "ATERUTB" TO RB-STATUS
          MOVE SEKVENS-NR TO RB-ATER-SEKVENS
          MOVE WS-RUN-DATE TO RB-ATER-DATUM
          MOVE RB-RETUR-REC TO RETUR-BILD(RETUR-POS)
          SET RETUR-ANDRAD TO TRUE
          ADD 1 TO ANTAL-ATERUTBETALDA

          DISPLAY "Aterutbetald " RB-TYP " kalla " RB-KALLA-NR
             " belopp " AVI-BELOPP
          .

      *> En ny utbetalning till en agare med konto i RETUR bokas
      *> HALLEN i returregistret med det konto som star i RETUR;
      *> en till ett konto inom karenstiden bokas KARENS.
       D5-HALL-UTBETALNING SECTION.

          PERFORM B3A-LAGG-I-RETURTABELL

          MOVE SPACES TO RB-RETUR-REC
          MOVE WS-RUN-DATE TO RB-DATUM
          MOVE HALL-TYP TO RB-TYP
          MOVE SEKVENS-NR TO RB-SEKVENS
          MOVE UB-KALLA-NR TO RB-KALLA-NR
          COMPUTE RB-BELOPP-ORE = NETTO-BELOPP * 100
          MOVE KT-CLEARING(KONTO-POS) TO RB-CLEARING
          MOVE KT-KONTO(KONTO-POS) TO RB-KONTO
          MOVE HALL-ORSAK TO RB-ORSAK
          MOVE "OPPEN" TO RB-STATUS
          MOVE ZERO TO RB-ATER-SEKVENS
          MOVE ZERO TO RB-ATER-DATUM
          MOVE ZERO TO RB-SLAPPT-DATUM
          MOVE RB-RETUR-REC TO RETUR-BILD(RETUR-ANTAL)

          SET RETUR-ANDRAD TO TRUE

          IF HALL-TYP = "KARENS"
             ADD 1 TO ANTAL-KARENS-NYA
          ELSE
             ADD 1 TO ANTAL-HALLNA
          END-IF
          .

      *> Letar AVI-KALLA-NR bland kontona inom karenstiden;
      *> KARENS-FUNNEN-POS blir noll om kontot inte ar dar.
       D6-SOK-KARENS SECTION.

          MOVE ZERO TO KARENS-FUNNEN-POS

          PERFORM VARYING KARENS-POS FROM 1 BY 1
             UNTIL KARENS-POS > KARENS-ANTAL
                OR KARENS-FUNNEN-POS NOT = ZERO
             IF KA-KALLA-NR(KARENS-POS) = AVI-KALLA-NR
                MOVE KARENS-POS TO KARENS-FUNNEN-POS
             END-IF
          END-PERFORM
          .

      *> Samma oppna-vid-forsta-raden-monster som
      *> omatchadrapporten.
       D7-SKRIV-KARENSRAD SECTION.

          IF ANTAL-KARENS = ZERO
             OPEN OUTPUT KARENS-FIL
          END-IF

          ADD 1 TO ANTAL-KARENS

          MOVE SPACES TO KARENS-REC
          MOVE WS-RUN-DATE TO KR-RUN-DATE
          MOVE RB-KALLA-NR TO KR-KALLA-NR
          MOVE RB-TYP TO KR-TYP
          COMPUTE KR-BELOPP = RB-BELOPP-ORE / 100
          MOVE KT-CLEARING(KONTO-POS) TO KR-CLEARING
          MOVE KT-KONTO(KONTO-POS) TO KR-KONTO

          IF KARENS-FUNNEN-POS NOT = ZERO
             MOVE KA-ANDRAD-DATUM(KARENS-FUNNEN-POS)
                TO KR-ANDRAD-DATUM
          ELSE
             MOVE ZERO TO KR-ANDRAD-DATUM
          END-IF

          IF RB-DATUM = WS-RUN-DATE AND RB-SEKVENS = SEKVENS-NR
             MOVE "NY" TO KR-LAGE
          ELSE
             MOVE "HALLS" TO KR-LAGE
          END-IF

          WRITE KARENS-REC

          DISPLAY "Karenstid: kalla " RB-KALLA-NR " " RB-TYP
             " belopp " KR-BELOPP " - vantar pa slapp"
          .

       E-BOKFOR-MANIFEST SECTION.

          OPEN EXTEND BETAL-MANIFEST-FIL
          MOVE SPACES TO BETAL-MANIFEST-REC
          MOVE SEKVENS-NR TO BM-SEKVENS
          MOVE WS-RUN-DATE TO BM-DATUM
      *> Manifestet ar platsens eget, sa filnamnet bokfors utan
      *> platsprefixet - lasaren lagger till det igen.
          MOVE WS-BETAL-FILENAME(PLATS-LANGD + 1:) TO BM-FILNAMN
          MOVE "SKICKAD" TO BM-STATUS
          MOVE WS-KLOCKA(1:6) TO BM-KLOCKSLAG

          CLOSE AVI-FIL
          .

      *> Returregistret skrivs om nar rader hallits eller betalats
      *> ut pa nytt, och de aterutbetalda returerna dras fran
      *> prisfondens returskuld. Bada masterna skrivs om med
      *> forebild fore och commit-rad efter.
       G-SKRIV-RETURREGISTER SECTION.

          IF RETUR-ANDRAD
             MOVE "FORE " TO JN-FUNKTION
             MOVE "BINGOBET" TO JN-PROGRAM
             MOVE WS-RETUR-FILENAME TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM

             IF JN-RESULTAT = "N"
                DISPLAY "Ingen forebild, skrivs inte om: "
                   WS-RETUR-FILENAME
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             OPEN OUTPUT RETUR-FIL

             PERFORM VARYING RETUR-POS FROM 1 BY 1
                UNTIL RETUR-POS > RETUR-ANTAL
                MOVE RETUR-BILD(RETUR-POS) TO RR-RETUR-REC
                WRITE RR-RETUR-REC
             END-PERFORM

             CLOSE RETUR-FIL

             MOVE "KLAR " TO JN-FUNKTION
             MOVE "BINGOBET" TO JN-PROGRAM
             MOVE WS-RETUR-FILENAME TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM
          END-IF

          IF ATERUTBETALD-SKULD > ZERO
             OPEN INPUT FOND-FIL

             IF IND8-FILESTATUS = "00"
                READ FOND-FIL
                   AT END
                      MOVE SPACES TO FD-FOND-REC
                END-READ
                CLOSE FOND-FIL

                IF FD-SALDO IS NUMERIC
                   MOVE ZERO TO FOND-RETURSKULD
                   IF FD-RETURSKULD IS NUMERIC
                      MOVE FD-RETURSKULD TO FOND-RETURSKULD
                   END-IF

                   IF ATERUTBETALD-SKULD > FOND-RETURSKULD
                      MOVE ZERO TO FOND-RETURSKULD
                   ELSE
                      SUBTRACT ATERUTBETALD-SKULD FROM FOND-RETURSKULD
                   END-IF

                   MOVE FOND-RETURSKULD TO FD-RETURSKULD
                   MOVE WS-RUN-DATE TO FD-DATUM

                   MOVE "FORE " TO JN-FUNKTION
                   MOVE "BINGOBET" TO JN-PROGRAM
                   MOVE WS-FOND-FILENAME TO JN-MASTER
                   MOVE WS-RUN-DATE TO JN-DATUM
                   MOVE RETURN-CODE TO JN-RETURKOD
                   CALL "JOURNAL" USING JOURNAL-PARM

                   IF JN-RESULTAT = "N"
                      DISPLAY "Ingen forebild, skrivs inte om: "
                         WS-FOND-FILENAME
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                   END-IF

                   OPEN OUTPUT FOND-FIL
                   WRITE FD-FOND-REC
                   CLOSE FOND-FIL

                   MOVE "KLAR " TO JN-FUNKTION
                   MOVE "BINGOBET" TO JN-PROGRAM
                   MOVE WS-FOND-FILENAME TO JN-MASTER
                   MOVE WS-RUN-DATE TO JN-DATUM
                   MOVE RETURN-CODE TO JN-RETURKOD
                   CALL "JOURNAL" USING JOURNAL-PARM

                   DISPLAY "Returskuld i prisfonden: " FOND-RETURSKULD
                END-IF
             END-IF
          END-IF
          .

       N-AVSLUTA SECTION.

          DISPLAY "Betalfil skriven: " WS-BETAL-FILENAME
          DISPLAY "Antal DET-poster: " ANTAL-DETALJER
             " Hashsumma: " HASH-SUMMA
          DISPLAY "Avifil skriven: " WS-AVI-FILENAME
          DISPLAY "Hallna (konto i retur): " ANTAL-HALLNA
             " Aterutbetalda: " ANTAL-ATERUTBETALDA
          DISPLAY "Nya karensutbetalningar: " ANTAL-KARENS-NYA
          DISPLAY "Innehallen vinstskatt: " SUMMA-SKATT

          IF ANTAL-KARENS NOT = ZERO
             CLOSE KARENS-FIL
             DISPLAY "Undantagsrapport skriven: " WS-KARENS-FILENAME
             DISPLAY "Utbetalningar som vantar pa slapp: "
                ANTAL-KARENS
          END-IF

          IF ANTAL-OMATCHADE NOT = ZERO
             CLOSE OMATCHAD-FIL
