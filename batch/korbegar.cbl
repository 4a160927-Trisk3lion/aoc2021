       IDENTIFICATION DIVISION.

       PROGRAM-ID. KORBEGAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT BEGARAN-FIL ASSIGN "korbegaran.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT LOGG-FIL ASSIGN "korbegaran_logg.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT FEEDREGISTER-FIL ASSIGN "batch/feedregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT FLODE-FIL ASSIGN DYNAMIC
             FLODE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT PERIODLAS-FIL ASSIGN "periodlas.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT SPARAT-DECK-FIL
             ASSIGN "batch/parameterdeck_korbegar.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Bestallningsfilen: operatoren lagger till en BEGAR-rad per
      *> ad hoc-korning med eget lopnummer, sin signatur, program,
      *> indatafil, affarsdatum (blankt = dagens) och orsak. Vill
      *> man andra parametrar for just den korningen foljer DECK-
      *> rader med samma nummer och en vanlig deckrad (program,
      *> nyckel, varde i samma kolumner som parameterdecket).
      *> Exempel:
      *>
      *>     BEGAR 000017 ANNA     SONAR      input_ny.txt         ...
      *>           20261014 OMKORNING EFTER RATTAD FIL
      *>     DECK  000017 SONAR      FONSTER      5
      *>
      *> (BEGAR-raden skrivs pa en rad; datumet i kolumn 55 och
      *> orsaken i kolumn 64.) Raderna ligger kvar - loggen avgor
      *> vilka nummer som redan ar behandlade.
       FD BEGARAN-FIL.
       01 BEGARAN-REC.
          05 BG-TYP PIC X(5).
          05 FILLER PIC X.
          05 BG-NR PIC X(6).
          05 FILLER PIC X.
          05 BG-OPERATOR PIC X(8).
          05 FILLER PIC X.
          05 BG-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 BG-INFIL PIC X(20).
          05 FILLER PIC X.
          05 BG-DATUM PIC X(8).
          05 FILLER PIC X.
          05 BG-ORSAK PIC X(30).

       01 BEGARAN-DECK-REC.
          05 FILLER PIC X(13).
          05 BD-DECKRAD.
             10 BD-PROGRAM PIC X(10).
             10 FILLER PIC X.
             10 BD-NYCKEL PIC X(12).
             10 FILLER PIC X.
             10 BD-VARDE PIC X(40).
          05 FILLER PIC X(17).

      *> Bestallningsloggen: en rad per statusovergang - KOAD nar
      *> begaran plockas upp, AVVISAD med skalet, KOR nar programmet
      *> startas och KLAR eller MISSLYCK med returkoden. En begaran
      *> som star kvar i KOR vid nasta uppstart har avbrutits
      *> (AVBRUTEN) och kors inte om av sig sjalv.
       FD LOGG-FIL.
       01 LOGG-REC.
          05 LG-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 LG-KLOCKSLAG PIC 9(6).
          05 FILLER PIC X.
          05 LG-NR PIC 9(6).
          05 FILLER PIC X.
          05 LG-OPERATOR PIC X(8).
          05 FILLER PIC X.
          05 LG-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 LG-STATUS PIC X(8).
          05 FILLER PIC X.
          05 LG-RC PIC 9(3).
          05 FILLER PIC X.
          05 LG-TEXT PIC X(30).

      *> Samma postlayout som FEEDREGISTER-REC i FEEDVAKT.
       FD FEEDREGISTER-FIL.
       01 FEEDREGISTER-REC.
          05 FR-NAMN PIC X(12).
          05 FILLER PIC X.
          05 FR-FILNAMN PIC X(20).
          05 FILLER PIC X.
          05 FR-TIDIGAST PIC 9(4).
          05 FILLER PIC X.
          05 FR-SENAST PIC 9(4).
          05 FILLER PIC X.
          05 FR-STROM PIC X(4).

       FD FLODE-FIL.
       01 FLODE-REC PIC X(40).

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

       FD SPARAT-DECK-FIL.
       01 SPARAT-DECK-REC PIC X(64).

       FD PARAMDECK-FIL.
       01 PARAMDECK-REC.
          05 PD-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 PD-NYCKEL PIC X(12).
          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

       WORKING-STORAGE SECTION.

      *> Ad hoc-korningar pa dagtid utan att nagon kor programmen
      *> for hand: varje ny begaran i korbegaran.txt provas mot
      *> behorighetsregistret (BEHORIG, rollen DRIFT), mot
      *> periodlasningen och mot flodesregistret (indatafilen ska
      *> vara ett registrerat flode for programmets strom, finnas
      *> och ha ratt kontrollantal - samma regel som FEEDVAKT).
      *> En godkand begaran kors med sitt affarsdatum i
      *> AFFARSDATUM och med sina deckrader plus en INFIL-rad i ett
      *> tillfalligt parameterdeck; det ordinarie decket flyttas
      *> undan under korningen och lagges alltid tillbaka. Utfallet
      *> bokfors i korningsauditen under KORBEGAR med bestallarens
      *> signatur och numret i parameterfaltet.
      *>
      *>     korbegar          behandla nya begaranden
      *>     korbegar LISTA    visa varje begarans senaste status
      *>
      *> Decket ar gemensamt for hela sviten - kor inte bestallningar
      *> medan nattkorningen pagar.
      *> Begarandena kors for platsen i miljovariabeln PLATS, som
      *> programmen arver.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-ATGARD PIC X(5).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-TEXT-HOLDER PIC X(40).
       01 LARM-KLOCKA PIC 9(8).

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       01 WS-CMD PIC X(100).
       01 WS-KLOCKA PIC 9(8).
       01 WS-RC PIC S9(9).

      *> Programmen som kan bestallas: de som tar sin indatafil
      *> fran deckets INFIL-nyckel, med kommando och strom.
       01 PROGRAM-ANTAL PIC 9(2) VALUE ZERO.
       01 PROGRAM-TABELL.
          05 PROGRAM-RAD OCCURS 10 TIMES.
             10 PT-PROGRAM PIC X(10).
             10 PT-KOMMANDO PIC X(20).
             10 PT-STROM PIC X(4).
       01 PROGRAM-POS PIC 9(2).
       01 PROGRAM-FUNNET-SW PIC 9.
          88 PROGRAM-FUNNET VALUE 1.

      *> Loggens senaste status per begaransnummer.
       01 LOGG-ANTAL PIC 9(3) VALUE ZERO.
       01 LOGG-TABELL.
          05 LOGG-RAD OCCURS 500 TIMES.
             10 LT-NR PIC 9(6).
             10 LT-OPERATOR PIC X(8).
             10 LT-PROGRAM PIC X(10).
             10 LT-STATUS PIC X(8).
             10 LT-RC PIC 9(3).
             10 LT-TEXT PIC X(30).
       01 LOGG-POS PIC 9(3).
       01 SOK-NR PIC 9(6).
       01 LOGG-FUNNEN-SW PIC 9.
          88 LOGG-FUNNEN VALUE 1.

       01 BEGARAN-ANTAL PIC 9(3) VALUE ZERO.
       01 BEGARAN-TABELL.
          05 BEGARAN-RAD OCCURS 200 TIMES.
             10 BT-NR PIC 9(6).
             10 BT-OPERATOR PIC X(8).
             10 BT-PROGRAM PIC X(10).
             10 BT-INFIL PIC X(20).
             10 BT-DATUM PIC X(8).
             10 BT-ORSAK PIC X(30).
       01 BEGARAN-POS PIC 9(3).
       01 BEGARAN-SOK PIC 9(3).

       01 DECK-ANTAL PIC 9(3) VALUE ZERO.
       01 DECK-TABELL.
          05 DECK-RAD OCCURS 300 TIMES.
             10 DT-NR PIC 9(6).
             10 DT-DECKRAD PIC X(64).
       01 DECK-POS PIC 9(3).
       01 DECK-RAD-HOLDER.
          05 DH-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 DH-NYCKEL PIC X(12).
          05 FILLER PIC X.
          05 DH-VARDE PIC X(40).

       01 DUBBLETT-SW PIC 9.
          88 DUBBLETT VALUE 1.

      *> Den begaran som behandlas just nu.
       01 AKTUELL-DATUM PIC 9(8).
       01 AKTUELL-PERIOD PIC 9(6).
       01 AVVISNING-TEXT PIC X(30).
       01 AKTUELL-STROM PIC X(4).
       01 AKTUELL-KOMMANDO PIC X(20).

       01 PERIOD-LAST-SW PIC 9.
          88 PERIOD-LAST VALUE 1.

       01 FLODE-FILENAME PIC X(40).
       01 FLODE-FUNNET-SW PIC 9.
          88 FLODE-FUNNET VALUE 1.
       01 FLODE-STROM PIC X(4).
       01 DATARADER PIC 9(7).
       01 TRAILER-ANTAL PIC 9(7).
       01 TRAILER-SEDD-SW PIC 9.
          88 TRAILER-SEDD VALUE 1.

       01 ANTAL-NYA PIC 9(3) VALUE ZERO.
       01 ANTAL-AVVISADE PIC 9(3) VALUE ZERO.
       01 ANTAL-KLARA PIC 9(3) VALUE ZERO.
       01 ANTAL-MISSLYCKADE PIC 9(3) VALUE ZERO.

       01 AUDIT-KLOCKA PIC 9(8).

       01 LOGG-HOLDER.
          05 LH-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 LH-KLOCKSLAG PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 LH-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 LH-OPERATOR PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 LH-PROGRAM PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 LH-STATUS PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 LH-RC PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 LH-TEXT PIC X(30).

       COPY "BEHORIG-PARM.cpy".

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==EA==.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM B1-ATERSTALL-DECK
          PERFORM C-LAS-LOGG

          IF WS-ATGARD = "LISTA"
             PERFORM L-LISTA
          ELSE
             PERFORM C1-MARKERA-AVBRUTNA
             PERFORM D-LAS-BEGARANDEN
             PERFORM E-BEHANDLA-BEGARANDEN
          END-IF

          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-ATGARD FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-ATGARD
          END-ACCEPT

          IF WS-ATGARD NOT = SPACES AND WS-ATGARD NOT = "LISTA"
             DISPLAY "Okand atgard " WS-ATGARD
                " - korbegar [LISTA]"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

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

          MOVE "SONAR" TO PT-PROGRAM(1)
          MOVE "./dag1/sonar" TO PT-KOMMANDO(1)
          MOVE "dag1" TO PT-STROM(1)
          MOVE "SONAR3" TO PT-PROGRAM(2)
          MOVE "./dag1/sonar3" TO PT-KOMMANDO(2)
          MOVE "dag1" TO PT-STROM(2)
          MOVE "DIVE" TO PT-PROGRAM(3)
          MOVE "./dag2/dive" TO PT-KOMMANDO(3)
          MOVE "dag2" TO PT-STROM(3)
          MOVE "BINARY" TO PT-PROGRAM(4)
          MOVE "./dag3/binary" TO PT-KOMMANDO(4)
          MOVE "dag3" TO PT-STROM(4)
          MOVE "BINARY2" TO PT-PROGRAM(5)
          MOVE "./dag3/binary2" TO PT-KOMMANDO(5)
          MOVE "dag3" TO PT-STROM(5)
          MOVE "BINGO" TO PT-PROGRAM(6)
          MOVE "./dag4/bingo" TO PT-KOMMANDO(6)
          MOVE "dag4" TO PT-STROM(6)
          MOVE "BINGO2" TO PT-PROGRAM(7)
          MOVE "./dag4/bingo2" TO PT-KOMMANDO(7)
          MOVE "dag4" TO PT-STROM(7)
          MOVE "HYDRO" TO PT-PROGRAM(8)
          MOVE "./dag5/hydro" TO PT-KOMMANDO(8)
          MOVE "dag5" TO PT-STROM(8)
          MOVE "LEKCYKEL" TO PT-PROGRAM(9)
          MOVE "./dag6/lekcykel" TO PT-KOMMANDO(9)
          MOVE "dag6" TO PT-STROM(9)
          MOVE "FLOTTLINJE" TO PT-PROGRAM(10)
          MOVE "./dag7/flottlinje" TO PT-KOMMANDO(10)
          MOVE "dag2" TO PT-STROM(10)
          MOVE 10 TO PROGRAM-ANTAL
          .

      *> Finns ett undansparat deck kvar har en tidigare korning
      *> avbrutits mitt i en bestallning - det ordinarie decket
      *> lagges tillbaka innan nagot annat gors.
       B1-ATERSTALL-DECK SECTION.

          OPEN INPUT SPARAT-DECK-FIL

          IF IND6-FILESTATUS = "00"
             CLOSE SPARAT-DECK-FIL
             PERFORM Y4-LAGG-TILLBAKA-DECK
             DISPLAY "Undansparat parameterdeck fran avbruten "
                "bestallning aterstallt"
             MOVE "VARN" TO LARM-ALLVAR-HOLDER
             MOVE "BESTALLNINGSDECK ATERSTALLT EFTER AVBROTT"
                TO LARM-TEXT-HOLDER
             PERFORM Y8-SKRIV-LARM
          END-IF
          .

       C-LAS-LOGG SECTION.

          OPEN INPUT LOGG-FIL

          IF IND2-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ LOGG-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF LG-NR IS NUMERIC
                            PERFORM C2-NOTERA-LOGGRAD
                         END-IF
                END-READ
             END-PERFORM

             CLOSE LOGG-FIL
          END-IF
          .

       C1-MARKERA-AVBRUTNA SECTION.

          PERFORM VARYING LOGG-POS FROM 1 BY 1
             UNTIL LOGG-POS > LOGG-ANTAL

             IF LT-STATUS(LOGG-POS) = "KOR"
                MOVE LT-NR(LOGG-POS) TO LH-NR
                MOVE LT-OPERATOR(LOGG-POS) TO LH-OPERATOR
                MOVE LT-PROGRAM(LOGG-POS) TO LH-PROGRAM
                MOVE 999 TO LH-RC
                MOVE "KORNINGEN AVBROTS" TO LH-TEXT
                MOVE "AVBRUTEN" TO LH-STATUS
                PERFORM Y1-SKRIV-LOGG

                MOVE "VARN" TO LARM-ALLVAR-HOLDER
                MOVE SPACES TO LARM-TEXT-HOLDER
                STRING "BESTALLNING " DELIMITED BY SIZE
                       LH-NR DELIMITED BY SIZE
                       " AVBRUTEN" DELIMITED BY SIZE
                    INTO LARM-TEXT-HOLDER
                PERFORM Y8-SKRIV-LARM
             END-IF
          END-PERFORM
          .

       C2-NOTERA-LOGGRAD SECTION.

          MOVE LG-NR TO SOK-NR
          PERFORM Y2-SOK-LOGG

          IF NOT LOGG-FUNNEN
             IF LOGG-ANTAL < 500
                ADD 1 TO LOGG-ANTAL
                MOVE LOGG-ANTAL TO LOGG-POS
             ELSE
                DISPLAY "Bestallningsloggen har fler an 500 "
                   "nummer - " LG-NR " hoppas over"
                EXIT SECTION
             END-IF
          END-IF

          MOVE LG-NR TO LT-NR(LOGG-POS)
          MOVE LG-OPERATOR TO LT-OPERATOR(LOGG-POS)
          MOVE LG-PROGRAM TO LT-PROGRAM(LOGG-POS)
          MOVE LG-STATUS TO LT-STATUS(LOGG-POS)
          MOVE LG-RC TO LT-RC(LOGG-POS)
          MOVE LG-TEXT TO LT-TEXT(LOGG-POS)
          .

      *> Hela filen lases in forst - DECK-raderna for en begaran
      *> far sta var som helst i filen.
       D-LAS-BEGARANDEN SECTION.

          OPEN INPUT BEGARAN-FIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Inga bestallningar (korbegaran.txt)"
             EXIT SECTION
          END-IF

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ BEGARAN-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      PERFORM D1-NOTERA-BEGARANRAD
             END-READ
          END-PERFORM

          CLOSE BEGARAN-FIL
          .

       D1-NOTERA-BEGARANRAD SECTION.

          IF BG-TYP = SPACES OR BG-TYP(1:1) = "*"
             EXIT SECTION
          END-IF

          IF BG-NR IS NOT NUMERIC
             DISPLAY "Bestallningsrad utan giltigt nummer ignoreras: "
                BEGARAN-REC(1:40)
             EXIT SECTION
          END-IF

          EVALUATE BG-TYP
             WHEN "BEGAR"
                INITIALIZE DUBBLETT-SW

                PERFORM VARYING BEGARAN-SOK FROM 1 BY 1
                   UNTIL BEGARAN-SOK > BEGARAN-ANTAL OR DUBBLETT
                   IF BT-NR(BEGARAN-SOK) = BG-NR
                      SET DUBBLETT TO TRUE
                   END-IF
                END-PERFORM

                IF DUBBLETT
                   DISPLAY "Begaran " BG-NR
                      " finns redan i filen - dubbletten ignoreras"
                ELSE
                   IF BEGARAN-ANTAL < 200
                      ADD 1 TO BEGARAN-ANTAL
                      MOVE BG-NR TO BT-NR(BEGARAN-ANTAL)
                      MOVE BG-OPERATOR TO BT-OPERATOR(BEGARAN-ANTAL)
                      MOVE BG-PROGRAM TO BT-PROGRAM(BEGARAN-ANTAL)
                      MOVE BG-INFIL TO BT-INFIL(BEGARAN-ANTAL)
                      MOVE BG-DATUM TO BT-DATUM(BEGARAN-ANTAL)
                      MOVE BG-ORSAK TO BT-ORSAK(BEGARAN-ANTAL)
                   ELSE
                      DISPLAY "Fler an 200 begaranden - " BG-NR
                         " tas nasta gang"
                   END-IF
                END-IF
             WHEN "DECK"
                IF DECK-ANTAL < 300
                   ADD 1 TO DECK-ANTAL
                   MOVE BG-NR TO DT-NR(DECK-ANTAL)
                   MOVE BD-DECKRAD TO DT-DECKRAD(DECK-ANTAL)
                ELSE
                   DISPLAY "Fler an 300 deckrader - rad for "
                      BG-NR " ignoreras"
                END-IF
             WHEN OTHER
                DISPLAY "Okand radtyp i korbegaran.txt: " BG-TYP
          END-EVALUATE
          .

      *> Begaranden som loggen redan har avslutat hoppas over; en
      *> som bara hann koas (KOAD) forra gangen tas om.
       E-BEHANDLA-BEGARANDEN SECTION.

          PERFORM VARYING BEGARAN-POS FROM 1 BY 1
             UNTIL BEGARAN-POS > BEGARAN-ANTAL

             MOVE BT-NR(BEGARAN-POS) TO SOK-NR
             PERFORM Y2-SOK-LOGG

             IF NOT LOGG-FUNNEN
                   OR LT-STATUS(LOGG-POS) = "KOAD"
                ADD 1 TO ANTAL-NYA
                PERFORM E1-BEHANDLA-EN
             END-IF
          END-PERFORM
          .

       E1-BEHANDLA-EN SECTION.

          MOVE BT-NR(BEGARAN-POS) TO LH-NR
          MOVE BT-OPERATOR(BEGARAN-POS) TO LH-OPERATOR
          MOVE BT-PROGRAM(BEGARAN-POS) TO LH-PROGRAM
          MOVE ZERO TO LH-RC
          MOVE BT-ORSAK(BEGARAN-POS) TO LH-TEXT
          MOVE "KOAD" TO LH-STATUS
          PERFORM Y1-SKRIV-LOGG

          DISPLAY "Begaran " BT-NR(BEGARAN-POS) ": "
             BT-PROGRAM(BEGARAN-POS) " " BT-INFIL(BEGARAN-POS)
             " av " BT-OPERATOR(BEGARAN-POS)

          MOVE SPACES TO AVVISNING-TEXT
          PERFORM F-PROVA-BEGARAN

          IF AVVISNING-TEXT NOT = SPACES
             PERFORM E2-AVVISA
          ELSE
             PERFORM G-KOR-BEGARAN
          END-IF
          .

       E2-AVVISA SECTION.

          ADD 1 TO ANTAL-AVVISADE

          MOVE ZERO TO LH-RC
          MOVE AVVISNING-TEXT TO LH-TEXT
          MOVE "AVVISAD" TO LH-STATUS
          PERFORM Y1-SKRIV-LOGG

          DISPLAY "   avvisad: " AVVISNING-TEXT

          MOVE "VARN" TO LARM-ALLVAR-HOLDER
          MOVE SPACES TO LARM-TEXT-HOLDER
          STRING "BESTALLNING " DELIMITED BY SIZE
                 LH-NR DELIMITED BY SIZE
                 " AVVISAD" DELIMITED BY SIZE
              INTO LARM-TEXT-HOLDER
          PERFORM Y8-SKRIV-LARM
          .

      *> Kontrollerna i tur och ordning; den forsta som faller
      *> lamnar sitt skal i AVVISNING-TEXT.
       F-PROVA-BEGARAN SECTION.

          INITIALIZE PROGRAM-FUNNET-SW

          PERFORM VARYING PROGRAM-POS FROM 1 BY 1
             UNTIL PROGRAM-POS > PROGRAM-ANTAL OR PROGRAM-FUNNET
             IF PT-PROGRAM(PROGRAM-POS) = BT-PROGRAM(BEGARAN-POS)
                SET PROGRAM-FUNNET TO TRUE
                MOVE PT-KOMMANDO(PROGRAM-POS) TO AKTUELL-KOMMANDO
                MOVE PT-STROM(PROGRAM-POS) TO AKTUELL-STROM
             END-IF
          END-PERFORM

          IF NOT PROGRAM-FUNNET
             MOVE "PROGRAMMET KAN INTE BESTALLAS" TO AVVISNING-TEXT
             EXIT SECTION
          END-IF

          IF BT-DATUM(BEGARAN-POS) = SPACES
             MOVE WS-RUN-DATE TO AKTUELL-DATUM
          ELSE
             IF BT-DATUM(BEGARAN-POS) IS NOT NUMERIC
                MOVE "OGILTIGT AFFARSDATUM" TO AVVISNING-TEXT
                EXIT SECTION
             END-IF
             MOVE BT-DATUM(BEGARAN-POS) TO AKTUELL-DATUM
          END-IF

          IF AKTUELL-DATUM > WS-RUN-DATE
             MOVE "AFFARSDATUM I FRAMTIDEN" TO AVVISNING-TEXT
             EXIT SECTION
          END-IF

          PERFORM F1-PROVA-PERIODLAS

          IF PERIOD-LAST
             MOVE "PERIODEN AR LAST" TO AVVISNING-TEXT
             EXIT SECTION
          END-IF

          MOVE BT-OPERATOR(BEGARAN-POS) TO BH-OPERATOR
          MOVE "DRIFT" TO BH-KRAVD-ROLL
          MOVE "KORBEGAR" TO BH-PROGRAM
          CALL "BEHORIG" USING BEHORIG-PARM

          IF BH-RESULTAT = "N"
             MOVE "BESTALLAREN SAKNAR BEHORIGHET" TO AVVISNING-TEXT
             EXIT SECTION
          END-IF

          PERFORM F2-PROVA-INDATA

          IF AVVISNING-TEXT NOT = SPACES
             EXIT SECTION
          END-IF

          PERFORM VARYING DECK-POS FROM 1 BY 1
             UNTIL DECK-POS > DECK-ANTAL
                OR AVVISNING-TEXT NOT = SPACES
             IF DT-NR(DECK-POS) = BT-NR(BEGARAN-POS)
                MOVE DT-DECKRAD(DECK-POS) TO DECK-RAD-HOLDER
                IF DH-PROGRAM NOT = BT-PROGRAM(BEGARAN-POS)
                   MOVE "DECKRAD FOR ANNAT PROGRAM"
                      TO AVVISNING-TEXT
                END-IF
                IF DH-NYCKEL = "INFIL"
                   MOVE "INFIL ANGES PA BEGARAN-RADEN"
                      TO AVVISNING-TEXT
                END-IF
             END-IF
          END-PERFORM
          .

      *> Senaste lasraden per period galler - samma regel som
      *> MANADSSLUT och NATTKORNING.
       F1-PROVA-PERIODLAS SECTION.

          MOVE ZERO TO PERIOD-LAST-SW
          MOVE AKTUELL-DATUM(1:6) TO AKTUELL-PERIOD

          OPEN INPUT PERIODLAS-FIL

          IF IND5-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ PERIODLAS-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF PL-PERIOD = AKTUELL-PERIOD
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
          .

      *> Indatafilen maste vara ett registrerat flode for samma
      *> strom som programmet, finnas och - nar den bar HDR/TRL -
      *> ha ett trailerantal som stammer med dataraderna.
       F2-PROVA-INDATA SECTION.

          IF BT-INFIL(BEGARAN-POS) = SPACES
             MOVE "INDATAFIL SAKNAS PA BEGARAN" TO AVVISNING-TEXT
             EXIT SECTION
          END-IF

          INITIALIZE FLODE-FUNNET-SW
          MOVE SPACES TO FLODE-STROM

          OPEN INPUT FEEDREGISTER-FIL

          IF IND3-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ FEEDREGISTER-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF FR-FILNAMN = BT-INFIL(BEGARAN-POS)
                            SET FLODE-FUNNET TO TRUE
                            MOVE FR-STROM TO FLODE-STROM
                         END-IF
                END-READ
             END-PERFORM

             CLOSE FEEDREGISTER-FIL
          END-IF

          IF NOT FLODE-FUNNET
             MOVE "INDATAFILEN EJ REGISTRERAD" TO AVVISNING-TEXT
             EXIT SECTION
          END-IF

          IF FLODE-STROM NOT = AKTUELL-STROM
             MOVE "INDATAFILEN FOR ANNAN STROM" TO AVVISNING-TEXT
             EXIT SECTION
          END-IF

      *> Begaran namnger indatafilen som flodesregistret - utan
      *> plats. Det ar den korande platsens exemplar som provas och
      *> som programmet far i sitt deck.
          MOVE SPACES TO FLODE-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 BT-INFIL(BEGARAN-POS) DELIMITED BY SPACE
              INTO FLODE-FILENAME

          OPEN INPUT FLODE-FIL

          IF IND4-FILESTATUS NOT = "00"
             MOVE "INDATAFILEN FINNS INTE" TO AVVISNING-TEXT
             EXIT SECTION
          END-IF

          MOVE ZERO TO DATARADER
          MOVE ZERO TO TRAILER-ANTAL
          INITIALIZE TRAILER-SEDD-SW
          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ FLODE-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF FLODE-REC(1:3) = "HDR"
                         CONTINUE
                      ELSE
                         IF FLODE-REC(1:3) = "TRL"
                            MOVE FLODE-REC(4:7) TO TRAILER-ANTAL
                            SET TRAILER-SEDD TO TRUE
                         ELSE
                            ADD 1 TO DATARADER
                         END-IF
                      END-IF
             END-READ
          END-PERFORM

          CLOSE FLODE-FIL

          IF TRAILER-SEDD AND TRAILER-ANTAL NOT = DATARADER
             MOVE "FEL KONTROLLANTAL I INDATA" TO AVVISNING-TEXT
          END-IF
          .

       G-KOR-BEGARAN SECTION.

          PERFORM G1-BYGG-DECK

          IF AVVISNING-TEXT NOT = SPACES
             PERFORM E2-AVVISA
             EXIT SECTION
          END-IF

          MOVE ZERO TO LH-RC
          MOVE BT-ORSAK(BEGARAN-POS) TO LH-TEXT
          MOVE "KOR" TO LH-STATUS
          PERFORM Y1-SKRIV-LOGG

          MOVE SPACES TO WS-CMD
          STRING "export AFFARSDATUM=" DELIMITED BY SIZE
                 AKTUELL-DATUM DELIMITED BY SIZE
                 "; " DELIMITED BY SIZE
                 AKTUELL-KOMMANDO DELIMITED BY SPACE
              INTO WS-CMD

          CALL "SYSTEM" USING WS-CMD
          MOVE RETURN-CODE TO WS-RC

          PERFORM Y4-LAGG-TILLBAKA-DECK

      *> SYSTEM lamnar skalets rastatus - programmets egen returkod
      *> star i den hoga byten.
          IF WS-RC > 255
             DIVIDE WS-RC BY 256 GIVING WS-RC
          END-IF

          IF WS-RC < 0 OR WS-RC > 999
             MOVE 999 TO LH-RC
          ELSE
             MOVE WS-RC TO LH-RC
          END-IF

          MOVE BT-ORSAK(BEGARAN-POS) TO LH-TEXT

          IF WS-RC = 0
             ADD 1 TO ANTAL-KLARA
             MOVE "KLAR" TO LH-STATUS
             DISPLAY "   klar"
          ELSE
             ADD 1 TO ANTAL-MISSLYCKADE
             MOVE "MISSLYCK" TO LH-STATUS
             DISPLAY "   misslyckades med returkod " LH-RC

             MOVE "VARN" TO LARM-ALLVAR-HOLDER
             MOVE SPACES TO LARM-TEXT-HOLDER
             STRING "BESTALLNING " DELIMITED BY SIZE
                    LH-NR DELIMITED BY SIZE
                    " MISSLYCKADES" DELIMITED BY SIZE
                 INTO LARM-TEXT-HOLDER
             PERFORM Y8-SKRIV-LARM
          END-IF

          PERFORM Y1-SKRIV-LOGG
          PERFORM Z9-SKRIV-KORNINGSAUDIT
          .

      *> Det ordinarie decket flyttas undan (ett tomt skapas forst
      *> om inget finns, sa att aterstallningen alltid har nagot
      *> att lagga tillbaka) och ett nytt skrivs: alla ordinarie
      *> rader, sedan begarans deckrader och sist INFIL - senare
      *> rader vinner over tidigare for samma nyckel.
       G1-BYGG-DECK SECTION.

          MOVE "touch batch/parameterdeck.txt" TO WS-CMD
          CALL "SYSTEM" USING WS-CMD
          MOVE SPACES TO WS-CMD
          STRING "mv batch/parameterdeck.txt " DELIMITED BY SIZE
                 "batch/parameterdeck_korbegar.txt" DELIMITED BY SIZE
              INTO WS-CMD
          CALL "SYSTEM" USING WS-CMD

          OPEN INPUT SPARAT-DECK-FIL

          IF IND6-FILESTATUS NOT = "00"
             MOVE "DECKET GICK EJ ATT FLYTTA" TO AVVISNING-TEXT
             EXIT SECTION
          END-IF

          OPEN OUTPUT PARAMDECK-FIL

          IF IND7-FILESTATUS NOT = "00"
             CLOSE SPARAT-DECK-FIL
             PERFORM Y4-LAGG-TILLBAKA-DECK
             MOVE "DECKET GICK EJ ATT SKRIVA" TO AVVISNING-TEXT
             EXIT SECTION
          END-IF

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ SPARAT-DECK-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      MOVE SPARAT-DECK-REC TO PARAMDECK-REC
                      WRITE PARAMDECK-REC
             END-READ
          END-PERFORM

          CLOSE SPARAT-DECK-FIL

          PERFORM VARYING DECK-POS FROM 1 BY 1
             UNTIL DECK-POS > DECK-ANTAL
             IF DT-NR(DECK-POS) = BT-NR(BEGARAN-POS)
                MOVE DT-DECKRAD(DECK-POS) TO PARAMDECK-REC
                WRITE PARAMDECK-REC
             END-IF
          END-PERFORM

          MOVE SPACES TO PARAMDECK-REC
          MOVE BT-PROGRAM(BEGARAN-POS) TO PD-PROGRAM
          MOVE "INFIL" TO PD-NYCKEL
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 BT-INFIL(BEGARAN-POS) DELIMITED BY SPACE
              INTO PD-VARDE
          WRITE PARAMDECK-REC

          CLOSE PARAMDECK-FIL
          .

       L-LISTA SECTION.

          IF LOGG-ANTAL = ZERO
             DISPLAY "Bestallningsloggen ar tom"
             EXIT SECTION
          END-IF

          DISPLAY "NR     OPERATOR PROGRAM    STATUS   RC  NOTERING"

          PERFORM VARYING LOGG-POS FROM 1 BY 1
             UNTIL LOGG-POS > LOGG-ANTAL
             DISPLAY LT-NR(LOGG-POS) " "
                LT-OPERATOR(LOGG-POS) " "
                LT-PROGRAM(LOGG-POS) " "
                LT-STATUS(LOGG-POS) " "
                LT-RC(LOGG-POS) " "
                LT-TEXT(LOGG-POS)
          END-PERFORM
          .

       N-AVSLUTA SECTION.

          IF WS-ATGARD NOT = "LISTA"
             DISPLAY "Bestallningar: " ANTAL-NYA " nya, "
                ANTAL-KLARA " klara, " ANTAL-MISSLYCKADE
                " misslyckade, " ANTAL-AVVISADE " avvisade"
          END-IF

          IF ANTAL-AVVISADE NOT = ZERO
                OR ANTAL-MISSLYCKADE NOT = ZERO
             MOVE 1 TO RETURN-CODE
          ELSE
             MOVE ZERO TO RETURN-CODE
          END-IF

          STOP RUN
          .

      *> Loggraden far datum och klockslag har; numret, signaturen,
      *> programmet, status, returkod och text fylls av anroparen.
       Y1-SKRIV-LOGG SECTION.

          OPEN EXTEND LOGG-FIL

          IF IND2-FILESTATUS = "35"
             OPEN OUTPUT LOGG-FIL
          END-IF

          MOVE WS-RUN-DATE TO LH-DATUM
          ACCEPT WS-KLOCKA FROM TIME
          MOVE WS-KLOCKA(1:6) TO LH-KLOCKSLAG

          MOVE LOGG-HOLDER TO LOGG-REC
          WRITE LOGG-REC

          CLOSE LOGG-FIL
          .

      *> Soker SOK-NR bland loggens nummer; traffen lamnas i
      *> LOGG-POS.
       Y2-SOK-LOGG SECTION.

          INITIALIZE LOGG-FUNNEN-SW

          PERFORM VARYING LOGG-POS FROM 1 BY 1
             UNTIL LOGG-POS > LOGG-ANTAL OR LOGG-FUNNEN
             IF LT-NR(LOGG-POS) = SOK-NR
                SET LOGG-FUNNEN TO TRUE
             END-IF
          END-PERFORM

          IF LOGG-FUNNEN
             SUBTRACT 1 FROM LOGG-POS
          END-IF
          .

       Y4-LAGG-TILLBAKA-DECK SECTION.

          MOVE SPACES TO WS-CMD
          STRING "mv batch/parameterdeck_korbegar.txt "
                    DELIMITED BY SIZE
                 "batch/parameterdeck.txt" DELIMITED BY SIZE
              INTO WS-CMD
          CALL "SYSTEM" USING WS-CMD
          .

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
          MOVE "KORBEGAR  " TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS

          WRITE LC-LARM-REC

          CLOSE LARM-FIL
          .

      *> Bestallningens egen auditrad: vad som kordes, for vilket
      *> datum, pa vems begaran och med vilket utfall. Programmets
      *> egen auditrad skrivs som vanligt av programmet sjalvt.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO EA-KORNINGSAUDIT-REC
          MOVE AKTUELL-DATUM TO EA-RUN-DATE
          MOVE "KORBEGAR" TO EA-PROGRAM
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 BT-INFIL(BEGARAN-POS) DELIMITED BY SPACE
              INTO EA-INFIL
          STRING "AV " DELIMITED BY SIZE
                 BT-OPERATOR(BEGARAN-POS) DELIMITED BY SPACE
                 " NR" DELIMITED BY SIZE
                 BT-NR(BEGARAN-POS) DELIMITED BY SIZE
              INTO EA-PARAMETRAR
          MOVE DATARADER TO EA-ANTAL-IN
          MOVE ZERO TO EA-ANTAL-AVVISADE
          MOVE ZERO TO EA-ANTAL-SKRIVNA
          MOVE LH-RC TO EA-RETURKOD
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO EA-KLOCKSLAG

          CALL "KORNAUDIT" USING EA-KORNINGSAUDIT-REC
          .
