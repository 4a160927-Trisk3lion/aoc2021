       IDENTIFICATION DIVISION.

       PROGRAM-ID. BINGOKOLL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT REGISTER-FIL ASSIGN DYNAMIC
             WS-REGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT KONTO-FIL ASSIGN DYNAMIC
             WS-KONTO-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT SASONG-FIL ASSIGN DYNAMIC
             WS-SASONG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT HISTORIK-FIL ASSIGN DYNAMIC
             WS-HISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT FOND-FIL ASSIGN DYNAMIC
             WS-FOND-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT UTBETALNING-LASFIL ASSIGN DYNAMIC
             WS-UTBETALNING-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT KOLL-FIL ASSIGN DYNAMIC
             WS-KOLL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Samma postlayout som REGISTER-REC i BINGOREG.
       FD REGISTER-FIL.
       01 REGISTER-REC.
          05 RG-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 RG-NAMN PIC X(20).
          05 FILLER PIC X.
          05 RG-AVDELNING PIC X(10).
          05 FILLER PIC X.
          05 RG-UTFARDAD PIC 9(8).
          05 FILLER PIC X.
          05 RG-STATUS PIC X(6).

      *> Samma postlayout som KONTO-REC i BINGOKONTO.
       FD KONTO-FIL.
       01 KONTO-REC.
          05 KN-KALLA-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 KN-CLEARING PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 KN-KONTO PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 KN-NAMN PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 KN-STATUS PIC X(6).

      *> Samma postlayout som SASONG-REC i BINGO2.
       FD SASONG-FIL.
       01 SASONG-REC.
          05 SA-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 SA-POANG PIC 9(6).
          05 FILLER PIC X.
          05 SA-PLACERING PIC 9(3).
          05 FILLER PIC X.
          05 SA-SENASTE-DATUM PIC 9(8).

      *> Samma postlayout som HISTORIK-REC i BINGOUTDRAG.
       FD HISTORIK-FIL.
       01 HISTORIK-REC.
          05 HI-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 HI-KALLA-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 HI-TYP PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 HI-BELOPP PIC 9(7)V9(2).

       FD FOND-FIL.
       COPY "BINGOFOND-REC.cpy"
           REPLACING ==:PREFIX:== BY ==FD==.

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
          05 FILLER PIC X.
          05 UB-DRAG PIC 9(3).
          05 FILLER PIC X.
          05 UB-GRUPP-ANTAL PIC 9(3).
          05 FILLER PIC X.
          05 UB-REST-ORE PIC 9(4).

      *> Svepets fyndlista: en rad per fynd med allvarsgrad,
      *> kontrollens kod, brickan och datumet det galler samt
      *> beloppet, och sist en SUMMA-rad med antalet fynd per grad.
      *> Kontrollkoderna:
      *>
      *>     OKANDUTB  utbetalning till kalla som inte finns i
      *>               registret
      *>     UTGKONTO  konto som inte ar sparrat for utgatt bricka
      *>     OKANDKTO  konto for kalla som inte finns i registret
      *>     OKANDSAS  sasongsstallning for okand kalla
      *>     EJKONTO   bricka med vinster men utan konto
      *>     FONDDAG   dagens historik stammer inte med liggarens
      *>               SUMMA - det fonden debiterades
      *>     FONDHALL  historik bokford for en dag da fonden holl
      *>     EJPROVAD  historikdagar vars liggare inte finns kvar
      *>     FONDDAT   fonden inte debiterad efter senaste
      *>               utbetalningsdagen
      *>     FONDSAKN  prisfondens master saknas eller ar olasbar
       FD KOLL-FIL.
       01 KOLL-REC.
          05 KK-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KK-ALLVAR PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 KK-KONTROLL PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 KK-KALLA-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 KK-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KK-BELOPP PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 KK-TEXT PIC X(40).

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

       WORKING-STORAGE SECTION.

      *> Nattens referenssvep over bingomastrarna. Registret,
      *> kontoregistret, BINGO2s sasongsmaster, betalhistoriken och
      *> prisfonden refererar till varandra via kallnumret men
      *> ingen har hittills provat att de ar overens. Svepet laser
      *> alla fem, samlar per kallnummer vad varje master vet om
      *> brickan och provar sedan:
      *>
      *>  - utbetalningar till kallor som inte finns i registret
      *>    (KRIT - pengar har gatt till en okand bricka)
      *>  - konton som inte ar sparrade for utgangna brickor, och
      *>    konton for kallor registret inte kanner (VARN)
      *>  - sasongsstallningar for okanda brickor (VARN)
      *>  - brickor med vinster men utan konto - nasta betalning
      *>    hamnar i omatchadlistan (VARN)
      *>  - att betalhistoriken dag for dag summerar till det
      *>    fonden debiterades: BINGO2 drar liggarens SUMMA-rad fran
      *>    saldot, och historiken bar samma VINST-, DELAD-, JACKP-
      *>    och TROST-rader (KRIT vid skillnad, och for historik
      *>    bokford en dag da fonden holl och inte debiterades)
      *>  - att fonden bokforts efter senaste utbetalningsdagen
      *>
      *> Varje fynd blir en rad i fyndlistan och ett larm i
      *> larmcentralen med sin allvarsgrad. Ett KRIT-fynd ger
      *> returkod 1. Svepet ror inga mastrar.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-REGISTER-FILENAME PIC X(40).
       01 WS-KONTO-FILENAME PIC X(40).
       01 WS-SASONG-FILENAME PIC X(40).
       01 WS-HISTORIK-FILENAME PIC X(40).
       01 WS-FOND-FILENAME PIC X(40).
       01 WS-UTBETALNING-FILENAME PIC X(40).
       01 WS-KOLL-FILENAME PIC X(40).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(40).

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

      *> Vad mastrarna vet om varje kallnummer. Blank registerstatus
      *> betyder att kallan saknas i registret, blank kontostatus
      *> att den saknar konto.
       01 KALLA-ANTAL PIC 9(5) VALUE ZERO.

       01 KALLA-TABELL.
          05 KALLA-RAD OCCURS 10000 TIMES.
             10 KS-KALLA-NR PIC 9(5).
             10 KS-REG-STATUS PIC X(6).
             10 KS-NAMN PIC X(20).
             10 KS-KONTO-STATUS PIC X(6).
             10 KS-SASONG PIC 9.
             10 KS-HIST-ANTAL PIC 9(5).
             10 KS-HIST-BELOPP PIC 9(9)V9(2).

       01 KALLA-POS PIC 9(5).
       01 KALLA-FUNNEN-POS PIC 9(5).
       01 SOK-KALLA-NR PIC 9(5).

      *> Betalhistoriken summerad per bokforingsdag.
       01 DAG-ANTAL PIC 9(4) VALUE ZERO.

       01 DAG-TABELL.
          05 DAG-RAD OCCURS 2000 TIMES.
             10 DG-DATUM PIC 9(8).
             10 DG-HIST-BELOPP PIC 9(9)V9(2).
             10 DG-HIST-ANTAL PIC 9(5).

       01 DAG-POS PIC 9(4).
       01 DAG-FUNNEN-POS PIC 9(4).

       01 LIGG-FINNS-SW PIC 9.
          88 LIGG-FINNS VALUE 1.
       01 LIGG-HALL-SW PIC 9.
          88 LIGG-HALL VALUE 1.
       01 LIGG-SUMMA PIC 9(9)V9(2).
       01 ANTAL-EJ-PROVADE PIC 9(4) VALUE ZERO.
       01 SENASTE-DEBET-DAG PIC 9(8) VALUE ZERO.

       01 FOND-FINNS-SW PIC 9 VALUE ZERO.
          88 FOND-FINNS VALUE 1.
       01 FOND-DATUM PIC 9(8) VALUE ZERO.

       01 ANTAL-LASTA PIC 9(6) VALUE ZERO.
       01 ANTAL-KRIT PIC 9(5) VALUE ZERO.
       01 ANTAL-VARN PIC 9(5) VALUE ZERO.
       01 ANTAL-INFO PIC 9(5) VALUE ZERO.
       01 ANTAL-FYND PIC 9(6) VALUE ZERO.
       01 ANTAL-SKRIVNA PIC 9(6) VALUE ZERO.

       01 FYND-ALLVAR PIC X(4).
       01 FYND-KONTROLL PIC X(8).
       01 FYND-KALLA-NR PIC 9(5).
       01 FYND-DATUM PIC 9(8).
       01 FYND-BELOPP PIC 9(9)V9(2).
       01 FYND-TEXT PIC X(40).

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-TEXT-HOLDER PIC X(40).
       01 LARM-KLOCKA PIC 9(8).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-REGISTER
          PERFORM C2-LASA-KONTON
          PERFORM C3-LASA-SASONG
          PERFORM C4-LASA-HISTORIK
          PERFORM C5-LASA-FOND

          OPEN OUTPUT KOLL-FIL

          MOVE IND7-FILESTATUS TO WS-FILSTATUS
          MOVE WS-KOLL-FILENAME TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          PERFORM D-PROVA-KALLOR
          PERFORM E-PROVA-FONDRORELSER
          PERFORM F-SKRIV-SUMMA

          CLOSE KOLL-FIL

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

          MOVE SPACES TO WS-REGISTER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_register.txt" DELIMITED BY SIZE
              INTO WS-REGISTER-FILENAME

          MOVE SPACES TO WS-KONTO-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_konton.txt" DELIMITED BY SIZE
              INTO WS-KONTO-FILENAME

          MOVE SPACES TO WS-SASONG-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_sasong.txt" DELIMITED BY SIZE
              INTO WS-SASONG-FILENAME

          MOVE SPACES TO WS-HISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_utbetalningshistorik.txt" DELIMITED BY SIZE
              INTO WS-HISTORIK-FILENAME

          MOVE SPACES TO WS-FOND-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_fond.txt" DELIMITED BY SIZE
              INTO WS-FOND-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingokoll_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-KOLL-FILENAME
          .

       C-LASA-REGISTER SECTION.

          OPEN INPUT REGISTER-FIL

          IF IND1-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ REGISTER-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         ADD 1 TO ANTAL-LASTA
                         MOVE RG-KALLA-NR TO SOK-KALLA-NR
                         PERFORM Z1-SOK-KALLA
                         MOVE RG-STATUS
                            TO KS-REG-STATUS(KALLA-FUNNEN-POS)
                         MOVE RG-NAMN TO KS-NAMN(KALLA-FUNNEN-POS)
                END-READ
             END-PERFORM

             CLOSE REGISTER-FIL
          ELSE
             DISPLAY "Inget bradregister (bingo_register.txt) - "
                "alla kallor provas som okanda"
          END-IF
          .

       C2-LASA-KONTON SECTION.

          OPEN INPUT KONTO-FIL

          IF IND2-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ KONTO-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         ADD 1 TO ANTAL-LASTA
                         MOVE KN-KALLA-NR TO SOK-KALLA-NR
                         PERFORM Z1-SOK-KALLA
                         MOVE KN-STATUS
                            TO KS-KONTO-STATUS(KALLA-FUNNEN-POS)
                END-READ
             END-PERFORM

             CLOSE KONTO-FIL
          END-IF
          .

       C3-LASA-SASONG SECTION.

          OPEN INPUT SASONG-FIL

          IF IND3-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ SASONG-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         ADD 1 TO ANTAL-LASTA
                         MOVE SA-KALLA-NR TO SOK-KALLA-NR
                         PERFORM Z1-SOK-KALLA
                         MOVE 1 TO KS-SASONG(KALLA-FUNNEN-POS)
                END-READ
             END-PERFORM

             CLOSE SASONG-FIL
          END-IF
          .

      *> Historiken summeras bade per kalla och per bokforingsdag.
       C4-LASA-HISTORIK SECTION.

          OPEN INPUT HISTORIK-FIL

          IF IND4-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ HISTORIK-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         ADD 1 TO ANTAL-LASTA
                         MOVE HI-KALLA-NR TO SOK-KALLA-NR
                         PERFORM Z1-SOK-KALLA
                         ADD 1 TO KS-HIST-ANTAL(KALLA-FUNNEN-POS)
                         ADD HI-BELOPP
                            TO KS-HIST-BELOPP(KALLA-FUNNEN-POS)
                         PERFORM Z3-SOK-DAG
                         ADD 1 TO DG-HIST-ANTAL(DAG-FUNNEN-POS)
                         ADD HI-BELOPP
                            TO DG-HIST-BELOPP(DAG-FUNNEN-POS)
                END-READ
             END-PERFORM

             CLOSE HISTORIK-FIL
          END-IF
          .

       C5-LASA-FOND SECTION.

          OPEN INPUT FOND-FIL

          IF IND5-FILESTATUS = "00"
             READ FOND-FIL
                   AT END
                      CONTINUE
                   NOT AT END
                      ADD 1 TO ANTAL-LASTA
                      IF FD-SALDO IS NUMERIC
                            AND FD-DATUM IS NUMERIC
                         MOVE FD-DATUM TO FOND-DATUM
                         SET FOND-FINNS TO TRUE
                      END-IF
             END-READ
             CLOSE FOND-FIL
          END-IF
          .

      *> En genomgang av kalltabellen provar alla referenser som
      *> hanger pa kallnumret.
       D-PROVA-KALLOR SECTION.

          PERFORM VARYING KALLA-POS FROM 1 BY 1
             UNTIL KALLA-POS > KALLA-ANTAL

             MOVE KS-KALLA-NR(KALLA-POS) TO FYND-KALLA-NR
             MOVE ZERO TO FYND-DATUM
             MOVE ZERO TO FYND-BELOPP

             IF KS-REG-STATUS(KALLA-POS) = SPACES
                IF KS-HIST-ANTAL(KALLA-POS) NOT = ZERO
                   MOVE "KRIT" TO FYND-ALLVAR
                   MOVE "OKANDUTB" TO FYND-KONTROLL
                   MOVE KS-HIST-BELOPP(KALLA-POS) TO FYND-BELOPP
                   MOVE SPACES TO FYND-TEXT
                   STRING "UTBETALT TILL OKAND KALLA "
                             DELIMITED BY SIZE
                          FYND-KALLA-NR DELIMITED BY SIZE
                       INTO FYND-TEXT
                   PERFORM Z2-NOTERA-FYND
                   MOVE ZERO TO FYND-BELOPP
                END-IF

                IF KS-KONTO-STATUS(KALLA-POS) NOT = SPACES
                   MOVE "VARN" TO FYND-ALLVAR
                   MOVE "OKANDKTO" TO FYND-KONTROLL
                   MOVE SPACES TO FYND-TEXT
                   STRING "KONTO FOR OKAND KALLA " DELIMITED BY SIZE
                          FYND-KALLA-NR DELIMITED BY SIZE
                       INTO FYND-TEXT
                   PERFORM Z2-NOTERA-FYND
                END-IF

                IF KS-SASONG(KALLA-POS) NOT = ZERO
                   MOVE "VARN" TO FYND-ALLVAR
                   MOVE "OKANDSAS" TO FYND-KONTROLL
                   MOVE SPACES TO FYND-TEXT
                   STRING "SASONGSPOANG FOR OKAND KALLA "
                             DELIMITED BY SIZE
                          FYND-KALLA-NR DELIMITED BY SIZE
                       INTO FYND-TEXT
                   PERFORM Z2-NOTERA-FYND
                END-IF
             ELSE
                IF KS-REG-STATUS(KALLA-POS) = "UTGATT"
                      AND KS-KONTO-STATUS(KALLA-POS) NOT = SPACES
                      AND KS-KONTO-STATUS(KALLA-POS) NOT = "UTGATT"
                   MOVE "VARN" TO FYND-ALLVAR
                   MOVE "UTGKONTO" TO FYND-KONTROLL
                   MOVE SPACES TO FYND-TEXT
                   STRING "AKTIVT KONTO FOR UTGATT BRICKA "
                             DELIMITED BY SIZE
                          FYND-KALLA-NR DELIMITED BY SIZE
                       INTO FYND-TEXT
                   PERFORM Z2-NOTERA-FYND
                END-IF

                IF KS-HIST-BELOPP(KALLA-POS) NOT = ZERO
                      AND KS-KONTO-STATUS(KALLA-POS) = SPACES
                   MOVE "VARN" TO FYND-ALLVAR
                   MOVE "EJKONTO" TO FYND-KONTROLL
                   MOVE KS-HIST-BELOPP(KALLA-POS) TO FYND-BELOPP
                   MOVE SPACES TO FYND-TEXT
                   STRING "VINST UTAN KONTO KALLA " DELIMITED BY SIZE
                          FYND-KALLA-NR DELIMITED BY SIZE
                       INTO FYND-TEXT
                   PERFORM Z2-NOTERA-FYND
                END-IF
             END-IF
          END-PERFORM
          .

      *> Fondens rorelser dag for dag: BINGO2 debiterar saldot med
      *> liggarens SUMMA-rad, utom pa en HALL-dag da fonden lamnas
      *> orord. Historikdagar vars liggare inte finns kvar (arkiverade
      *> eller bortstadade) kan inte provas och redovisas samlat.
       E-PROVA-FONDRORELSER SECTION.

          PERFORM VARYING DAG-POS FROM 1 BY 1
             UNTIL DAG-POS > DAG-ANTAL

             PERFORM E1-LASA-LIGGARE

             MOVE ZERO TO FYND-KALLA-NR
             MOVE DG-DATUM(DAG-POS) TO FYND-DATUM

             EVALUATE TRUE
                WHEN NOT LIGG-FINNS
                   ADD 1 TO ANTAL-EJ-PROVADE
                WHEN LIGG-HALL
                   MOVE "KRIT" TO FYND-ALLVAR
                   MOVE "FONDHALL" TO FYND-KONTROLL
                   MOVE DG-HIST-BELOPP(DAG-POS) TO FYND-BELOPP
                   MOVE SPACES TO FYND-TEXT
                   STRING "HISTORIK " DELIMITED BY SIZE
                          FYND-DATUM DELIMITED BY SIZE
                          " BOKFORD PA HALL-DAG" DELIMITED BY SIZE
                       INTO FYND-TEXT
                   PERFORM Z2-NOTERA-FYND
                WHEN LIGG-SUMMA NOT = DG-HIST-BELOPP(DAG-POS)
                   MOVE "KRIT" TO FYND-ALLVAR
                   MOVE "FONDDAG" TO FYND-KONTROLL
                   IF LIGG-SUMMA > DG-HIST-BELOPP(DAG-POS)
                      COMPUTE FYND-BELOPP =
                         LIGG-SUMMA - DG-HIST-BELOPP(DAG-POS)
                   ELSE
                      COMPUTE FYND-BELOPP =
                         DG-HIST-BELOPP(DAG-POS) - LIGG-SUMMA
                   END-IF
                   MOVE SPACES TO FYND-TEXT
                   STRING "HISTORIK " DELIMITED BY SIZE
                          FYND-DATUM DELIMITED BY SIZE
                          " STAMMER EJ MOT FONDEN" DELIMITED BY SIZE
                       INTO FYND-TEXT
                   PERFORM Z2-NOTERA-FYND
                WHEN OTHER
                   IF LIGG-SUMMA NOT = ZERO
                         AND DG-DATUM(DAG-POS) > SENASTE-DEBET-DAG
                      MOVE DG-DATUM(DAG-POS) TO SENASTE-DEBET-DAG
                   END-IF
             END-EVALUATE
          END-PERFORM

          MOVE ZERO TO FYND-KALLA-NR
          MOVE ZERO TO FYND-BELOPP

          IF ANTAL-EJ-PROVADE NOT = ZERO
             MOVE "INFO" TO FYND-ALLVAR
             MOVE "EJPROVAD" TO FYND-KONTROLL
             MOVE ZERO TO FYND-DATUM
             MOVE SPACES TO FYND-TEXT
             STRING ANTAL-EJ-PROVADE DELIMITED BY SIZE
                    " HISTORIKDAGAR UTAN LIGGARE" DELIMITED BY SIZE
                 INTO FYND-TEXT
             PERFORM Z2-NOTERA-FYND
          END-IF

          IF DAG-ANTAL NOT = ZERO AND NOT FOND-FINNS
             MOVE "VARN" TO FYND-ALLVAR
             MOVE "FONDSAKN" TO FYND-KONTROLL
             MOVE ZERO TO FYND-DATUM
             MOVE "PRISFONDEN SAKNAS ELLER AR OLASBAR"
                TO FYND-TEXT
             PERFORM Z2-NOTERA-FYND
          END-IF

          IF FOND-FINNS AND FOND-DATUM < SENASTE-DEBET-DAG
             MOVE "VARN" TO FYND-ALLVAR
             MOVE "FONDDAT" TO FYND-KONTROLL
             MOVE SENASTE-DEBET-DAG TO FYND-DATUM
             MOVE SPACES TO FYND-TEXT
             STRING "FONDEN EJ BOKFORD SEDAN " DELIMITED BY SIZE
                    FOND-DATUM DELIMITED BY SIZE
                 INTO FYND-TEXT
             PERFORM Z2-NOTERA-FYND
          END-IF
          .

       E1-LASA-LIGGARE SECTION.

          INITIALIZE LIGG-FINNS-SW
          INITIALIZE LIGG-HALL-SW
          MOVE ZERO TO LIGG-SUMMA

          MOVE SPACES TO WS-UTBETALNING-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_utbetalningar_" DELIMITED BY SIZE
                 DG-DATUM(DAG-POS) DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-UTBETALNING-FILENAME

          OPEN INPUT UTBETALNING-LASFIL

          IF IND6-FILESTATUS = "00"
             SET LIGG-FINNS TO TRUE
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ UTBETALNING-LASFIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         EVALUATE UB-TYP
                            WHEN "HALL"
                               SET LIGG-HALL TO TRUE
                            WHEN "SUMMA"
                               MOVE UB-BELOPP TO LIGG-SUMMA
                         END-EVALUATE
                END-READ
             END-PERFORM

             CLOSE UTBETALNING-LASFIL
          END-IF
          .

       F-SKRIV-SUMMA SECTION.

          MOVE SPACES TO KOLL-REC
          MOVE WS-RUN-DATE TO KK-RUN-DATE
          MOVE "SUMMA" TO KK-KONTROLL
          MOVE ZERO TO KK-KALLA-NR
          MOVE ZERO TO KK-DATUM
          MOVE ZERO TO KK-BELOPP
          STRING "KRIT " DELIMITED BY SIZE
                 ANTAL-KRIT DELIMITED BY SIZE
                 " VARN " DELIMITED BY SIZE
                 ANTAL-VARN DELIMITED BY SIZE
                 " INFO " DELIMITED BY SIZE
                 ANTAL-INFO DELIMITED BY SIZE
              INTO KK-TEXT
          WRITE KOLL-REC
          ADD 1 TO ANTAL-SKRIVNA
          .

       N-AVSLUTA SECTION.

          DISPLAY "Referenssvep over bingomastrarna: " KALLA-ANTAL
             " kallor, " DAG-ANTAL " historikdagar"
          DISPLAY "Fynd: KRIT " ANTAL-KRIT " VARN " ANTAL-VARN
             " INFO " ANTAL-INFO
          DISPLAY "Fyndlista skriven: " WS-KOLL-FILENAME

          IF ANTAL-KRIT NOT = ZERO
             MOVE 1 TO RETURN-CODE
          END-IF

          PERFORM Z9-SKRIV-KORNINGSAUDIT

          STOP RUN
          .

      *> Letar kallan i tabellen och lagger till den om den saknas.
       Z1-SOK-KALLA SECTION.

          MOVE ZERO TO KALLA-FUNNEN-POS

          PERFORM VARYING KALLA-POS FROM 1 BY 1
             UNTIL KALLA-POS > KALLA-ANTAL
                OR KALLA-FUNNEN-POS NOT = ZERO
             IF KS-KALLA-NR(KALLA-POS) = SOK-KALLA-NR
                MOVE KALLA-POS TO KALLA-FUNNEN-POS
             END-IF
          END-PERFORM

          IF KALLA-FUNNEN-POS = ZERO
             IF KALLA-ANTAL = 10000
                DISPLAY "Avbryter - fler an 10000 kallnummer i "
                   "mastrarna"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             ADD 1 TO KALLA-ANTAL
             MOVE KALLA-ANTAL TO KALLA-FUNNEN-POS
             INITIALIZE KALLA-RAD(KALLA-ANTAL)
             MOVE SOK-KALLA-NR TO KS-KALLA-NR(KALLA-ANTAL)
          END-IF
          .

      *> Ett fynd: raden i fyndlistan och larmet i larmcentralen.
       Z2-NOTERA-FYND SECTION.

          ADD 1 TO ANTAL-FYND

          EVALUATE FYND-ALLVAR
             WHEN "KRIT"
                ADD 1 TO ANTAL-KRIT
             WHEN "VARN"
                ADD 1 TO ANTAL-VARN
             WHEN OTHER
                ADD 1 TO ANTAL-INFO
          END-EVALUATE

          MOVE SPACES TO KOLL-REC
          MOVE WS-RUN-DATE TO KK-RUN-DATE
          MOVE FYND-ALLVAR TO KK-ALLVAR
          MOVE FYND-KONTROLL TO KK-KONTROLL
          MOVE FYND-KALLA-NR TO KK-KALLA-NR
          MOVE FYND-DATUM TO KK-DATUM
          MOVE FYND-BELOPP TO KK-BELOPP
          MOVE FYND-TEXT TO KK-TEXT
          WRITE KOLL-REC
          ADD 1 TO ANTAL-SKRIVNA

          DISPLAY FYND-ALLVAR ": " FYND-TEXT

          MOVE FYND-ALLVAR TO LARM-ALLVAR-HOLDER
          MOVE FYND-TEXT TO LARM-TEXT-HOLDER
          PERFORM Y8-SKRIV-LARM
          .

      *> Letar dagen i dagtabellen och lagger till den om den
      *> saknas. Historiken bokfors en dag i taget, sa senast
      *> tillagda dagen provas forst.
       Z3-SOK-DAG SECTION.

          MOVE ZERO TO DAG-FUNNEN-POS

          IF DAG-ANTAL NOT = ZERO
             IF DG-DATUM(DAG-ANTAL) = HI-DATUM
                MOVE DAG-ANTAL TO DAG-FUNNEN-POS
             END-IF
          END-IF

          PERFORM VARYING DAG-POS FROM 1 BY 1
             UNTIL DAG-POS > DAG-ANTAL
                OR DAG-FUNNEN-POS NOT = ZERO
             IF DG-DATUM(DAG-POS) = HI-DATUM
                MOVE DAG-POS TO DAG-FUNNEN-POS
             END-IF
          END-PERFORM

          IF DAG-FUNNEN-POS = ZERO
             IF DAG-ANTAL = 2000
                DISPLAY "Avbryter - fler an 2000 dagar i "
                   "betalhistoriken"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             ADD 1 TO DAG-ANTAL
             MOVE DAG-ANTAL TO DAG-FUNNEN-POS
             MOVE HI-DATUM TO DG-DATUM(DAG-ANTAL)
             MOVE ZERO TO DG-HIST-BELOPP(DAG-ANTAL)
             MOVE ZERO TO DG-HIST-ANTAL(DAG-ANTAL)
          END-IF
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
          MOVE "BINGOKOLL" TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS

          WRITE LC-LARM-REC

          CLOSE LARM-FIL
          .

      *> Fyller i korningens rad i den gemensamma korningsauditen -
      *> vad korningen faktiskt fick, vad den gjorde av det och hur
      *> den slutade. Fynden redovisas som avvisade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "BINGOKOLL" TO RA-PROGRAM
          MOVE "bingo_utbetalningshistorik.txt" TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          MOVE ANTAL-LASTA TO RA-ANTAL-IN
          MOVE ANTAL-FYND TO RA-ANTAL-AVVISADE
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

       Z-KONTROLLERA-FILSTATUS SECTION.

          IF WS-FILSTATUS NOT = "00"
             DISPLAY "Fel vid oppning av " WS-FILSTATUS-FIL
                ": status " WS-FILSTATUS
             DISPLAY "Programmet avslutas"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .
