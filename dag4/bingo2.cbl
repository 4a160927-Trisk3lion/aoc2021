          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

           SELECT BINGOFIL ASSIGN DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND1-FILESTATUS.
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND4-FILESTATUS.

           SELECT REGISTER-FIL ASSIGN DYNAMIC
              WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND5-FILESTATUS.

           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND7-FILESTATUS.

           SELECT SASONG-FIL ASSIGN DYNAMIC
              WS-SASONG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND8-FILESTATUS.

           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND9-FILESTATUS.

           SELECT FOND-FIL ASSIGN DYNAMIC
              WS-FOND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND10-FILESTATUS.

           SELECT JACKPOT-FIL ASSIGN DYNAMIC
              WS-JACKPOT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND11-FILESTATUS.

           SELECT JPHIST-FIL ASSIGN DYNAMIC
              WS-JPHIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND12-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD BINGOFIL.
       01 WS-INPUT PIC X(300).

          05 FILLER PIC X VALUE SPACE.
          05 SP-RORELSE PIC X(4).

      *> Prisfondsmastern. Saknas filen ar fondkontrollen avstangd
      *> och liggaren skrivs som fore fondmodellen.
       FD FOND-FIL.
       COPY "BINGOFOND-REC.cpy"
           REPLACING ==:PREFIX:== BY ==FD==.

      *> Jackpotmastern. Saknas filen spelas utan jackpot.
       FD JACKPOT-FIL.
       COPY "BINGOJACKPOT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==JP==.

       FD JPHIST-FIL.
       COPY "BINGOJPHIST-REC.cpy"
           REPLACING ==:PREFIX:== BY ==JH==.

       WORKING-STORAGE SECTION.

          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "JOURNAL-PARM.cpy".

       COPY "SIGILL-PARM.cpy".

       01 BINGO-NUMMER PIC X(300).
          05 IND8-FILESTATUS PIC XX.
          05 IND9-FILESTATUS PIC XX.
          05 IND10-FILESTATUS PIC XX.
          05 IND11-FILESTATUS PIC XX.
          05 IND12-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).
       01 WS-INPUT-FILENAME PIC X(100).

       01 WS-RANK-FILENAME PIC X(30).
       01 WS-EXCEPTION-FILENAME PIC X(40).
       01 WS-AUDIT-FILENAME PIC X(30).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-REGISTER-FILENAME PIC X(40).
       01 WS-SASONG-FILENAME PIC X(40).
       01 WS-FOND-FILENAME PIC X(40).
       01 WS-JACKPOT-FILENAME PIC X(40).
       01 WS-JPHIST-FILENAME PIC X(40).

       01 REG-ANTAL PIC 9(4) VALUE ZERO.

       01 REG-TABELL.

       01 FOND-SALDO PIC 9(9)V9(2) VALUE ZERO.
       01 FOND-SKULD PIC 9(9)V9(2) VALUE ZERO.
       01 FOND-RETURSKULD PIC 9(9)V9(2) VALUE ZERO.
       01 FOND-TROST-ANTAL PIC 9(3) VALUE ZERO.
       01 FOND-POS PIC 9(3).

      *> Jackpoten: vinns av den eller de brickor som gar i mal
      *> forst, om det sker pa draggransens drag eller tidigare.
      *> Flera brickor pa samma forsta drag delar potten som en
      *> oavgjord placering - lika i hela oren, restoren pa lagsta
      *> kallnumret. En vunnen pott aterstalls till startbeloppet,
      *> annars rullar den vidare. Reserven - potten som star kvar
      *> efter spelet - ingar i fondkontrollen tillsammans med
      *> dagens priser, sa att fonden aldrig lovar mer an den har.
       01 JACKPOT-AKTIV-SW PIC 9 VALUE ZERO.
          88 JACKPOT-AKTIV VALUE 1.

       01 JACKPOT-VUNNEN-SW PIC 9 VALUE ZERO.
          88 JACKPOT-VUNNEN VALUE 1.

       01 JACKPOT-POTT PIC 9(9)V9(2) VALUE ZERO.
       01 JACKPOT-DRAGGRANS PIC 9(3) VALUE ZERO.
       01 JACKPOT-STARTBELOPP PIC 9(9)V9(2) VALUE ZERO.
       01 JACKPOT-RESERV PIC 9(9)V9(2) VALUE ZERO.
       01 JACKPOT-ANTAL PIC 9(3) VALUE ZERO.
       01 JACKPOT-ANDEL PIC 9(9)V9(2).
       01 JACKPOT-REST PIC 9(9)V9(2).
       01 JACKPOT-REST-POS PIC 9(3).
       01 JACKPOT-POS PIC 9(3).

       01 RANK-GRUPP.
          05 RANK-NR PIC 9(3) VALUE ZERO.
          05 RANK-OMARKERAT PIC 9(5).
           END-IF

           IF PRIS-AKTIV
               PERFORM GA-PROVA-JACKPOT
               PERFORM G0-PROVA-FONDTACKNING
               PERFORM G-SKRIV-UTBETALNINGAR
               PERFORM GB-SKRIV-JACKPOT
           END-IF

           PERFORM H-UPPDATERA-SASONG
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

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_register.txt" DELIMITED BY SIZE
               INTO WS-REGISTER-FILENAME

           MOVE SPACES TO WS-SASONG-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo2_sasong.txt" DELIMITED BY SIZE
               INTO WS-SASONG-FILENAME

           MOVE SPACES TO WS-FOND-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_fond.txt" DELIMITED BY SIZE
               INTO WS-FOND-FILENAME

           MOVE SPACES TO WS-JACKPOT-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_jackpot.txt" DELIMITED BY SIZE
               INTO WS-JACKPOT-FILENAME

           MOVE SPACES TO WS-JPHIST-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_jackpothistorik.txt" DELIMITED BY SIZE
               INTO WS-JPHIST-FILENAME

           IF WS-INPUT-FILENAME = "input.txt"
              MOVE SPACES TO WS-INPUT-FILENAME
              STRING PLATS-PREFIX DELIMITED BY SPACE
                     "input.txt" DELIMITED BY SIZE
                  INTO WS-INPUT-FILENAME
           END-IF

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo2_rank_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RANK-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo2_audit_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
           PERFORM BA-LASA-REGISTER
           PERFORM BC-LASA-PRISER
           PERFORM BE-LASA-FOND
           PERFORM BF-LASA-JACKPOT

      *>     Read in bingo-numbers
           READ BINGOFIL

       DB-INGEN-VINNARE SECTION.

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo2_exception_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-EXCEPTION-FILENAME
                          MOVE FD-SALDO TO FOND-SALDO
                          SET FOND-AKTIV TO TRUE
                       END-IF
                       IF FD-RETURSKULD IS NUMERIC
                          MOVE FD-RETURSKULD TO FOND-RETURSKULD
                       END-IF
              END-READ
              CLOSE FOND-FIL

           END-IF
           .

      *> Laser jackpotmastern om den finns.
       BF-LASA-JACKPOT SECTION.

           OPEN INPUT JACKPOT-FIL

           IF IND11-FILESTATUS = "00"
              READ JACKPOT-FIL
                    AT END
                       CONTINUE
                    NOT AT END
                       IF JP-POTT IS NUMERIC
                             AND JP-DRAGGRANS IS NUMERIC
                             AND JP-STARTBELOPP IS NUMERIC
                          MOVE JP-POTT TO JACKPOT-POTT
                          MOVE JP-DRAGGRANS TO JACKPOT-DRAGGRANS
                          MOVE JP-STARTBELOPP TO JACKPOT-STARTBELOPP
                          SET JACKPOT-AKTIV TO TRUE
                       END-IF
              END-READ
              CLOSE JACKPOT-FIL

              IF JACKPOT-AKTIV
                 DISPLAY "Jackpot last: pott " JACKPOT-POTT
                    " draggrans " JACKPOT-DRAGGRANS
              ELSE
                 DISPLAY "Jackpotmastern ar ogiltig - spelar utan "
                    "jackpot"
              END-IF
           END-IF
           .

      *> Jackpoten ar vunnen om forsta malgangen kom pa
      *> draggransens drag eller tidigare. Alla brickor som gick i
      *> mal pa samma drag delar den.
       GA-PROVA-JACKPOT SECTION.

           IF JACKPOT-AKTIV
              MOVE JACKPOT-POTT TO JACKPOT-RESERV

              IF FINISH-ANTAL > ZERO AND JACKPOT-POTT > ZERO
                    AND FN-DRAG(1) <= JACKPOT-DRAGGRANS
                 SET JACKPOT-VUNNEN TO TRUE
                 MOVE JACKPOT-STARTBELOPP TO JACKPOT-RESERV

                 MOVE 1 TO JACKPOT-ANTAL
                 PERFORM UNTIL JACKPOT-ANTAL = FINISH-ANTAL
                       OR FN-DRAG(JACKPOT-ANTAL + 1) NOT = FN-DRAG(1)
                    ADD 1 TO JACKPOT-ANTAL
                 END-PERFORM

                 DISPLAY "JACKPOT vunnen pa drag " FN-DRAG(1)
                    ": " JACKPOT-POTT " till " JACKPOT-ANTAL
                    " bricka/brickor"
              ELSE
                 DISPLAY "Jackpoten rullar vidare: " JACKPOT-POTT
              END-IF
           END-IF
           .

      *> Skuldberakningen fore utbetalningarna: placeringarnas
      *> priser for varje malgang plus trostbelopp per bricka utan
      *> bingo, plus en vunnen jackpot. Skulden och jackpotreserven
      *> provas tillsammans mot fondens saldo - overstiger de det
      *> satts HALL-laget.
       G0-PROVA-FONDTACKNING SECTION.

           IF FOND-AKTIV
                 END-IF
              END-PERFORM

              IF JACKPOT-VUNNEN
                 ADD JACKPOT-POTT TO FOND-SKULD
              END-IF

              DISPLAY "Fondskuld: " FOND-SKULD
                 " (" FINISH-ANTAL " placeringar, "
                 FOND-TROST-ANTAL " trost)"

              IF JACKPOT-AKTIV
                 DISPLAY "Jackpotreserv: " JACKPOT-RESERV
              END-IF

              IF FOND-SKULD + JACKPOT-RESERV > FOND-SALDO
                 SET FOND-HALL TO TRUE
                 DISPLAY "FOND OTILLRACKLIG: skulden " FOND-SKULD
                    " och jackpotreserven " JACKPOT-RESERV
                    " overstiger saldot " FOND-SALDO
                 DISPLAY "Liggaren skrivs i HALL-lage - fonden "
                    "rors inte forran en operator slappt korningen"
      *> korning.
       G8-SKRIV-FOND-EXCEPTION SECTION.

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo2_exception_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-EXCEPTION-FILENAME
           ELSE
              SUBTRACT SUMMA-UTBETALT FROM FOND-SALDO

              MOVE "FORE " TO JN-FUNKTION
              MOVE "BINGO2" TO JN-PROGRAM
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

              MOVE SPACES TO FD-FOND-REC
              MOVE FOND-SALDO TO FD-SALDO
              MOVE WS-RUN-DATE TO FD-DATUM
              MOVE FOND-RETURSKULD TO FD-RETURSKULD

              WRITE FD-FOND-REC

              CLOSE FOND-FIL

              MOVE "KLAR " TO JN-FUNKTION
              MOVE "BINGO2" TO JN-PROGRAM
              MOVE WS-FOND-FILENAME TO JN-MASTER
              MOVE WS-RUN-DATE TO JN-DATUM
              MOVE RETURN-CODE TO JN-RETURKOD
              CALL "JOURNAL" USING JOURNAL-PARM

              DISPLAY "Fonden debiterad: nytt saldo " FOND-SALDO
           END-IF
           .
      *> Sist skrivs SUMMA- och POTT-raderna ekonomi stammer av mot.
       G-SKRIV-UTBETALNINGAR SECTION.

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo2_utbetalningar_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-UTBETALNING-FILENAME
              COMPUTE GRUPP-START = GRUPP-SLUT + 1
           END-PERFORM

           IF JACKPOT-VUNNEN
              PERFORM GC-SKRIV-JACKPOTRADER
           END-IF

      *> Trostbelopp for brickor som aldrig fick bingo.
           PERFORM VARYING UTB-TABELL-POS FROM 1 BY 1
              UNTIL UTB-TABELL-POS > ANTAL-TABELLER
           END-IF
           .

      *> JACKP-raderna: potten delas pa brickorna i forsta
      *> malgangen efter samma regel som en oavgjord placering.
       GC-SKRIV-JACKPOTRADER SECTION.

           COMPUTE JACKPOT-ANDEL = JACKPOT-POTT / JACKPOT-ANTAL
           COMPUTE JACKPOT-REST =
              JACKPOT-POTT - (JACKPOT-ANDEL * JACKPOT-ANTAL)

           MOVE 1 TO JACKPOT-REST-POS
           PERFORM VARYING JACKPOT-POS FROM 1 BY 1
              UNTIL JACKPOT-POS > JACKPOT-ANTAL
              IF FN-KALLA-NR(JACKPOT-POS)
                    < FN-KALLA-NR(JACKPOT-REST-POS)
                 MOVE JACKPOT-POS TO JACKPOT-REST-POS
              END-IF
           END-PERFORM

           ADD JACKPOT-POTT TO SUMMA-POTT

           PERFORM VARYING JACKPOT-POS FROM 1 BY 1
              UNTIL JACKPOT-POS > JACKPOT-ANTAL

              MOVE SPACES TO UTBETALNING-REC
              MOVE WS-RUN-DATE TO UB-RUN-DATE
              MOVE FN-KALLA-NR(JACKPOT-POS) TO UB-KALLA-NR
              MOVE JACKPOT-POS TO UB-RANK
              MOVE "JACKP" TO UB-TYP
              MOVE FN-DRAG(JACKPOT-POS) TO UB-DRAG
              MOVE JACKPOT-ANTAL TO UB-GRUPP-ANTAL
              MOVE ZERO TO UB-REST-ORE

              IF JACKPOT-POS = JACKPOT-REST-POS
                 COMPUTE UTB-BELOPP-W = JACKPOT-ANDEL + JACKPOT-REST
                 COMPUTE UB-REST-ORE = JACKPOT-REST * 100
              ELSE
                 MOVE JACKPOT-ANDEL TO UTB-BELOPP-W
              END-IF

              MOVE UTB-BELOPP-W TO UB-BELOPP

              MOVE FN-KALLA-NR(JACKPOT-POS) TO STATUS-SOK-NR
              PERFORM BD-SLA-UPP-STATUS

              IF AGARE-STATUS = "UTGATT"
                 MOVE "SPARR" TO UB-TYP
                 ADD UTB-BELOPP-W TO SUMMA-SPARRAT
                 ADD 1 TO ANTAL-SPARRADE
                 DISPLAY "Sparrad jackpot: kalla "
                    FN-KALLA-NR(JACKPOT-POS) " ar UTGATT"
              ELSE
                 ADD UTB-BELOPP-W TO SUMMA-UTBETALT
              END-IF

              WRITE UTBETALNING-REC
           END-PERFORM
           .

      *> Spelets jackpotrad i historiken, och - sa lange fonden
      *> inte ar hallen - den nya potten i mastern. I HALL-laget
      *> rors mastern inte, precis som fonden.
       GB-SKRIV-JACKPOT SECTION.

           IF JACKPOT-AKTIV
              OPEN EXTEND JPHIST-FIL

              IF IND12-FILESTATUS = "35"
                 OPEN OUTPUT JPHIST-FIL
              END-IF

              MOVE SPACES TO JH-JPHIST-REC
              MOVE WS-RUN-DATE TO JH-DATUM
              MOVE "BINGO2" TO JH-PROGRAM
              MOVE JACKPOT-POTT TO JH-POTT-FORE
              MOVE JACKPOT-DRAGGRANS TO JH-DRAGGRANS
              MOVE JACKPOT-ANTAL TO JH-ANTAL-VINNARE

              IF FINISH-ANTAL > ZERO
                 MOVE FN-DRAG(1) TO JH-DRAG
                 MOVE FN-KALLA-NR(1) TO JH-KALLA-NR
              ELSE
                 MOVE ZERO TO JH-DRAG
                 MOVE ZERO TO JH-KALLA-NR
              END-IF

              EVALUATE TRUE
                 WHEN FOND-HALL
                    MOVE "HALL" TO JH-HANDELSE
                    MOVE ZERO TO JH-BELOPP
                    MOVE JACKPOT-POTT TO JH-POTT-EFTER
                 WHEN JACKPOT-VUNNEN
                    MOVE "VUNNEN" TO JH-HANDELSE
                    MOVE JACKPOT-POTT TO JH-BELOPP
                    MOVE JACKPOT-RESERV TO JH-POTT-EFTER
                    MOVE FN-KALLA-NR(JACKPOT-REST-POS)
                       TO JH-KALLA-NR
                 WHEN OTHER
                    MOVE "OVERF" TO JH-HANDELSE
                    MOVE ZERO TO JH-BELOPP
                    MOVE JACKPOT-POTT TO JH-POTT-EFTER
              END-EVALUATE

              WRITE JH-JPHIST-REC

              CLOSE JPHIST-FIL

              IF NOT FOND-HALL
                 MOVE "FORE " TO JN-FUNKTION
                 MOVE "BINGO2" TO JN-PROGRAM
                 MOVE WS-JACKPOT-FILENAME TO JN-MASTER
                 MOVE WS-RUN-DATE TO JN-DATUM
                 MOVE RETURN-CODE TO JN-RETURKOD
                 CALL "JOURNAL" USING JOURNAL-PARM

                 IF JN-RESULTAT = "N"
                    DISPLAY "Ingen forebild, skrivs inte om: "
                       WS-JACKPOT-FILENAME
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                 END-IF

                 OPEN OUTPUT JACKPOT-FIL

                 MOVE SPACES TO JP-JACKPOT-REC
                 MOVE JACKPOT-RESERV TO JP-POTT
                 MOVE JACKPOT-DRAGGRANS TO JP-DRAGGRANS
                 MOVE JACKPOT-STARTBELOPP TO JP-STARTBELOPP
                 MOVE WS-RUN-DATE TO JP-DATUM

                 WRITE JP-JACKPOT-REC

                 CLOSE JACKPOT-FIL

                 MOVE "KLAR " TO JN-FUNKTION
                 MOVE "BINGO2" TO JN-PROGRAM
                 MOVE WS-JACKPOT-FILENAME TO JN-MASTER
                 MOVE WS-RUN-DATE TO JN-DATUM
                 MOVE RETURN-CODE TO JN-RETURKOD
                 CALL "JOURNAL" USING JOURNAL-PARM

                 DISPLAY "Jackpotmastern skriven: pott "
                    JACKPOT-RESERV
              END-IF
           END-IF
           .

      *> Sasongstabellen: veckans malordning ger poang som
      *> ackumuleras i mastern, tabellen sorteras pa poang och
      *> rapporten visar varje brickas rorelse sedan forra veckans
           ELSE
              SORT SASONG-RAD ON DESCENDING KEY SG-POANG

              STRING PLATS-PREFIX DELIMITED BY SPACE
                     "bingo2_tabell_" DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                  INTO WS-SASONG-RAPPORT-FILENAME

              CLOSE SASONG-RAPPORT-FIL

              MOVE "FORE " TO JN-FUNKTION
              MOVE "BINGO2" TO JN-PROGRAM
              MOVE WS-SASONG-FILENAME TO JN-MASTER
              MOVE WS-RUN-DATE TO JN-DATUM
              MOVE RETURN-CODE TO JN-RETURKOD
              CALL "JOURNAL" USING JOURNAL-PARM

              IF JN-RESULTAT = "N"
                 DISPLAY "Ingen forebild, skrivs inte om: "
                    WS-SASONG-FILENAME
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              OPEN OUTPUT SASONG-FIL

              PERFORM VARYING SASONG-POS FROM 1 BY 1

              CLOSE SASONG-FIL

              MOVE "KLAR " TO JN-FUNKTION
              MOVE "BINGO2" TO JN-PROGRAM
              MOVE WS-SASONG-FILENAME TO JN-MASTER
              MOVE WS-RUN-DATE TO JN-DATUM
              MOVE RETURN-CODE TO JN-RETURKOD
              CALL "JOURNAL" USING JOURNAL-PARM

              DISPLAY "Sasongstabell skriven: "
                 WS-SASONG-RAPPORT-FILENAME
           END-IF
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "BINGO2" TO RA-PROGRAM
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .


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
