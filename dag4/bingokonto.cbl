       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KONTO-FIL ASSIGN DYNAMIC
              WS-KONTO-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND1-FILESTATUS.

           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND2-FILESTATUS.

           SELECT HISTORIK-FIL ASSIGN DYNAMIC
              WS-HISTORIK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND3-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Transaktionsfilen: NY (lagg till), AND (andra), UTG
      *> (sparra) foljt av kallnummer, clearing, kontonummer och
      *> kontohavarens namn i fasta kolumner - samma monster som
      *> BINGOREGs transaktionsfil. Sist star signaturen pa
      *> operatoren som lagt transaktionen. En AND galler inte
      *> forran en andra operator bekraftat den med GOD (samma
      *> kallnummer, clearing och kontonummer som i AND-raden);
      *> MAK drar tillbaka en vantande AND.
       FD TRANS-FIL.
       01 TRANS-REC.
          05 TR-AKTION PIC X(3).
          05 TR-KONTO PIC X(10).
          05 FILLER PIC X.
          05 TR-NAMN PIC X(20).
          05 FILLER PIC X.
          05 TR-OPERATOR PIC X(8).

       FD HISTORIK-FIL.
       COPY "KONTOANDRING-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KH==.

       WORKING-STORAGE SECTION.

      *> Kontobyten ar det monster ett utbetalningsbedrageri
      *> foljer, sa varje AND kraver tva operatorer: den som lagger
      *> andringen (rollen DRIFT) och en annan som bekraftar den
      *> (rollen ADMIN), bada kontrollerade via BEHORIG. Varje
      *> transaktion bokas med kontot fore och efter i
      *> andringshistoriken, som svarar pa vem som andrade vilket
      *> konto och nar.
      *>
      *> Anrop: bingokonto [transaktionsfil]
      *>        bingokonto HISTORIK [kallnummer]
       01 WS-TRANS-FILENAME PIC X(100).
       01 WS-KALLA-ARG PIC X(5).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-KONTO-FILENAME PIC X(40).
       01 WS-HISTORIK-FILENAME PIC X(40).

       COPY "BEHORIG-PARM.cpy".

       COPY "JOURNAL-PARM.cpy".

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.

       01 SLUT-PA-KONTON-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-KONTON VALUE 1.
       01 NYCKEL-FUNNEN-SW PIC 9 VALUE ZERO.
          88 NYCKEL-FUNNEN VALUE 1.

      *> Andringshistoriken i sin helhet: en postbild per rad,
      *> tolkad via HB-arbetsposten.
       01 HISTORIK-ANTAL PIC 9(4) VALUE ZERO.

       01 HISTORIK-TABELL.
          05 HISTORIK-BILD PIC X(116) OCCURS 9999 TIMES.

       COPY "KONTOANDRING-REC.cpy"
           REPLACING ==:PREFIX:== BY ==HB==.

       01 HISTORIK-POS PIC 9(4).
       01 VANTAR-POS PIC 9(4).
       01 SENASTE-ANDRING-NR PIC 9(6) VALUE ZERO.
       01 KALLA-NR-ARG PIC 9(5) VALUE ZERO.
       01 ANTAL-LISTADE PIC 9(4) VALUE ZERO.

       01 SLUT-PA-HISTORIK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-HISTORIK VALUE 1.

       01 ANTAL-NYA PIC 9(4) VALUE ZERO.
       01 ANTAL-ANDRADE PIC 9(4) VALUE ZERO.
       01 ANTAL-SPARRADE PIC 9(4) VALUE ZERO.
       01 ANTAL-AVVISADE PIC 9(4) VALUE ZERO.
       01 ANTAL-VANTANDE PIC 9(4) VALUE ZERO.
       01 ANTAL-MAKULERADE PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-INIT
           PERFORM C2-LASA-HISTORIK

           IF WS-TRANS-FILENAME = "HISTORIK"
              PERFORM H-LISTA-HISTORIK
              STOP RUN
           END-IF

           PERFORM C-LASA-KONTON
           PERFORM D-TILLAMPA-TRANSAKTIONER
           PERFORM E-SKRIV-KONTON
           PERFORM E2-SKRIV-HISTORIK
           PERFORM N-AVSLUTA
           .

              ON EXCEPTION
                 MOVE "bingokonto_trans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-KALLA-ARG FROM ARGUMENT-VALUE
              ON EXCEPTION MOVE SPACES TO WS-KALLA-ARG
           END-ACCEPT

           IF WS-KALLA-ARG NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-KALLA-ARG) TO KALLA-NR-ARG
           END-IF

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

           MOVE SPACES TO WS-KONTO-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_konton.txt" DELIMITED BY SIZE
               INTO WS-KONTO-FILENAME

           MOVE SPACES TO WS-HISTORIK-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_kontohistorik.txt" DELIMITED BY SIZE
               INTO WS-HISTORIK-FILENAME
           .

       C-LASA-KONTON SECTION.
           END-IF
           .

       C2-LASA-HISTORIK SECTION.

           OPEN INPUT HISTORIK-FIL

           IF IND3-FILESTATUS = "00"
              PERFORM UNTIL SLUT-PA-HISTORIK
                 READ HISTORIK-FIL
                       AT END
                          SET SLUT-PA-HISTORIK TO TRUE
                       NOT AT END
                          PERFORM C2A-LAGG-I-HISTORIK
                          MOVE KH-ANDRING-REC
                             TO HISTORIK-BILD(HISTORIK-ANTAL)

                          IF KH-ANDRING-NR > SENASTE-ANDRING-NR
                             MOVE KH-ANDRING-NR
                                TO SENASTE-ANDRING-NR
                          END-IF
                 END-READ
              END-PERFORM

              CLOSE HISTORIK-FIL
           END-IF
           .

       C2A-LAGG-I-HISTORIK SECTION.

           IF HISTORIK-ANTAL = 9999
              DISPLAY "Avbryter - fler an 9999 rader i "
                 "andringshistoriken"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO HISTORIK-ANTAL
           .

       D-TILLAMPA-TRANSAKTIONER SECTION.

           OPEN INPUT TRANS-FIL

      *> NY kraver att nyckeln inte finns, AND och UTG att den
      *> finns - allt annat avvisas med besked i stallet for att
      *> tyst andra fel post. Samma regler som BINGOREG. AND, GOD
      *> och MAK kraver dessutom en operator med ratt roll.
       D1-TILLAMPA-EN-TRANSAKTION SECTION.

           IF TR-KALLA-NR IS NOT NUMERIC
                          MOVE TR-NAMN TO KT-NAMN(KONTO-INDEX)
                          MOVE "AKTIV" TO KT-STATUS(KONTO-INDEX)
                          ADD 1 TO ANTAL-NYA
                          PERFORM D5-BOKA-DIREKT-ANDRING
                       END-IF
                    END-IF
                 WHEN "AND"
                    IF NYCKEL-FUNNEN
                       PERFORM D2-REGISTRERA-ANDRING
                    ELSE
                       ADD 1 TO ANTAL-AVVISADE
                       DISPLAY "Avvisad AND - " TR-KALLA-NR
                          " finns inte i kontoregistret"
                    END-IF
                 WHEN "GOD"
                    IF NYCKEL-FUNNEN
                       PERFORM D3-BEKRAFTA-ANDRING
                    ELSE
                       ADD 1 TO ANTAL-AVVISADE
                       DISPLAY "Avvisad GOD - " TR-KALLA-NR
                          " finns inte i kontoregistret"
                    END-IF
                 WHEN "MAK"
                    PERFORM D4-MAKULERA-ANDRING
                 WHEN "UTG"
                    IF NYCKEL-FUNNEN
                       MOVE "UTGATT" TO KT-STATUS(KONTO-INDEX)
                       ADD 1 TO ANTAL-SPARRADE
                       PERFORM D5-BOKA-DIREKT-ANDRING
                    ELSE
                       ADD 1 TO ANTAL-AVVISADE
                       DISPLAY "Avvisad UTG - " TR-KALLA-NR
           END-IF
           .

      *> En AND bokas VANTAR med kontot fore och efter - kontot i
      *> registret rors inte forran andringen bekraftats. En
      *> vantande andring per kallnummer at gangen.
       D2-REGISTRERA-ANDRING SECTION.

           IF TR-OPERATOR = SPACES
              ADD 1 TO ANTAL-AVVISADE
              DISPLAY "Avvisad AND - " TR-KALLA-NR
                 " saknar operator"
           ELSE
              MOVE TR-OPERATOR TO BH-OPERATOR
              MOVE "DRIFT" TO BH-KRAVD-ROLL
              MOVE "BINGOKONTO" TO BH-PROGRAM
              CALL "BEHORIG" USING BEHORIG-PARM

              PERFORM D6-SOK-VANTANDE

              EVALUATE TRUE
                 WHEN BH-RESULTAT = "N"
                    ADD 1 TO ANTAL-AVVISADE
                    DISPLAY "NEKAD: " TR-OPERATOR " saknar rollen "
                       "DRIFT for AND " TR-KALLA-NR
                 WHEN VANTAR-POS NOT = ZERO
                    ADD 1 TO ANTAL-AVVISADE
                    DISPLAY "Avvisad AND - " TR-KALLA-NR
                       " har redan en vantande andring " HB-ANDRING-NR
                 WHEN TR-CLEARING = SPACES OR TR-KONTO = SPACES
                    ADD 1 TO ANTAL-AVVISADE
                    DISPLAY "Avvisad AND - " TR-KALLA-NR
                       " saknar clearing eller kontonummer"
                 WHEN OTHER
                    PERFORM D7-NY-HISTORIKRAD
                    MOVE "VANTAR" TO HB-STATUS
                    MOVE SPACES TO HB-GODK-AV
                    MOVE ZERO TO HB-GODK-DATUM
                    MOVE HB-ANDRING-REC
                       TO HISTORIK-BILD(HISTORIK-ANTAL)
                    ADD 1 TO ANTAL-VANTANDE
                    DISPLAY "AND " TR-KALLA-NR " registrerad av "
                       TR-OPERATOR " - vantar pa bekraftelse ("
                       HB-ANDRING-NR ")"
              END-EVALUATE
           END-IF
           .

      *> Den bekraftande operatorn far inte vara den som lagt
      *> andringen, maste ha rollen ADMIN och maste ange samma
      *> clearing och kontonummer - sa laser bada operatorerna
      *> kontot var for sig.
       D3-BEKRAFTA-ANDRING SECTION.

           PERFORM D6-SOK-VANTANDE

           IF TR-OPERATOR = SPACES
              ADD 1 TO ANTAL-AVVISADE
              DISPLAY "Avvisad GOD - " TR-KALLA-NR
                 " saknar operator"
           ELSE
              MOVE TR-OPERATOR TO BH-OPERATOR
              MOVE "ADMIN" TO BH-KRAVD-ROLL
              MOVE "BINGOKONTO" TO BH-PROGRAM
              CALL "BEHORIG" USING BEHORIG-PARM

              EVALUATE TRUE
                 WHEN BH-RESULTAT = "N"
                    ADD 1 TO ANTAL-AVVISADE
                    DISPLAY "NEKAD: " TR-OPERATOR " saknar rollen "
                       "ADMIN for GOD " TR-KALLA-NR
                 WHEN VANTAR-POS = ZERO
                    ADD 1 TO ANTAL-AVVISADE
                    DISPLAY "Avvisad GOD - " TR-KALLA-NR
                       " har ingen vantande andring"
                 WHEN TR-OPERATOR = HB-REG-AV
                    ADD 1 TO ANTAL-AVVISADE
                    DISPLAY "Avvisad GOD - " TR-KALLA-NR
                       " kan inte bekraftas av " TR-OPERATOR
                       " som lagt andringen"
                 WHEN TR-CLEARING NOT = HB-EFTER-CLEARING
                       OR TR-KONTO NOT = HB-EFTER-KONTO
                    ADD 1 TO ANTAL-AVVISADE
                    DISPLAY "Avvisad GOD - " TR-KALLA-NR
                       " avviker fran vantande andring "
                       HB-ANDRING-NR
                 WHEN OTHER
                    MOVE KT-CLEARING(KONTO-INDEX) TO HB-FORE-CLEARING
                    MOVE KT-KONTO(KONTO-INDEX) TO HB-FORE-KONTO
                    MOVE HB-EFTER-CLEARING TO KT-CLEARING(KONTO-INDEX)
                    MOVE HB-EFTER-KONTO TO KT-KONTO(KONTO-INDEX)
                    MOVE HB-EFTER-NAMN TO KT-NAMN(KONTO-INDEX)
                    MOVE "AKTIV" TO KT-STATUS(KONTO-INDEX)

                    MOVE "GODKAND" TO HB-STATUS
                    MOVE TR-OPERATOR TO HB-GODK-AV
                    MOVE WS-RUN-DATE TO HB-GODK-DATUM
                    MOVE HB-ANDRING-REC TO HISTORIK-BILD(VANTAR-POS)
                    ADD 1 TO ANTAL-ANDRADE
                    DISPLAY "AND " TR-KALLA-NR " bekraftad av "
                       TR-OPERATOR " (" HB-ANDRING-NR ")"
              END-EVALUATE
           END-IF
           .

       D4-MAKULERA-ANDRING SECTION.

           PERFORM D6-SOK-VANTANDE

           IF TR-OPERATOR = SPACES
              ADD 1 TO ANTAL-AVVISADE
              DISPLAY "Avvisad MAK - " TR-KALLA-NR
                 " saknar operator"
           ELSE
              MOVE TR-OPERATOR TO BH-OPERATOR
              MOVE "DRIFT" TO BH-KRAVD-ROLL
              MOVE "BINGOKONTO" TO BH-PROGRAM
              CALL "BEHORIG" USING BEHORIG-PARM

              EVALUATE TRUE
                 WHEN BH-RESULTAT = "N"
                    ADD 1 TO ANTAL-AVVISADE
                    DISPLAY "NEKAD: " TR-OPERATOR " saknar rollen "
                       "DRIFT for MAK " TR-KALLA-NR
                 WHEN VANTAR-POS = ZERO
                    ADD 1 TO ANTAL-AVVISADE
                    DISPLAY "Avvisad MAK - " TR-KALLA-NR
                       " har ingen vantande andring"
                 WHEN OTHER
                    MOVE "MAKULERAD" TO HB-STATUS
                    MOVE TR-OPERATOR TO HB-GODK-AV
                    MOVE WS-RUN-DATE TO HB-GODK-DATUM
                    MOVE HB-ANDRING-REC TO HISTORIK-BILD(VANTAR-POS)
                    ADD 1 TO ANTAL-MAKULERADE
                    DISPLAY "AND " TR-KALLA-NR " makulerad av "
                       TR-OPERATOR " (" HB-ANDRING-NR ")"
              END-EVALUATE
           END-IF
           .

      *> NY och UTG galler direkt men bokas anda i historiken.
       D5-BOKA-DIREKT-ANDRING SECTION.

           PERFORM D7-NY-HISTORIKRAD

           IF TR-AKTION = "UTG"
              MOVE KT-CLEARING(KONTO-INDEX) TO HB-EFTER-CLEARING
              MOVE KT-KONTO(KONTO-INDEX) TO HB-EFTER-KONTO
              MOVE KT-NAMN(KONTO-INDEX) TO HB-EFTER-NAMN
           ELSE
              MOVE SPACES TO HB-FORE-CLEARING
              MOVE SPACES TO HB-FORE-KONTO
           END-IF

           MOVE "GODKAND" TO HB-STATUS
           MOVE TR-OPERATOR TO HB-GODK-AV
           MOVE WS-RUN-DATE TO HB-GODK-DATUM
           MOVE HB-ANDRING-REC TO HISTORIK-BILD(HISTORIK-ANTAL)
           .

      *> Letar kallnumrets vantande andring; VANTAR-POS blir noll
      *> om ingen finns, annars star raden i HB-arbetsposten.
       D6-SOK-VANTANDE SECTION.

           MOVE ZERO TO VANTAR-POS

           PERFORM VARYING HISTORIK-POS FROM 1 BY 1
              UNTIL HISTORIK-POS > HISTORIK-ANTAL
                 OR VANTAR-POS NOT = ZERO
              MOVE HISTORIK-BILD(HISTORIK-POS) TO HB-ANDRING-REC
              IF HB-KALLA-NR = TR-KALLA-NR
                    AND HB-STATUS = "VANTAR"
                 MOVE HISTORIK-POS TO VANTAR-POS
              END-IF
           END-PERFORM
           .

      *> Ny historikrad med nasta andringsnummer, transaktionens
      *> uppgifter och kontot fore andringen.
       D7-NY-HISTORIKRAD SECTION.

           PERFORM C2A-LAGG-I-HISTORIK
           ADD 1 TO SENASTE-ANDRING-NR

           MOVE SPACES TO HB-ANDRING-REC
           MOVE SENASTE-ANDRING-NR TO HB-ANDRING-NR
           MOVE TR-KALLA-NR TO HB-KALLA-NR
           MOVE TR-AKTION TO HB-AKTION
           MOVE KT-CLEARING(KONTO-INDEX) TO HB-FORE-CLEARING
           MOVE KT-KONTO(KONTO-INDEX) TO HB-FORE-KONTO
           MOVE TR-CLEARING TO HB-EFTER-CLEARING
           MOVE TR-KONTO TO HB-EFTER-KONTO
           MOVE TR-NAMN TO HB-EFTER-NAMN
           MOVE TR-OPERATOR TO HB-REG-AV
           MOVE WS-RUN-DATE TO HB-REG-DATUM
           .

       E-SKRIV-KONTON SECTION.

           SORT KONTO-RAD ON ASCENDING KEY KT-KALLA-NR

      *> Konton och historik ar en enhet: bada forebilderna tas
      *> innan nagot skrivs och bada commit-raderna forst nar
      *> historiken ar stangd - en avbruten korning rullas tillbaka
      *> for bada.
           MOVE "FORE " TO JN-FUNKTION
           MOVE "BINGOKONTO" TO JN-PROGRAM
           MOVE WS-KONTO-FILENAME TO JN-MASTER
           MOVE WS-RUN-DATE TO JN-DATUM
           MOVE RETURN-CODE TO JN-RETURKOD
           CALL "JOURNAL" USING JOURNAL-PARM

           IF JN-RESULTAT = "N"
              DISPLAY "Ingen forebild av bingo_konton.txt - "
                 "mastern skrivs inte om"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "FORE " TO JN-FUNKTION
           MOVE "BINGOKONTO" TO JN-PROGRAM
           MOVE WS-HISTORIK-FILENAME TO JN-MASTER
           MOVE WS-RUN-DATE TO JN-DATUM
           MOVE RETURN-CODE TO JN-RETURKOD
           CALL "JOURNAL" USING JOURNAL-PARM

           IF JN-RESULTAT = "N"
              DISPLAY "Ingen forebild av bingo_kontohistorik.txt - "
                 "mastern skrivs inte om"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT KONTO-FIL

           PERFORM VARYING KONTO-INDEX FROM 1 BY 1
           CLOSE KONTO-FIL
           .

       E2-SKRIV-HISTORIK SECTION.

           OPEN OUTPUT HISTORIK-FIL

           PERFORM VARYING HISTORIK-POS FROM 1 BY 1
              UNTIL HISTORIK-POS > HISTORIK-ANTAL
              MOVE HISTORIK-BILD(HISTORIK-POS) TO KH-ANDRING-REC
              WRITE KH-ANDRING-REC
           END-PERFORM

           CLOSE HISTORIK-FIL

           MOVE "KLAR " TO JN-FUNKTION
           MOVE "BINGOKONTO" TO JN-PROGRAM
           MOVE WS-KONTO-FILENAME TO JN-MASTER
           MOVE WS-RUN-DATE TO JN-DATUM
           MOVE RETURN-CODE TO JN-RETURKOD
           CALL "JOURNAL" USING JOURNAL-PARM

           MOVE "KLAR " TO JN-FUNKTION
           MOVE "BINGOKONTO" TO JN-PROGRAM
           MOVE WS-HISTORIK-FILENAME TO JN-MASTER
           MOVE WS-RUN-DATE TO JN-DATUM
           MOVE RETURN-CODE TO JN-RETURKOD
           CALL "JOURNAL" USING JOURNAL-PARM
           .

      *> Revisionens fraga - vem andrade vilket konto och nar - for
      *> ett kallnummer eller, utan kallnummer, for hela historiken.
       H-LISTA-HISTORIK SECTION.

           PERFORM VARYING HISTORIK-POS FROM 1 BY 1
              UNTIL HISTORIK-POS > HISTORIK-ANTAL

              MOVE HISTORIK-BILD(HISTORIK-POS) TO HB-ANDRING-REC

              IF KALLA-NR-ARG = ZERO
                    OR HB-KALLA-NR = KALLA-NR-ARG
                 ADD 1 TO ANTAL-LISTADE
                 DISPLAY HB-ANDRING-NR " " HB-KALLA-NR " "
                    HB-AKTION " " HB-STATUS " "
                    HB-FORE-CLEARING " " HB-FORE-KONTO " -> "
                    HB-EFTER-CLEARING " " HB-EFTER-KONTO
                 DISPLAY "       lagd av " HB-REG-AV " "
                    HB-REG-DATUM "  bekraftad/stangd av "
                    HB-GODK-AV " " HB-GODK-DATUM
              END-IF
           END-PERFORM

           DISPLAY "Listade andringar: " ANTAL-LISTADE
           .

       N-AVSLUTA SECTION.

           DISPLAY "Kontoregistret omskrivet: bingo_konton.txt"
           DISPLAY "Nya: " ANTAL-NYA " Andrade: " ANTAL-ANDRADE
              " Sparrade: " ANTAL-SPARRADE
              " Avvisade: " ANTAL-AVVISADE
           DISPLAY "Lagda andringar: " ANTAL-VANTANDE
              " Makulerade: " ANTAL-MAKULERADE

           IF ANTAL-AVVISADE NOT = ZERO
              MOVE 1 TO RETURN-CODE
