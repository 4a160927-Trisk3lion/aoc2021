       IDENTIFICATION DIVISION.

       PROGRAM-ID. BINGORETUR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT BANKRETUR-FIL ASSIGN DYNAMIC
             WS-BANKRETUR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT BETAL-MANIFEST-FIL ASSIGN DYNAMIC
             WS-BETAL-MANIFEST-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT BETAL-FIL ASSIGN DYNAMIC
             WS-BETAL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT RETUR-FIL ASSIGN DYNAMIC
             WS-RETUR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT KONTO-FIL ASSIGN DYNAMIC
             WS-KONTO-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT FOND-FIL ASSIGN DYNAMIC
             WS-FOND-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT OMATCHAD-FIL ASSIGN DYNAMIC
             WS-OMATCHAD-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Bankens returfil, i betalfilens fasta bredd: en RET-post per
      *> avvisad betalning med betalfilens lopnummer, kallnumret och
      *> beloppet i ore fran DET-posten samt bankens orsak. Bankens
      *> HDR- och TRL-poster hoppas over.
       FD BANKRETUR-FIL.
       01 BANKRETUR-REC.
          05 RB-TYP PIC X(3).
          05 RB-SEKVENS PIC 9(6).
          05 RB-KALLA-NR PIC 9(5).
          05 RB-BELOPP-ORE PIC 9(11).
          05 RB-ORSAK PIC X(20).
          05 FILLER PIC X(5).

      *> Samma postlayout som BETAL-MANIFEST-REC i BINGOBET.
       FD BETAL-MANIFEST-FIL.
       01 BETAL-MANIFEST-REC.
          05 BM-SEKVENS PIC 9(6).
          05 FILLER PIC X.
          05 BM-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 BM-FILNAMN PIC X(30).
          05 FILLER PIC X.
          05 BM-STATUS PIC X(8).
          05 FILLER PIC X.
          05 BM-KLOCKSLAG PIC 9(6).

      *> Samma postlayout som betalfilen i BINGOBET.
       FD BETAL-FIL.
       01 BETAL-REC PIC X(50).

       01 BETAL-DET REDEFINES BETAL-REC.
          05 BD-TYP PIC X(3).
          05 BD-KALLA-NR PIC 9(5).
          05 BD-CLEARING PIC X(4).
          05 BD-KONTO PIC X(10).
          05 BD-BELOPP-ORE PIC 9(11).
          05 FILLER PIC X(17).

       FD RETUR-FIL.
       COPY "BINGORETUR-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RR==.

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

       FD FOND-FIL.
       COPY "BINGOFOND-REC.cpy"
           REPLACING ==:PREFIX:== BY ==FD==.

      *> Returposter som inte gick att knyta till en DET-post - de
      *> ska utredas mot banken, inte bokas.
       FD OMATCHAD-FIL.
       01 OMATCHAD-REC.
          05 OM-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 OM-RAD PIC X(50).
          05 FILLER PIC X VALUE SPACE.
          05 OM-ORSAK PIC X(20).

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

       WORKING-STORAGE SECTION.

      *> Bankreturerna for bingoutbetalningarna: varje betalning
      *> banken skickat tillbaka (stangt konto, fel clearingnummer)
      *> knyts till sin DET-post i betalfilen via betalmanifestets
      *> lopnummer, kallnumret och beloppet. Den matchade
      *> betalningen bokas RETUR i returregistret, beloppet laggs
      *> tillbaka i prisfonden som returskuld till agaren och
      *> agarens konto satts i RETUR, sa att BINGOBET haller
      *> agarens kommande utbetalningar tills BINGOKONTO aktiverat
      *> ett rattat konto. Returer larmas VARN till larmcentralen.
      *>
      *> Anrop: bingoretur [bankens returfil]
       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "JOURNAL-PARM.cpy".

       01 WS-BANKRETUR-FILENAME PIC X(100).
       01 WS-BETAL-FILENAME PIC X(40).
       01 WS-OMATCHAD-FILENAME PIC X(40).
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-BETAL-MANIFEST-FILENAME PIC X(40).
       01 WS-RETUR-FILENAME PIC X(40).
       01 WS-KONTO-FILENAME PIC X(40).
       01 WS-FOND-FILENAME PIC X(40).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).

       01 SLUT-PA-FIL-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-FIL VALUE 1.

       01 SLUT-PA-BETAL-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-BETAL VALUE 1.

      *> Betalmanifestet: lopnummer och betalfilens namn.
       01 MANIFEST-ANTAL PIC 9(4) VALUE ZERO.

       01 MANIFEST-TABELL.
          05 MANIFEST-RAD OCCURS 0 TO 5000 TIMES
                DEPENDING ON MANIFEST-ANTAL
                INDEXED BY MANIFEST-INDEX.
             10 MT-SEKVENS PIC 9(6).
             10 MT-FILNAMN PIC X(30).

      *> Returregistrets RETUR-rader (lopnummer, kalla och belopp)
      *> sa att samma retur inte bokas tva ganger.
       01 RETUR-ANTAL PIC 9(4) VALUE ZERO.

       01 RETUR-TABELL.
          05 RETUR-RAD OCCURS 0 TO 5000 TIMES
                DEPENDING ON RETUR-ANTAL
                INDEXED BY RETUR-INDEX.
             10 RT-SEKVENS PIC 9(6).
             10 RT-KALLA-NR PIC 9(5).
             10 RT-BELOPP-ORE PIC 9(11).

       01 KONTO-ANTAL PIC 9(4) VALUE ZERO.

       01 KONTO-TABELL.
          05 KONTO-RAD OCCURS 0 TO 5000 TIMES
                DEPENDING ON KONTO-ANTAL
                INDEXED BY KONTO-INDEX.
             10 KT-KALLA-NR PIC 9(5).
             10 KT-CLEARING PIC X(4).
             10 KT-KONTO PIC X(10).
             10 KT-NAMN PIC X(20).
             10 KT-STATUS PIC X(6).

       01 NYCKEL-FUNNEN-SW PIC 9 VALUE ZERO.
          88 NYCKEL-FUNNEN VALUE 1.

       01 ANTAL-DET-MATCHADE PIC 9(4).
       01 ANTAL-REDAN-RETUR PIC 9(4).
       01 MATCHAD-CLEARING PIC X(4).
       01 MATCHAD-KONTO PIC X(10).
       01 OMATCHAD-ORSAK PIC X(20).

       01 KONTON-ANDRADE-SW PIC 9 VALUE ZERO.
          88 KONTON-ANDRADE VALUE 1.

       01 FOND-FINNS-SW PIC 9 VALUE ZERO.
          88 FOND-FINNS VALUE 1.

       01 FOND-SALDO PIC 9(9)V9(2) VALUE ZERO.
       01 FOND-DATUM PIC 9(8) VALUE ZERO.
       01 FOND-RETURSKULD PIC 9(9)V9(2) VALUE ZERO.
       01 RETUR-BELOPP PIC 9(9)V9(2) VALUE ZERO.
       01 SUMMA-RETURNERAT PIC 9(9)V9(2) VALUE ZERO.

       01 ANTAL-LASTA PIC 9(6) VALUE ZERO.
       01 ANTAL-BOKADE PIC 9(6) VALUE ZERO.
       01 ANTAL-OMATCHADE PIC 9(6) VALUE ZERO.

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-TEXT-HOLDER PIC X(40).
       01 LARM-KLOCKA PIC 9(8).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-MANIFEST
          PERFORM C2-LASA-RETURREGISTER
          PERFORM C3-LASA-KONTON
          PERFORM C4-LASA-FOND
          PERFORM D-BEHANDLA-RETURER
          PERFORM E-SKRIV-KONTON
          PERFORM F-BOKFOR-RETURSKULD
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

          MOVE SPACES TO WS-BETAL-MANIFEST-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "betal_manifest.txt" DELIMITED BY SIZE
              INTO WS-BETAL-MANIFEST-FILENAME

          MOVE SPACES TO WS-RETUR-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_returer.txt" DELIMITED BY SIZE
              INTO WS-RETUR-FILENAME

          MOVE SPACES TO WS-KONTO-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_konton.txt" DELIMITED BY SIZE
              INTO WS-KONTO-FILENAME

          MOVE SPACES TO WS-FOND-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_fond.txt" DELIMITED BY SIZE
              INTO WS-FOND-FILENAME

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-BANKRETUR-FILENAME FROM ARGUMENT-VALUE
             ON EXCEPTION
                STRING PLATS-PREFIX DELIMITED BY SPACE
                       "bankretur_" DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                    INTO WS-BANKRETUR-FILENAME
          END-ACCEPT

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingoretur_omatchade_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-OMATCHAD-FILENAME
          .

       C-LASA-MANIFEST SECTION.

          OPEN INPUT BETAL-MANIFEST-FIL

          IF IND2-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW
             PERFORM UNTIL SLUT-PA-FIL
                READ BETAL-MANIFEST-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF MANIFEST-ANTAL < 5000
                            ADD 1 TO MANIFEST-ANTAL
                            SET MANIFEST-INDEX TO MANIFEST-ANTAL
                            MOVE BM-SEKVENS
                               TO MT-SEKVENS(MANIFEST-INDEX)
                            MOVE BM-FILNAMN
                               TO MT-FILNAMN(MANIFEST-INDEX)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE BETAL-MANIFEST-FIL
          ELSE
             DISPLAY "Inget betalmanifest (betal_manifest.txt) - "
                "inga returer kan matchas"
          END-IF
          .

       C2-LASA-RETURREGISTER SECTION.

          OPEN INPUT RETUR-FIL

          IF IND4-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW
             PERFORM UNTIL SLUT-PA-FIL
                READ RETUR-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF RR-TYP = "RETUR"
                            PERFORM C2A-LAGG-I-RETURTABELL
                            MOVE RR-SEKVENS TO RT-SEKVENS(RETUR-INDEX)
                            MOVE RR-KALLA-NR
                               TO RT-KALLA-NR(RETUR-INDEX)
                            MOVE RR-BELOPP-ORE
                               TO RT-BELOPP-ORE(RETUR-INDEX)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE RETUR-FIL
          END-IF
          .

       C2A-LAGG-I-RETURTABELL SECTION.

          IF RETUR-ANTAL = 5000
             DISPLAY "Avbryter - fler an 5000 returer i "
                "returregistret"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO RETUR-ANTAL
          SET RETUR-INDEX TO RETUR-ANTAL
          .

       C3-LASA-KONTON SECTION.

          OPEN INPUT KONTO-FIL

          IF IND5-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW
             PERFORM UNTIL SLUT-PA-FIL
                READ KONTO-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF KONTO-ANTAL < 5000
                            ADD 1 TO KONTO-ANTAL
                            SET KONTO-INDEX TO KONTO-ANTAL
                            MOVE KN-KALLA-NR
                               TO KT-KALLA-NR(KONTO-INDEX)
                            MOVE KN-CLEARING
                               TO KT-CLEARING(KONTO-INDEX)
                            MOVE KN-KONTO TO KT-KONTO(KONTO-INDEX)
                            MOVE KN-NAMN TO KT-NAMN(KONTO-INDEX)
                            MOVE KN-STATUS
                               TO KT-STATUS(KONTO-INDEX)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE KONTO-FIL
          END-IF
          .

      *> Fondens master lases for att returskulden ska kunna okas.
      *> Saknas mastern star skulden bara i returregistret.
       C4-LASA-FOND SECTION.

          OPEN INPUT FOND-FIL

          IF IND6-FILESTATUS = "00"
             READ FOND-FIL
                   AT END
                      CONTINUE
                   NOT AT END
                      IF FD-SALDO IS NUMERIC
                         MOVE FD-SALDO TO FOND-SALDO
                         MOVE FD-DATUM TO FOND-DATUM
                         SET FOND-FINNS TO TRUE
                      END-IF
                      IF FD-RETURSKULD IS NUMERIC
                         MOVE FD-RETURSKULD TO FOND-RETURSKULD
                      END-IF
             END-READ
             CLOSE FOND-FIL
          END-IF
          .

       D-BEHANDLA-RETURER SECTION.

          OPEN INPUT BANKRETUR-FIL

          MOVE IND1-FILESTATUS TO WS-FILSTATUS
          MOVE WS-BANKRETUR-FILENAME TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ BANKRETUR-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF RB-TYP = "RET"
                         ADD 1 TO ANTAL-LASTA
                         PERFORM D1-BEHANDLA-EN-RETUR
                      END-IF
             END-READ
          END-PERFORM

          CLOSE BANKRETUR-FIL

          IF ANTAL-OMATCHADE NOT = ZERO
             CLOSE OMATCHAD-FIL
          END-IF
          .

      *> En retur knyts till betalfilen med samma lopnummer och dar
      *> till en DET-post med samma kallnummer och belopp. Har
      *> agaren flera lika DET-poster i filen far lika manga returer
      *> bokas - fler an sa ar en dubblett fran banken.
       D1-BEHANDLA-EN-RETUR SECTION.

          MOVE SPACES TO OMATCHAD-ORSAK

          IF RB-SEKVENS IS NOT NUMERIC
                OR RB-KALLA-NR IS NOT NUMERIC
                OR RB-BELOPP-ORE IS NOT NUMERIC
             MOVE "OGILTIG RETURPOST" TO OMATCHAD-ORSAK
          ELSE
             INITIALIZE NYCKEL-FUNNEN-SW

             PERFORM VARYING MANIFEST-INDEX FROM 1 BY 1
                UNTIL MANIFEST-INDEX > MANIFEST-ANTAL
                   OR NYCKEL-FUNNEN
                IF MT-SEKVENS(MANIFEST-INDEX) = RB-SEKVENS
                   SET NYCKEL-FUNNEN TO TRUE
                   MOVE SPACES TO WS-BETAL-FILENAME
                   STRING PLATS-PREFIX DELIMITED BY SPACE
                          MT-FILNAMN(MANIFEST-INDEX)
                             DELIMITED BY SPACE
                       INTO WS-BETAL-FILENAME
                END-IF
             END-PERFORM

             IF NOT NYCKEL-FUNNEN
                MOVE "LOPNUMMER OKANT" TO OMATCHAD-ORSAK
             ELSE
                PERFORM D2-SOK-DET-POST
             END-IF
          END-IF

          IF OMATCHAD-ORSAK NOT = SPACES
             PERFORM D8-SKRIV-OMATCHAD
          ELSE
             PERFORM D3-BOKA-RETUR
          END-IF
          .

       D2-SOK-DET-POST SECTION.

          MOVE ZERO TO ANTAL-DET-MATCHADE
          MOVE ZERO TO ANTAL-REDAN-RETUR

          OPEN INPUT BETAL-FIL

          IF IND3-FILESTATUS NOT = "00"
             MOVE "BETALFIL SAKNAS" TO OMATCHAD-ORSAK
          ELSE
             INITIALIZE SLUT-PA-BETAL-SW
             PERFORM UNTIL SLUT-PA-BETAL
                READ BETAL-FIL
                      AT END
                         SET SLUT-PA-BETAL TO TRUE
                      NOT AT END
                         IF BD-TYP = "DET"
                               AND BD-KALLA-NR = RB-KALLA-NR
                               AND BD-BELOPP-ORE = RB-BELOPP-ORE
                            ADD 1 TO ANTAL-DET-MATCHADE
                            MOVE BD-CLEARING TO MATCHAD-CLEARING
                            MOVE BD-KONTO TO MATCHAD-KONTO
                         END-IF
                END-READ
             END-PERFORM

             CLOSE BETAL-FIL

             PERFORM VARYING RETUR-INDEX FROM 1 BY 1
                UNTIL RETUR-INDEX > RETUR-ANTAL
                IF RT-SEKVENS(RETUR-INDEX) = RB-SEKVENS
                      AND RT-KALLA-NR(RETUR-INDEX) = RB-KALLA-NR
                      AND RT-BELOPP-ORE(RETUR-INDEX) = RB-BELOPP-ORE
                   ADD 1 TO ANTAL-REDAN-RETUR
                END-IF
             END-PERFORM

             EVALUATE TRUE
                WHEN ANTAL-DET-MATCHADE = ZERO
                   MOVE "DET-POST SAKNAS" TO OMATCHAD-ORSAK
                WHEN ANTAL-REDAN-RETUR >= ANTAL-DET-MATCHADE
                   MOVE "REDAN RETURNERAD" TO OMATCHAD-ORSAK
             END-EVALUATE
          END-IF
          .

      *> Returen bokas i registret (EXTEND - registret ar
      *> sparbarheten), beloppet laggs till returskulden och agarens
      *> konto satts i RETUR.
       D3-BOKA-RETUR SECTION.

          OPEN EXTEND RETUR-FIL

          IF IND4-FILESTATUS = "35"
             OPEN OUTPUT RETUR-FIL
          END-IF

          MOVE SPACES TO RR-RETUR-REC
          MOVE WS-RUN-DATE TO RR-DATUM
          MOVE "RETUR" TO RR-TYP
          MOVE RB-SEKVENS TO RR-SEKVENS
          MOVE RB-KALLA-NR TO RR-KALLA-NR
          MOVE RB-BELOPP-ORE TO RR-BELOPP-ORE
          MOVE MATCHAD-CLEARING TO RR-CLEARING
          MOVE MATCHAD-KONTO TO RR-KONTO
          MOVE RB-ORSAK TO RR-ORSAK
          MOVE "OPPEN" TO RR-STATUS
          MOVE ZERO TO RR-ATER-SEKVENS
          MOVE ZERO TO RR-ATER-DATUM
          MOVE ZERO TO RR-SLAPPT-DATUM

          WRITE RR-RETUR-REC

          CLOSE RETUR-FIL

          PERFORM C2A-LAGG-I-RETURTABELL
          MOVE RB-SEKVENS TO RT-SEKVENS(RETUR-INDEX)
          MOVE RB-KALLA-NR TO RT-KALLA-NR(RETUR-INDEX)
          MOVE RB-BELOPP-ORE TO RT-BELOPP-ORE(RETUR-INDEX)

          COMPUTE RETUR-BELOPP = RB-BELOPP-ORE / 100
          ADD RETUR-BELOPP TO SUMMA-RETURNERAT
          ADD 1 TO ANTAL-BOKADE

          PERFORM VARYING KONTO-INDEX FROM 1 BY 1
             UNTIL KONTO-INDEX > KONTO-ANTAL
             IF KT-KALLA-NR(KONTO-INDEX) = RB-KALLA-NR
                   AND KT-STATUS(KONTO-INDEX) NOT = "RETUR"
                MOVE "RETUR" TO KT-STATUS(KONTO-INDEX)
                SET KONTON-ANDRADE TO TRUE
             END-IF
          END-PERFORM

          DISPLAY "Retur bokad: kalla " RB-KALLA-NR " lopnummer "
             RB-SEKVENS " belopp " RETUR-BELOPP " - " RB-ORSAK
          .

       D8-SKRIV-OMATCHAD SECTION.

          IF ANTAL-OMATCHADE = ZERO
             OPEN OUTPUT OMATCHAD-FIL
          END-IF

          ADD 1 TO ANTAL-OMATCHADE

          MOVE SPACES TO OMATCHAD-REC
          MOVE WS-RUN-DATE TO OM-RUN-DATE
          MOVE BANKRETUR-REC TO OM-RAD
          MOVE OMATCHAD-ORSAK TO OM-ORSAK

          WRITE OMATCHAD-REC

          DISPLAY "Omatchad retur: " BANKRETUR-REC
          DISPLAY "   - " OMATCHAD-ORSAK
          .

      *> Kontoregistret skrivs om i sin ordning med RETUR-status pa
      *> de agare vars betalning kommit tillbaka. En bekraftad
      *> AND-transaktion i BINGOKONTO med det rattade kontot
      *> staller tillbaka statusen till AKTIV. Forebild fore
      *> omskrivningen och commit-rad efter, som i BINGOKONTO.
       E-SKRIV-KONTON SECTION.

          IF KONTON-ANDRADE
             MOVE "FORE " TO JN-FUNKTION
             MOVE "BINGORETUR" TO JN-PROGRAM
             MOVE WS-KONTO-FILENAME TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM

             IF JN-RESULTAT = "N"
                DISPLAY "Ingen forebild, skrivs inte om: "
                   WS-KONTO-FILENAME
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             OPEN OUTPUT KONTO-FIL

             PERFORM VARYING KONTO-INDEX FROM 1 BY 1
                UNTIL KONTO-INDEX > KONTO-ANTAL

                MOVE SPACES TO KONTO-REC
                MOVE KT-KALLA-NR(KONTO-INDEX) TO KN-KALLA-NR
                MOVE KT-CLEARING(KONTO-INDEX) TO KN-CLEARING
                MOVE KT-KONTO(KONTO-INDEX) TO KN-KONTO
                MOVE KT-NAMN(KONTO-INDEX) TO KN-NAMN
                MOVE KT-STATUS(KONTO-INDEX) TO KN-STATUS

                WRITE KONTO-REC
             END-PERFORM

             CLOSE KONTO-FIL

             MOVE "KLAR " TO JN-FUNKTION
             MOVE "BINGORETUR" TO JN-PROGRAM
             MOVE WS-KONTO-FILENAME TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM
          END-IF
          .

      *> Det returnerade beloppet ar tillbaka hos fonden men
      *> tillhor agaren - det laggs pa returskulden, inte pa det
      *> disponibla saldot.
       F-BOKFOR-RETURSKULD SECTION.

          IF ANTAL-BOKADE > ZERO
             IF FOND-FINNS
                ADD SUMMA-RETURNERAT TO FOND-RETURSKULD

                MOVE "FORE " TO JN-FUNKTION
                MOVE "BINGORETUR" TO JN-PROGRAM
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
                MOVE "BINGORETUR" TO JN-PROGRAM
                MOVE WS-FOND-FILENAME TO JN-MASTER
                MOVE WS-RUN-DATE TO JN-DATUM
                MOVE RETURN-CODE TO JN-RETURKOD
                CALL "JOURNAL" USING JOURNAL-PARM

                DISPLAY "Returskuld i prisfonden: " FOND-RETURSKULD
             ELSE
                DISPLAY "Ingen prisfond (bingo_fond.txt) - "
                   "returskulden finns bara i returregistret"
             END-IF

             MOVE "VARN" TO LARM-ALLVAR-HOLDER
             MOVE SPACES TO LARM-TEXT-HOLDER
             STRING "BINGORETUR " DELIMITED BY SIZE
                    ANTAL-BOKADE DELIMITED BY SIZE
                    " BETALNINGAR I RETUR" DELIMITED BY SIZE
                 INTO LARM-TEXT-HOLDER
             PERFORM Y8-SKRIV-LARM
          END-IF
          .

       N-AVSLUTA SECTION.

          DISPLAY "Returfil last: " WS-BANKRETUR-FILENAME
          DISPLAY "Returer: " ANTAL-LASTA " Bokade: " ANTAL-BOKADE
             " Omatchade: " ANTAL-OMATCHADE
          DISPLAY "Returnerat belopp: " SUMMA-RETURNERAT

          IF ANTAL-OMATCHADE NOT = ZERO
             DISPLAY "Omatchadrapport skriven: " WS-OMATCHAD-FILENAME
             MOVE 1 TO RETURN-CODE
          END-IF

          PERFORM Z9-SKRIV-KORNINGSAUDIT

          STOP RUN
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
          MOVE "BINGORETUR" TO LC-PROGRAM
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
          MOVE "BINGORETUR" TO RA-PROGRAM
          MOVE WS-BANKRETUR-FILENAME TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          MOVE ANTAL-LASTA TO RA-ANTAL-IN
          MOVE ANTAL-OMATCHADE TO RA-ANTAL-AVVISADE
          MOVE ANTAL-BOKADE TO RA-ANTAL-SKRIVNA
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
