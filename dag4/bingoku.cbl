       IDENTIFICATION DIVISION.

       PROGRAM-ID. BINGOKU.

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

          SELECT HISTORIK-FIL ASSIGN DYNAMIC
             WS-HISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT SKATTELIGGARE-FIL ASSIGN DYNAMIC
             WS-SKATTELIGGARE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT BESKED-FIL ASSIGN DYNAMIC
             WS-BESKED-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT KU-FIL ASSIGN DYNAMIC
             WS-KU-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT AVVIKELSE-FIL ASSIGN DYNAMIC
             WS-AVVIKELSE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

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

      *> Samma postlayout som HISTORIK-REC i BINGOUTDRAG.
       FD HISTORIK-FIL.
       01 HISTORIK-REC.
          05 HI-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 HI-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 HI-TYP PIC X(6).
          05 FILLER PIC X.
          05 HI-BELOPP PIC 9(7)V9(2).

       FD SKATTELIGGARE-FIL.
       COPY "BINGOSKATT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==SL==.

      *> Skattebeskedet: en BESKED-rubrikrad per agare, en KALLA-
      *> rad per bricka med vinster under aret och en SUMMA-rad med
      *> brutto, innehallen skatt och netto.
       FD BESKED-FIL.
       01 BESKED-REC.
          05 SB-AR PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 SB-TYP PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 SB-TEXT PIC X(30).
          05 FILLER PIC X VALUE SPACE.
          05 SB-BRUTTO PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 SB-SKATT PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 SB-NETTO PIC 9(9)V9(2).

      *> Arsfilen till skatteverket ar helt faststalld i bredd, i
      *> samma form som betalfilen: en HDR-post med avsandare, ar
      *> och skapelsedatum, en KU-post per agare med belopp i ore
      *> och en TRL-post med postantal och summor som skatteverket
      *> stammer av mot.
       FD KU-FIL.
       01 KU-REC PIC X(80).

       01 KU-HDR REDEFINES KU-REC.
          05 KH-TYP PIC X(3).
          05 KH-SANDARE PIC X(8).
          05 KH-AR PIC 9(4).
          05 KH-SKAPAD PIC 9(8).
          05 FILLER PIC X(57).

       01 KU-DET REDEFINES KU-REC.
          05 KD-TYP PIC X(3).
          05 KD-AGARE-NR PIC 9(4).
          05 KD-NAMN PIC X(20).
          05 KD-AVDELNING PIC X(10).
          05 KD-BRUTTO-ORE PIC 9(11).
          05 KD-SKATT-ORE PIC 9(11).
          05 FILLER PIC X(21).

       01 KU-TRL REDEFINES KU-REC.
          05 KT-TYP PIC X(3).
          05 KT-ANTAL PIC 9(6).
          05 KT-BRUTTO-ORE PIC 9(13).
          05 KT-SKATT-ORE PIC 9(13).
          05 FILLER PIC X(45).

       FD AVVIKELSE-FIL.
       01 AVVIKELSE-REC.
          05 AV-AR PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 AV-KALLA-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 AV-HISTORIK-BRUTTO PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 AV-LIGGARE-BRUTTO PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 AV-ORSAK PIC X(20).

       WORKING-STORAGE SECTION.

      *> Arsbeskeden for vinstskatten. Skatteliggaren (BINGOBET)
      *> summeras per bricka och ar och stams forst av mot
      *> utbetalningshistoriken (BINGOUTDRAG): varje bricka ska ha
      *> samma bruttovinst i bada, och varje bricka med vinst ska
      *> finnas i bradregistret. Gar avstamningen inte jamnt skrivs
      *> avvikelserna ut och inga besked lamnas. Annars far varje
      *> agare (samma namn i registret, som i BINGOUTDRAG) ett
      *> skattebesked och en KU-post i arsfilen.
      *>
      *> Anrop: bingoku [ar]
       01 WS-AR-ARG PIC X(4).
       01 WS-BESKED-FILENAME PIC X(40).
       01 WS-KU-FILENAME PIC X(40).
       01 WS-AVVIKELSE-FILENAME PIC X(40).
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-REGISTER-FILENAME PIC X(40).
       01 WS-HISTORIK-FILENAME PIC X(40).
       01 WS-SKATTELIGGARE-FILENAME PIC X(40).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       01 BESKED-AR PIC 9(4).

       01 REG-ANTAL PIC 9(4) VALUE ZERO.

       01 REG-TABELL.
          05 REG-RAD OCCURS 0 TO 5000 TIMES
                DEPENDING ON REG-ANTAL
                INDEXED BY REG-INDEX.
             10 RT-KALLA-NR PIC 9(5).
             10 RT-NAMN PIC X(20).
             10 RT-AVDELNING PIC X(10).
             10 RT-BEHANDLAD PIC 9.

      *> Arets belopp per bricka ur bada kallorna.
       01 KALLA-ANTAL PIC 9(4) VALUE ZERO.

       01 KALLA-TABELL.
          05 KALLA-RAD OCCURS 5000 TIMES.
             10 KS-KALLA-NR PIC 9(5).
             10 KS-HISTORIK-BRUTTO PIC 9(9)V9(2).
             10 KS-BRUTTO PIC 9(9)V9(2).
             10 KS-SKATT PIC 9(9)V9(2).
             10 KS-AGARE-FUNNEN PIC 9.

       01 KALLA-POS PIC 9(4).
       01 KALLA-FUNNEN-POS PIC 9(4).
       01 SOK-KALLA-NR PIC 9(5).

       01 REG-POS PIC 9(4).
       01 REG-POS-2 PIC 9(4).

       01 AGARE-NAMN PIC X(20).
       01 AGARE-AVDELNING PIC X(10).
       01 AGARE-NR PIC 9(4) VALUE ZERO.
       01 AGARE-BRUTTO PIC 9(9)V9(2).
       01 AGARE-SKATT PIC 9(9)V9(2).

       01 SUMMA-HISTORIK PIC 9(11)V9(2) VALUE ZERO.
       01 SUMMA-BRUTTO PIC 9(11)V9(2) VALUE ZERO.
       01 SUMMA-SKATT PIC 9(11)V9(2) VALUE ZERO.
       01 ANTAL-BESKED PIC 9(6) VALUE ZERO.
       01 ANTAL-AVVIKELSER PIC 9(4) VALUE ZERO.
       01 AVVIKELSE-ORSAK PIC X(20).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-REGISTER
          PERFORM D-LASA-HISTORIK
          PERFORM E-LASA-SKATTELIGGARE
          PERFORM F-STAM-AV

          IF ANTAL-AVVIKELSER NOT = ZERO
             DISPLAY "Avstamningen mot utbetalningshistoriken gar "
                "inte jamnt - inga besked skrivna"
             DISPLAY "Avvikelser: " ANTAL-AVVIKELSER " i "
                WS-AVVIKELSE-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM G-SKRIV-BESKED
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

          MOVE SPACES TO WS-HISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_utbetalningshistorik.txt" DELIMITED BY SIZE
              INTO WS-HISTORIK-FILENAME

          MOVE SPACES TO WS-SKATTELIGGARE-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_skatteliggare.txt" DELIMITED BY SIZE
              INTO WS-SKATTELIGGARE-FILENAME

      *> Utan argument galler affarsdatumets ar - arskorningen i
      *> januari anger foregaende ar.
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-AR-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-AR-ARG
          END-ACCEPT

          IF WS-AR-ARG IS NUMERIC
             MOVE WS-AR-ARG TO BESKED-AR
          ELSE
             IF WS-AR-ARG NOT = SPACES
                DISPLAY "Ogiltigt ar: " WS-AR-ARG
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE WS-RUN-DATE(1:4) TO BESKED-AR
          END-IF

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_ku_" DELIMITED BY SIZE
                 BESKED-AR DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-KU-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingoku_avvikelser_" DELIMITED BY SIZE
                 BESKED-AR DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-AVVIKELSE-FILENAME

          DISPLAY "Skattebesked for ar " BESKED-AR
          .

       C-LASA-REGISTER SECTION.

          OPEN INPUT REGISTER-FIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Inget bradregister (bingo_register.txt) - "
                "inga besked att bygga"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ REGISTER-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF REG-ANTAL < 5000
                         ADD 1 TO REG-ANTAL
                         SET REG-INDEX TO REG-ANTAL
                         MOVE RG-KALLA-NR
                            TO RT-KALLA-NR(REG-INDEX)
                         MOVE RG-NAMN TO RT-NAMN(REG-INDEX)
                         MOVE RG-AVDELNING
                            TO RT-AVDELNING(REG-INDEX)
                         MOVE ZERO TO RT-BEHANDLAD(REG-INDEX)
                      END-IF
             END-READ
          END-PERFORM

          CLOSE REGISTER-FIL
          .

      *> Bara de beskattade radtyperna - samma urval som BINGOBETs
      *> betalningsrader.
       D-LASA-HISTORIK SECTION.

          OPEN INPUT HISTORIK-FIL

          IF IND2-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ HISTORIK-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF HI-DATUM(1:4) = BESKED-AR
                               AND (HI-TYP = "VINST"
                                  OR HI-TYP = "DELAD"
                                  OR HI-TYP = "JACKP"
                                  OR HI-TYP = "TROST")
                            MOVE HI-KALLA-NR TO SOK-KALLA-NR
                            PERFORM Z1-SOK-KALLA
                            ADD HI-BELOPP
                               TO KS-HISTORIK-BRUTTO(KALLA-FUNNEN-POS)
                            ADD HI-BELOPP TO SUMMA-HISTORIK
                         END-IF
                END-READ
             END-PERFORM

             CLOSE HISTORIK-FIL
          END-IF
          .

       E-LASA-SKATTELIGGARE SECTION.

          OPEN INPUT SKATTELIGGARE-FIL

          IF IND3-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ SKATTELIGGARE-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF SL-DATUM(1:4) = BESKED-AR
                            MOVE SL-KALLA-NR TO SOK-KALLA-NR
                            PERFORM Z1-SOK-KALLA
                            ADD SL-BRUTTO
                               TO KS-BRUTTO(KALLA-FUNNEN-POS)
                            ADD SL-SKATT
                               TO KS-SKATT(KALLA-FUNNEN-POS)
                            ADD SL-BRUTTO TO SUMMA-BRUTTO
                            ADD SL-SKATT TO SUMMA-SKATT
                         END-IF
                END-READ
             END-PERFORM

             CLOSE SKATTELIGGARE-FIL
          END-IF
          .

      *> Varje bricka ska ha samma brutto i historiken och
      *> skatteliggaren och finnas i bradregistret.
       F-STAM-AV SECTION.

          PERFORM VARYING KALLA-POS FROM 1 BY 1
             UNTIL KALLA-POS > KALLA-ANTAL

             PERFORM VARYING REG-POS FROM 1 BY 1
                UNTIL REG-POS > REG-ANTAL
                IF RT-KALLA-NR(REG-POS) = KS-KALLA-NR(KALLA-POS)
                   MOVE 1 TO KS-AGARE-FUNNEN(KALLA-POS)
                END-IF
             END-PERFORM

             IF KS-HISTORIK-BRUTTO(KALLA-POS)
                   NOT = KS-BRUTTO(KALLA-POS)
                MOVE "BRUTTO AVVIKER" TO AVVIKELSE-ORSAK
                PERFORM F1-SKRIV-AVVIKELSE
             ELSE
                IF KS-AGARE-FUNNEN(KALLA-POS) = ZERO
                   MOVE "BRICKA UTAN AGARE" TO AVVIKELSE-ORSAK
                   PERFORM F1-SKRIV-AVVIKELSE
                END-IF
             END-IF
          END-PERFORM

          IF ANTAL-AVVIKELSER NOT = ZERO
             CLOSE AVVIKELSE-FIL
          END-IF

          DISPLAY "Brutto enligt historiken:     " SUMMA-HISTORIK
          DISPLAY "Brutto enligt skatteliggaren: " SUMMA-BRUTTO
          DISPLAY "Innehallen skatt:             " SUMMA-SKATT
          .

       F1-SKRIV-AVVIKELSE SECTION.

          IF ANTAL-AVVIKELSER = ZERO
             OPEN OUTPUT AVVIKELSE-FIL
          END-IF

          ADD 1 TO ANTAL-AVVIKELSER

          MOVE SPACES TO AVVIKELSE-REC
          MOVE AVVIKELSE-ORSAK TO AV-ORSAK
          MOVE BESKED-AR TO AV-AR
          MOVE KS-KALLA-NR(KALLA-POS) TO AV-KALLA-NR
          MOVE KS-HISTORIK-BRUTTO(KALLA-POS) TO AV-HISTORIK-BRUTTO
          MOVE KS-BRUTTO(KALLA-POS) TO AV-LIGGARE-BRUTTO
          WRITE AVVIKELSE-REC

          DISPLAY "Avvikelse: bricka " AV-KALLA-NR " - " AV-ORSAK
          .

      *> Ett besked per agare: registret gas igenom och varje annu
      *> obehandlat agarnamn far sina brickor summerade. Agare utan
      *> vinst under aret far varken besked eller KU-post.
       G-SKRIV-BESKED SECTION.

          OPEN OUTPUT KU-FIL

          MOVE SPACES TO KU-REC
          MOVE "HDR" TO KH-TYP
          MOVE "UBATSVIT" TO KH-SANDARE
          MOVE BESKED-AR TO KH-AR
          MOVE WS-RUN-DATE TO KH-SKAPAD
          WRITE KU-REC

          PERFORM VARYING REG-POS FROM 1 BY 1
             UNTIL REG-POS > REG-ANTAL

             IF RT-BEHANDLAD(REG-POS) = ZERO
                MOVE RT-NAMN(REG-POS) TO AGARE-NAMN
                MOVE RT-AVDELNING(REG-POS) TO AGARE-AVDELNING
                PERFORM G1-SUMMERA-AGARE

                IF AGARE-BRUTTO NOT = ZERO
                   PERFORM G2-SKRIV-ETT-BESKED
                END-IF
             END-IF
          END-PERFORM

          MOVE SPACES TO KU-REC
          MOVE "TRL" TO KT-TYP
          MOVE ANTAL-BESKED TO KT-ANTAL
          COMPUTE KT-BRUTTO-ORE = SUMMA-BRUTTO * 100
          COMPUTE KT-SKATT-ORE = SUMMA-SKATT * 100
          WRITE KU-REC

          CLOSE KU-FIL
          .

       G1-SUMMERA-AGARE SECTION.

          MOVE ZERO TO AGARE-BRUTTO
          MOVE ZERO TO AGARE-SKATT

          PERFORM VARYING REG-POS-2 FROM 1 BY 1
             UNTIL REG-POS-2 > REG-ANTAL

             IF RT-NAMN(REG-POS-2) = AGARE-NAMN
                MOVE RT-KALLA-NR(REG-POS-2) TO SOK-KALLA-NR
                PERFORM Z2-HITTA-KALLA

                IF KALLA-FUNNEN-POS NOT = ZERO
                   ADD KS-BRUTTO(KALLA-FUNNEN-POS) TO AGARE-BRUTTO
                   ADD KS-SKATT(KALLA-FUNNEN-POS) TO AGARE-SKATT
                END-IF
             END-IF
          END-PERFORM
          .

       G2-SKRIV-ETT-BESKED SECTION.

          ADD 1 TO AGARE-NR
          ADD 1 TO ANTAL-BESKED

          MOVE SPACES TO WS-BESKED-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_skattebesked_" DELIMITED BY SIZE
                 BESKED-AR DELIMITED BY SIZE
                 "_" DELIMITED BY SIZE
                 AGARE-NR DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-BESKED-FILENAME

          OPEN OUTPUT BESKED-FIL

          MOVE SPACES TO BESKED-REC
          MOVE BESKED-AR TO SB-AR
          MOVE "BESKED" TO SB-TYP
          STRING AGARE-NAMN DELIMITED BY SIZE
                 AGARE-AVDELNING DELIMITED BY SIZE
              INTO SB-TEXT
          MOVE ZERO TO SB-BRUTTO
          MOVE ZERO TO SB-SKATT
          MOVE ZERO TO SB-NETTO
          WRITE BESKED-REC

          PERFORM VARYING REG-POS-2 FROM 1 BY 1
             UNTIL REG-POS-2 > REG-ANTAL

             IF RT-NAMN(REG-POS-2) = AGARE-NAMN
                MOVE 1 TO RT-BEHANDLAD(REG-POS-2)
                MOVE RT-KALLA-NR(REG-POS-2) TO SOK-KALLA-NR
                PERFORM Z2-HITTA-KALLA

                IF KALLA-FUNNEN-POS NOT = ZERO
                   MOVE SPACES TO BESKED-REC
                   MOVE BESKED-AR TO SB-AR
                   MOVE "KALLA" TO SB-TYP
                   STRING "BRICKA " DELIMITED BY SIZE
                          SOK-KALLA-NR DELIMITED BY SIZE
                       INTO SB-TEXT
                   MOVE KS-BRUTTO(KALLA-FUNNEN-POS) TO SB-BRUTTO
                   MOVE KS-SKATT(KALLA-FUNNEN-POS) TO SB-SKATT
                   COMPUTE SB-NETTO = SB-BRUTTO - SB-SKATT
                   WRITE BESKED-REC
                END-IF
             END-IF
          END-PERFORM

          MOVE SPACES TO BESKED-REC
          MOVE BESKED-AR TO SB-AR
          MOVE "SUMMA" TO SB-TYP
          MOVE "VINSTER OCH INNEHALLEN SKATT" TO SB-TEXT
          MOVE AGARE-BRUTTO TO SB-BRUTTO
          MOVE AGARE-SKATT TO SB-SKATT
          COMPUTE SB-NETTO = AGARE-BRUTTO - AGARE-SKATT
          WRITE BESKED-REC

          CLOSE BESKED-FIL

          MOVE SPACES TO KU-REC
          MOVE "KU " TO KD-TYP
          MOVE AGARE-NR TO KD-AGARE-NR
          MOVE AGARE-NAMN TO KD-NAMN
          MOVE AGARE-AVDELNING TO KD-AVDELNING
          COMPUTE KD-BRUTTO-ORE = AGARE-BRUTTO * 100
          COMPUTE KD-SKATT-ORE = AGARE-SKATT * 100
          WRITE KU-REC
          .

      *> Letar brickan i arstabellen och lagger till den om den
      *> saknas.
       Z1-SOK-KALLA SECTION.

          PERFORM Z2-HITTA-KALLA

          IF KALLA-FUNNEN-POS = ZERO
             IF KALLA-ANTAL = 5000
                DISPLAY "Avbryter - fler an 5000 brickor med vinst"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             ADD 1 TO KALLA-ANTAL
             MOVE KALLA-ANTAL TO KALLA-FUNNEN-POS
             MOVE SOK-KALLA-NR TO KS-KALLA-NR(KALLA-ANTAL)
             MOVE ZERO TO KS-HISTORIK-BRUTTO(KALLA-ANTAL)
             MOVE ZERO TO KS-BRUTTO(KALLA-ANTAL)
             MOVE ZERO TO KS-SKATT(KALLA-ANTAL)
             MOVE ZERO TO KS-AGARE-FUNNEN(KALLA-ANTAL)
          END-IF
          .

       Z2-HITTA-KALLA SECTION.

          MOVE ZERO TO KALLA-FUNNEN-POS

          PERFORM VARYING KALLA-POS FROM 1 BY 1
             UNTIL KALLA-POS > KALLA-ANTAL
                OR KALLA-FUNNEN-POS NOT = ZERO
             IF KS-KALLA-NR(KALLA-POS) = SOK-KALLA-NR
                MOVE KALLA-POS TO KALLA-FUNNEN-POS
             END-IF
          END-PERFORM
          .

       N-AVSLUTA SECTION.

          DISPLAY "Skattebesked skrivna: " ANTAL-BESKED
          DISPLAY "Arsfil till skatteverket: " WS-KU-FILENAME

          STOP RUN
          .
