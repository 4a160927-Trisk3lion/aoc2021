       IDENTIFICATION DIVISION.

       PROGRAM-ID. BINGOSLAPP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT RETUR-FIL ASSIGN DYNAMIC
             WS-RETUR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RETUR-FIL.
       COPY "BINGORETUR-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RR==.

       WORKING-STORAGE SECTION.

      *> Manuellt slapp av hallna bingoutbetalningar. BINGOBET
      *> haller utbetalningar till konton som andrats inom
      *> karenstiden (KARENS-rader i returregistret) och listar dem
      *> pa undantagsrapporten; har granskar en operator med rollen
      *> ADMIN agarens andring och slapper agarens oppna rader, som
      *> da gar med i nasta betalfil. Slappet signeras med operator
      *> och datum i registret.
      *>
      *> Anrop: bingoslapp [LISTA]
      *>        bingoslapp SLAPP <kallnummer> <operator>
       01 WS-AKTION PIC X(9).
       01 WS-KALLA-ARG PIC X(5).
       01 WS-OPERATOR PIC X(8).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-RETUR-FILENAME PIC X(40).

       COPY "BEHORIG-PARM.cpy".

       COPY "JOURNAL-PARM.cpy".

       01 KALLA-NR-ARG PIC 9(5) VALUE ZERO.

       01 RETUR-ANTAL PIC 9(4) VALUE ZERO.

       01 RETUR-TABELL.
          05 RETUR-BILD PIC X(121) OCCURS 5000 TIMES.

       COPY "BINGORETUR-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RB==.

       01 RETUR-POS PIC 9(4).

       01 RETUR-BELOPP PIC 9(9)V9(2).
       01 ANTAL-OPPNA PIC 9(4) VALUE ZERO.
       01 ANTAL-SLAPPTA PIC 9(4) VALUE ZERO.

       01 SLUT-PA-REGISTER-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-REGISTER VALUE 1.

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-REGISTER

          EVALUATE WS-AKTION
             WHEN "LISTA"
                PERFORM D-LISTA
             WHEN "SLAPP"
                PERFORM E-SLAPP
                PERFORM Y-SKRIV-REGISTER
             WHEN OTHER
                DISPLAY "Okand aktion: " WS-AKTION
                DISPLAY "Giltiga: LISTA, SLAPP"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE

          STOP RUN
          .

       B-INIT SECTION.

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-AKTION FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE "LISTA" TO WS-AKTION
          END-ACCEPT

          MOVE 2 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-KALLA-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-KALLA-ARG
          END-ACCEPT

          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-OPERATOR
          END-ACCEPT

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

          MOVE SPACES TO WS-RETUR-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_returer.txt" DELIMITED BY SIZE
              INTO WS-RETUR-FILENAME

          IF WS-AKTION = "SLAPP"
             IF WS-KALLA-ARG = SPACES OR WS-OPERATOR = SPACES
                DISPLAY "SLAPP kraver kallnummer och operator"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE FUNCTION NUMVAL(WS-KALLA-ARG) TO KALLA-NR-ARG

             IF KALLA-NR-ARG = ZERO
                DISPLAY "Ogiltigt kallnummer: " WS-KALLA-ARG
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE WS-OPERATOR TO BH-OPERATOR
             MOVE "ADMIN" TO BH-KRAVD-ROLL
             MOVE "BINGOSLAPP" TO BH-PROGRAM
             CALL "BEHORIG" USING BEHORIG-PARM

             IF BH-RESULTAT = "N"
                DISPLAY "NEKAD: " WS-OPERATOR " saknar rollen "
                   "ADMIN for SLAPP"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          .

       C-LASA-REGISTER SECTION.

          OPEN INPUT RETUR-FIL

          IF IND1-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-REGISTER
                READ RETUR-FIL
                      AT END
                         SET SLUT-PA-REGISTER TO TRUE
                      NOT AT END
                         IF RETUR-ANTAL = 5000
                            DISPLAY "Avbryter - fler an 5000 rader "
                               "i returregistret"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                         END-IF

                         ADD 1 TO RETUR-ANTAL
                         MOVE RR-RETUR-REC TO RETUR-BILD(RETUR-ANTAL)
                END-READ
             END-PERFORM

             CLOSE RETUR-FIL
          END-IF
          .

      *> Listar de utbetalningar som annu inte betalats ut - oppna
      *> rader och slappta som vantar pa nasta betalfil.
       D-LISTA SECTION.

          PERFORM VARYING RETUR-POS FROM 1 BY 1
             UNTIL RETUR-POS > RETUR-ANTAL

             MOVE RETUR-BILD(RETUR-POS) TO RB-RETUR-REC

             IF RB-STATUS = "OPPEN" OR RB-STATUS = "SLAPPT"
                ADD 1 TO ANTAL-OPPNA
                COMPUTE RETUR-BELOPP = RB-BELOPP-ORE / 100
                DISPLAY RB-KALLA-NR " " RB-TYP " " RB-STATUS " "
                   RB-DATUM " belopp " RETUR-BELOPP " - " RB-ORSAK

                IF RB-SLAPPT-AV NOT = SPACES
                   DISPLAY "       slappt " RB-SLAPPT-AV
                      " " RB-SLAPPT-DATUM
                END-IF
             END-IF
          END-PERFORM

          DISPLAY "Ej utbetalda rader: " ANTAL-OPPNA
          .

      *> Slapper kallnumrets alla oppna rader. BINGOBET betalar
      *> KARENS-rader sa snart kontot ar AKTIV; RETUR- och
      *> HALLEN-rader kraver som forut att kontot ar rattat.
       E-SLAPP SECTION.

          PERFORM VARYING RETUR-POS FROM 1 BY 1
             UNTIL RETUR-POS > RETUR-ANTAL

             MOVE RETUR-BILD(RETUR-POS) TO RB-RETUR-REC

             IF RB-KALLA-NR = KALLA-NR-ARG AND RB-STATUS = "OPPEN"
                MOVE "SLAPPT" TO RB-STATUS
                MOVE WS-OPERATOR TO RB-SLAPPT-AV
                MOVE WS-RUN-DATE TO RB-SLAPPT-DATUM
                MOVE RB-RETUR-REC TO RETUR-BILD(RETUR-POS)
                ADD 1 TO ANTAL-SLAPPTA

                COMPUTE RETUR-BELOPP = RB-BELOPP-ORE / 100
                DISPLAY "Slappt: kalla " RB-KALLA-NR " " RB-TYP
                   " belopp " RETUR-BELOPP " av " WS-OPERATOR
             END-IF
          END-PERFORM

          IF ANTAL-SLAPPTA = ZERO
             DISPLAY "Kalla " KALLA-NR-ARG " har inga oppna rader "
                "i returregistret"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *> Forebild fore omskrivningen och commit-rad efter - dor
      *> korningen halvvags lagger ATERRULLA tillbaka registret.
       Y-SKRIV-REGISTER SECTION.

          MOVE "FORE " TO JN-FUNKTION
          MOVE "BINGOSLAPP" TO JN-PROGRAM
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
          MOVE "BINGOSLAPP" TO JN-PROGRAM
          MOVE WS-RETUR-FILENAME TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE RETURN-CODE TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM

          DISPLAY "Returregistret omskrivet: " WS-RETUR-FILENAME
          .
