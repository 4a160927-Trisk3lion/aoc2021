       IDENTIFICATION DIVISION.

       PROGRAM-ID. BANKORDER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT ARBETSORDER-FIL ASSIGN DYNAMIC
             WS-ARBETSORDER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ARBETSORDER-FIL.
       COPY "ARBETSORDER-REC.cpy"
           REPLACING ==:PREFIX:== BY ==AO==.

       WORKING-STORAGE SECTION.

      *> Underhallslagets verktyg for sensorbankernas arbetsordrar.
      *> BINBANK oppnar ordern nar banken hamnar pa vaktlistan; har
      *> flyttas den vidare ett steg i taget - OPPEN, TILLDELAD,
      *> UTBYTT, VERIFIERAD - och varje steg signeras med operator
      *> och datum. Stegen kraver rollen DRIFT. En TILLDELAD order
      *> far tilldelas pa nytt, men inget steg far hoppas over.
      *>
      *> Anrop: bankorder [LISTA]
      *>        bankorder TILLDELA <ordernr> <operator>
      *>        bankorder BYTT <ordernr> <operator>
      *>        bankorder VERIFIERA <ordernr> <operator>
       01 WS-AKTION PIC X(9).
       01 WS-ORDER-ARG PIC X(6).
       01 WS-OPERATOR PIC X(8).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-ARBETSORDER-FILENAME PIC X(40).

       COPY "BEHORIG-PARM.cpy".

       COPY "JOURNAL-PARM.cpy".

       01 ORDER-NR-ARG PIC 9(6) VALUE ZERO.

       01 ORDER-ANTAL PIC 9(3) VALUE ZERO.

       01 ORDER-TABELL.
          05 ORDER-BILD PIC X(91) OCCURS 500 TIMES.

       COPY "ARBETSORDER-REC.cpy"
           REPLACING ==:PREFIX:== BY ==OB==.

       01 ORDER-POS PIC 9(3).
       01 ORDER-FUNNEN-POS PIC 9(3) VALUE ZERO.

       01 ANTAL-EJ-VERIFIERADE PIC 9(3) VALUE ZERO.

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
             WHEN "TILLDELA"
             WHEN "BYTT"
             WHEN "VERIFIERA"
                PERFORM E-FLYTTA-ORDER
                PERFORM Y-SKRIV-REGISTER
             WHEN OTHER
                DISPLAY "Okand aktion: " WS-AKTION
                DISPLAY "Giltiga: LISTA, TILLDELA, BYTT, VERIFIERA"
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
          ACCEPT WS-ORDER-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-ORDER-ARG
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

          MOVE SPACES TO WS-ARBETSORDER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binbank_arbetsorder.txt" DELIMITED BY SIZE
              INTO WS-ARBETSORDER-FILENAME

          IF WS-AKTION = "TILLDELA" OR WS-AKTION = "BYTT"
                OR WS-AKTION = "VERIFIERA"
             IF WS-ORDER-ARG = SPACES OR WS-OPERATOR = SPACES
                DISPLAY WS-AKTION " kraver ordernummer och operator"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE FUNCTION NUMVAL(WS-ORDER-ARG) TO ORDER-NR-ARG

             IF ORDER-NR-ARG = ZERO
                DISPLAY "Ogiltigt ordernummer: " WS-ORDER-ARG
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE WS-OPERATOR TO BH-OPERATOR
             MOVE "DRIFT" TO BH-KRAVD-ROLL
             MOVE "BANKORDER" TO BH-PROGRAM
             CALL "BEHORIG" USING BEHORIG-PARM

             IF BH-RESULTAT = "N"
                DISPLAY "NEKAD: " WS-OPERATOR " saknar rollen "
                   "DRIFT for " WS-AKTION
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          .

       C-LASA-REGISTER SECTION.

          OPEN INPUT ARBETSORDER-FIL

          IF IND1-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-REGISTER
                READ ARBETSORDER-FIL
                      AT END
                         SET SLUT-PA-REGISTER TO TRUE
                      NOT AT END
                         IF ORDER-ANTAL = 500
                            DISPLAY "Avbryter - fler an 500 ordrar "
                               "i arbetsorderregistret"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                         END-IF

                         ADD 1 TO ORDER-ANTAL
                         MOVE AO-ARBETSORDER-REC
                            TO ORDER-BILD(ORDER-ANTAL)

                         IF AO-ORDER-NR = ORDER-NR-ARG
                            MOVE ORDER-ANTAL TO ORDER-FUNNEN-POS
                         END-IF
                END-READ
             END-PERFORM

             CLOSE ARBETSORDER-FIL
          END-IF
          .

      *> Listar ordrarna som inte ar verifierade - de som
      *> underhallslaget har kvar att gora.
       D-LISTA SECTION.

          PERFORM VARYING ORDER-POS FROM 1 BY 1
             UNTIL ORDER-POS > ORDER-ANTAL

             MOVE ORDER-BILD(ORDER-POS) TO OB-ARBETSORDER-REC

             IF OB-STATUS NOT = "VERIFIERAD"
                ADD 1 TO ANTAL-EJ-VERIFIERADE
                DISPLAY OB-ORDER-NR " " OB-BANK " " OB-STATUS
                   " oppnad " OB-OPPNAD-DATUM
                   " rattar " OB-RATTELSE-PROMILLE " promille"

                IF OB-TILLDELAD-AV NOT = SPACES
                   DISPLAY "       tilldelad " OB-TILLDELAD-AV
                      " " OB-TILLDELAD-DATUM
                END-IF

                IF OB-BYTT-AV NOT = SPACES
                   DISPLAY "       utbytt    " OB-BYTT-AV
                      " " OB-BYTT-DATUM
                END-IF
             END-IF
          END-PERFORM

          DISPLAY "Ej verifierade ordrar: " ANTAL-EJ-VERIFIERADE
          .

      *> Flyttar ordern ett steg. Stegordningen ar fast: en order
      *> tilldelas (aven pa nytt) medan den ar OPPEN eller
      *> TILLDELAD, byts nar den ar TILLDELAD och verifieras nar
      *> den ar UTBYTT.
       E-FLYTTA-ORDER SECTION.

          IF ORDER-FUNNEN-POS = ZERO
             DISPLAY "Order " ORDER-NR-ARG " finns inte i "
                "arbetsorderregistret"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE ORDER-BILD(ORDER-FUNNEN-POS) TO OB-ARBETSORDER-REC

          EVALUATE WS-AKTION
             WHEN "TILLDELA"
                IF OB-STATUS NOT = "OPPEN"
                      AND OB-STATUS NOT = "TILLDELAD"
                   PERFORM E1-FEL-STATUS
                END-IF
                MOVE "TILLDELAD" TO OB-STATUS
                MOVE WS-OPERATOR TO OB-TILLDELAD-AV
                MOVE WS-RUN-DATE TO OB-TILLDELAD-DATUM
             WHEN "BYTT"
                IF OB-STATUS NOT = "TILLDELAD"
                   PERFORM E1-FEL-STATUS
                END-IF
                MOVE "UTBYTT" TO OB-STATUS
                MOVE WS-OPERATOR TO OB-BYTT-AV
                MOVE WS-RUN-DATE TO OB-BYTT-DATUM
             WHEN "VERIFIERA"
                IF OB-STATUS NOT = "UTBYTT"
                   PERFORM E1-FEL-STATUS
                END-IF
                MOVE "VERIFIERAD" TO OB-STATUS
                MOVE WS-OPERATOR TO OB-VERIFIERAD-AV
                MOVE WS-RUN-DATE TO OB-VERIFIERAD-DATUM
          END-EVALUATE

          MOVE OB-ARBETSORDER-REC TO ORDER-BILD(ORDER-FUNNEN-POS)

          DISPLAY "Order " OB-ORDER-NR " bank " OB-BANK ": "
             OB-STATUS " av " WS-OPERATOR " " WS-RUN-DATE
          .

       E1-FEL-STATUS SECTION.

          DISPLAY "Order " OB-ORDER-NR " ar " OB-STATUS
             " - " WS-AKTION " gar inte i det laget"
          MOVE 1 TO RETURN-CODE
          STOP RUN
          .

      *> Forebild fore omskrivningen och commit-rad efter - dor
      *> korningen halvvags lagger ATERRULLA tillbaka registret.
       Y-SKRIV-REGISTER SECTION.

          MOVE "FORE " TO JN-FUNKTION
          MOVE "BANKORDER" TO JN-PROGRAM
          MOVE WS-ARBETSORDER-FILENAME TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE RETURN-CODE TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM

          IF JN-RESULTAT = "N"
             DISPLAY "Ingen forebild, skrivs inte om: "
                WS-ARBETSORDER-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT ARBETSORDER-FIL

          PERFORM VARYING ORDER-POS FROM 1 BY 1
             UNTIL ORDER-POS > ORDER-ANTAL
             MOVE ORDER-BILD(ORDER-POS) TO AO-ARBETSORDER-REC
             WRITE AO-ARBETSORDER-REC
          END-PERFORM

          CLOSE ARBETSORDER-FIL

          MOVE "KLAR " TO JN-FUNKTION
          MOVE "BANKORDER" TO JN-PROGRAM
          MOVE WS-ARBETSORDER-FILENAME TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE RETURN-CODE TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM

          DISPLAY "Arbetsorderregistret omskrivet: "
             WS-ARBETSORDER-FILENAME
          .
