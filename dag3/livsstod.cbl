       IDENTIFICATION DIVISION.

       PROGRAM-ID. LIVSSTOD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT LIVSSTOD-STATUS-FIL ASSIGN DYNAMIC
             WS-LIVSSTOD-STATUS-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LIVSSTOD-STATUS-FIL.
       COPY "LIVSSTOD-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LS==.

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

       WORKING-STORAGE SECTION.

      *> Livsuppehallets dagsstatus for operatoren: VISA visar
      *> dagens STATUS- och OVERRIDE-rader ur livsstod_status.txt,
      *> OVERRIDE later en operator med rollen DRIFT slappa en ROD
      *> dag for DIVE och DIVE2. En OVERRIDE galler bara mot dagens
      *> senaste STATUS-rad - kors BINARY2 om och dagen ar fortsatt
      *> ROD maste beslutet tas pa nytt. Varje OVERRIDE larmas VARN
      *> till larmcentralen med operatorens signatur.
      *>
      *> Anrop: livsstod [VISA]
      *>        livsstod OVERRIDE <operator>
       01 WS-AKTION PIC X(8).
       01 WS-OPERATOR PIC X(8).
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-LIVSSTOD-STATUS-FILENAME PIC X(40).

       COPY "BEHORIG-PARM.cpy".

       01 IND1-FILESTATUS PIC XX.

       01 SLUT-PA-STATUS-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-STATUS VALUE 1.

       01 DAGENS-STATUS-SW PIC 9 VALUE ZERO.
          88 DAGENS-STATUS-FINNS VALUE 1.

       01 OVERRIDE-SW PIC 9 VALUE ZERO.
          88 OVERRIDE-FINNS VALUE 1.

       01 SENASTE-STATUS-REC PIC X(80).
       01 OVERRIDE-AV PIC X(8).

       01 LIVSSTOD-KLOCKA PIC 9(8).

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-TEXT-HOLDER PIC X(40).
       01 LARM-KLOCKA PIC 9(8).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-DAGENS-STATUS

          EVALUATE WS-AKTION
             WHEN "VISA"
                PERFORM D-VISA
             WHEN "OVERRIDE"
                PERFORM E-OVERRIDE
             WHEN OTHER
                DISPLAY "Okand aktion: " WS-AKTION
                DISPLAY "Anvand VISA eller OVERRIDE"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE

          STOP RUN
          .

       B-INIT SECTION.

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-AKTION FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE "VISA" TO WS-AKTION
          END-ACCEPT

          MOVE 2 TO WS-ARG-NUM
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

          MOVE SPACES TO WS-LIVSSTOD-STATUS-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "livsstod_status.txt" DELIMITED BY SIZE
              INTO WS-LIVSSTOD-STATUS-FILENAME

          IF WS-AKTION = "OVERRIDE"
             IF WS-OPERATOR = SPACES
                DISPLAY "OVERRIDE kraver operator"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE WS-OPERATOR TO BH-OPERATOR
             MOVE "DRIFT" TO BH-KRAVD-ROLL
             MOVE "LIVSSTOD" TO BH-PROGRAM
             CALL "BEHORIG" USING BEHORIG-PARM

             IF BH-RESULTAT = "N"
                DISPLAY "NEKAD: " WS-OPERATOR " saknar rollen "
                   "DRIFT for OVERRIDE"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          .

      *> Hamtar dagens senaste STATUS-rad och om en OVERRIDE lagts
      *> efter den.
       C-LASA-DAGENS-STATUS SECTION.

          OPEN INPUT LIVSSTOD-STATUS-FIL

          IF IND1-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-STATUS
                READ LIVSSTOD-STATUS-FIL
                      AT END
                         SET SLUT-PA-STATUS TO TRUE
                      NOT AT END
                         IF LS-DATUM = WS-RUN-DATE
                            IF LS-TYP = "STATUS"
                               SET DAGENS-STATUS-FINNS TO TRUE
                               MOVE LS-LIVSSTOD-REC
                                  TO SENASTE-STATUS-REC
                               MOVE ZERO TO OVERRIDE-SW
                            ELSE
                            IF LS-TYP = "OVERRIDE"
                                  AND DAGENS-STATUS-FINNS
                               SET OVERRIDE-FINNS TO TRUE
                               MOVE LS-OPERATOR TO OVERRIDE-AV
                            END-IF
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE LIVSSTOD-STATUS-FIL
          END-IF

          IF DAGENS-STATUS-FINNS
             MOVE SENASTE-STATUS-REC TO LS-LIVSSTOD-REC
          END-IF
          .

       D-VISA SECTION.

          IF NOT DAGENS-STATUS-FINNS
             DISPLAY "Ingen livsstodsstatus for " WS-RUN-DATE
          ELSE
             DISPLAY "Livsuppehall " WS-RUN-DATE ": " LS-STATUS
             DISPLAY "  Syre:       " LS-OXYGEN " " LS-OX-STATUS
             DISPLAY "  Koldioxid:  " LS-CO2 " " LS-CO2-STATUS

             IF OVERRIDE-FINNS
                DISPLAY "  OVERRIDE av " OVERRIDE-AV
             END-IF
          END-IF
          .

       E-OVERRIDE SECTION.

          IF NOT DAGENS-STATUS-FINNS
             DISPLAY "Ingen livsstodsstatus for " WS-RUN-DATE
                " - inget att overrida"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          IF LS-STATUS NOT = "ROD"
             DISPLAY "Dagen ar " LS-STATUS " - ingen OVERRIDE behovs"
             STOP RUN
          END-IF

          IF OVERRIDE-FINNS
             DISPLAY "Dagen ar redan overridad av " OVERRIDE-AV
             STOP RUN
          END-IF

          MOVE "OVERRIDE" TO LS-TYP
          MOVE WS-OPERATOR TO LS-OPERATOR
          ACCEPT LIVSSTOD-KLOCKA FROM TIME
          MOVE LIVSSTOD-KLOCKA(1:6) TO LS-KLOCKSLAG

          OPEN EXTEND LIVSSTOD-STATUS-FIL
          WRITE LS-LIVSSTOD-REC
          CLOSE LIVSSTOD-STATUS-FIL

          DISPLAY "OVERRIDE bokford for " WS-RUN-DATE " av "
             WS-OPERATOR

          MOVE "VARN" TO LARM-ALLVAR-HOLDER
          MOVE SPACES TO LARM-TEXT-HOLDER
          STRING "LIVSSTOD ROD OVERRIDE AV " DELIMITED BY SIZE
                 WS-OPERATOR DELIMITED BY SPACE
              INTO LARM-TEXT-HOLDER
          PERFORM Y8-SKRIV-LARM
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
          MOVE "LIVSSTOD  " TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS

          WRITE LC-LARM-REC

          CLOSE LARM-FIL
          .
