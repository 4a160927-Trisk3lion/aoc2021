       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT CHECKPOINT-FIL ASSIGN DYNAMIC
             WS-CHECKPOINT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT SONAR-CHECKPUNKT-FIL ASSIGN DYNAMIC
             WS-SONAR-CHECKPUNKT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT SONAR3-HJARTSLAG-FIL ASSIGN DYNAMIC
             WS-HJARTSLAG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT HALL-FIL ASSIGN DYNAMIC WS-HALL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 SDT-NR PIC X(3).
          05 FILLER PIC X(171).

      *> Hallfilen: en rad per hallen strom (eller SLUT for
      *> slutstegen) med vem som satte hallet, nar och varfor.
      *> NATTKORNING och stromskalen laser den vid varje
      *> stegovergang.
       FD HALL-FIL.
       01 HALL-REC.
          05 HL-NAMN PIC X(4).
          05 FILLER PIC X.
          05 HL-OPERATOR PIC X(8).
          05 FILLER PIC X.
          05 HL-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 HL-TID PIC 9(6).
          05 FILLER PIC X.
          05 HL-ORSAK PIC X(30).

       FD KONSOL-LOGG-FIL.
       01 KONSOL-LOGG-REC.
          05 KL-DATUM PIC 9(8).
      *> Anrop: konsol <operator> <aktion> [operand] [orsak]
      *>   VISA            visa bada checkpunkterna
      *>   SATT  <steg>    satt huvudcheckpunkten
      *>                   (000/115/120/130/135/137/140)
      *>   HOPPA <dagN>    markera strommen som genomford (hoppas
      *>                   over) - kraver en orsak
      *>   RENSA3          rensa SONAR3s checkpunkt
      *>   HALL  <dagN>    hall strommen efter pagaende steg (SLUT
      *>                   haller slutstegen) - kraver en orsak
      *>   SLAPP <dagN>    slapp ett hall, strommen fortsatter
       01 WS-OPERATOR PIC X(8).
       01 WS-AKTION PIC X(6).
       01 WS-OPERAND PIC X(8).
          05 IND4-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.

       01 STROM-CHECK-FILENAME PIC X(40).

      *> Konsolen arbetar pa platsen i miljovariabeln PLATS - samma
      *> prefixade restartfiler som den platsens NATTKORNING.
       COPY "PLATS.cpy".
       01 WS-CHECKPOINT-FILENAME PIC X(40).
       01 WS-SONAR-CHECKPUNKT-FILENAME PIC X(40).
       01 WS-HJARTSLAG-FILENAME PIC X(40).
       01 WS-HALL-FILENAME PIC X(40).
       01 STROM-NR PIC 9.

      *> Standardstrommarna och standardstegen - ersatta av
      *> stromdefinitionen nar den finns.
       01 ANTAL-STROMMAR PIC 9 VALUE 6.

       01 STROM-NAMN-TABELL.
          05 STROM-NAMN PIC X(4) OCCURS 9 TIMES.

       01 ANTAL-SLUTSTEG PIC 9(2) VALUE 6.

       01 STEG-NUMMER-TABELL.
          05 STEG-NUMMER PIC 9(3) OCCURS 10 TIMES.
       01 GILTIGT-VALG-SW PIC 9 VALUE ZERO.
          88 GILTIGT-VALG VALUE 1.

      *> Hallfilen i minnet - SLAPP skriver om den utan det
      *> slappta hallet.
       01 HALL-ANTAL PIC 9(2) VALUE ZERO.

       01 HALL-TABELL.
          05 HALL-RAD PIC X(60) OCCURS 20 TIMES.

       01 HALL-POS PIC 9(2).

       01 SLUT-PA-HALL-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-HALL VALUE 1.

       01 HALL-FUNNEN-SW PIC 9 VALUE ZERO.
          88 HALL-FUNNEN VALUE 1.

       COPY "BEHORIG-PARM.cpy".

       PROCEDURE DIVISION.
                PERFORM E-HOPPA-STROM
             WHEN "RENSA3"
                PERFORM F-RENSA-SONAR3
             WHEN "HALL"
                PERFORM G-HALL-STROM
             WHEN "SLAPP"
                PERFORM H-SLAPP-STROM
             WHEN OTHER
                DISPLAY "Okand aktion: " WS-AKTION
                DISPLAY "Giltiga: VISA, SATT, HOPPA, RENSA3, HALL, "
                   "SLAPP"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-AKTION FROM ARGUMENT-VALUE
             ON EXCEPTION
                DISPLAY "Ange aktion: VISA, SATT, HOPPA, RENSA3, "
                   "HALL eller SLAPP"
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-ACCEPT
             ON EXCEPTION MOVE SPACES TO WS-ORSAK
          END-ACCEPT

          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-CHECKPOINT-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_checkpoint.txt" DELIMITED BY SIZE
              INTO WS-CHECKPOINT-FILENAME

          MOVE SPACES TO WS-SONAR-CHECKPUNKT-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar3_checkpoint.dat" DELIMITED BY SIZE
              INTO WS-SONAR-CHECKPUNKT-FILENAME

          MOVE SPACES TO WS-HJARTSLAG-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar3_hjartslag.txt" DELIMITED BY SIZE
              INTO WS-HJARTSLAG-FILENAME

          MOVE SPACES TO WS-HALL-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_hall.txt" DELIMITED BY SIZE
              INTO WS-HALL-FILENAME

          IF PLATS-KOD NOT = SPACES
             DISPLAY "Plats: " PLATS-KOD
          END-IF

          MOVE "dag1" TO STROM-NAMN(1)
          MOVE "dag2" TO STROM-NAMN(2)
          MOVE "dag3" TO STROM-NAMN(3)
          MOVE "dag4" TO STROM-NAMN(4)
          MOVE "dag5" TO STROM-NAMN(5)
          MOVE "dag6" TO STROM-NAMN(6)

          MOVE 115 TO STEG-NUMMER(1)
          MOVE 120 TO STEG-NUMMER(2)
          MOVE 130 TO STEG-NUMMER(3)
          MOVE 135 TO STEG-NUMMER(4)
          MOVE 137 TO STEG-NUMMER(5)
          MOVE 140 TO STEG-NUMMER(6)

          PERFORM B2-LAS-STROMDEFINITION

             UNTIL STROM-NR > ANTAL-STROMMAR

             MOVE SPACES TO STROM-CHECK-FILENAME
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    "batch_checkpoint_" DELIMITED BY SIZE
                    STROM-NAMN(STROM-NR) DELIMITED BY SPACE
                    ".txt" DELIMITED BY SIZE
                 INTO STROM-CHECK-FILENAME
             DISPLAY "SONAR3-hjartslag: ingen fil"
          END-IF

          PERFORM G1-LAS-HALLFIL

          IF HALL-ANTAL = ZERO
             DISPLAY "Hall: inga"
          END-IF

          PERFORM VARYING HALL-POS FROM 1 BY 1
             UNTIL HALL-POS > HALL-ANTAL
             MOVE HALL-RAD(HALL-POS) TO HALL-REC
             DISPLAY "Hall: " HL-NAMN " satt av " HL-OPERATOR
                " " HL-DATUM " kl " HL-TID " - " HL-ORSAK
          END-PERFORM

          MOVE "VISA" TO WS-AKTION
          PERFORM Y-SKRIV-LOGG
          .

      *> Giltiga steg att stalla tillbaka till ar stegserien i
      *> NATTKORNING: 000 (fran borjan) eller ett slutstegs nummer.
       D-SATT-STEG SECTION.

          INITIALIZE GILTIGT-VALG-SW
                MOVE 1 TO RETURN-CODE
             ELSE
                MOVE SPACES TO STROM-CHECK-FILENAME
                STRING PLATS-PREFIX DELIMITED BY SPACE
                       "batch_checkpoint_" DELIMITED BY SIZE
                       WS-OPERAND DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                    INTO STROM-CHECK-FILENAME
          PERFORM Y-SKRIV-LOGG
          .

      *> Ett hall tas vid nasta stegovergang: stromskalet later
      *> pagaende program kora klart och bokfora sin tid, och vantar
      *> sedan; SLUT haller slutstegen fore nasta steg. Inget
      *> avbryts - det ar hela poangen nar en leverantor ringer
      *> klockan 01:00 om en trasig fil.
       G-HALL-STROM SECTION.

          INITIALIZE GILTIGT-VALG-SW

          IF WS-OPERAND = "SLUT"
             SET GILTIGT-VALG TO TRUE
          END-IF

          PERFORM VARYING STROM-NR FROM 1 BY 1
             UNTIL STROM-NR > ANTAL-STROMMAR
             IF WS-OPERAND(1:4) = STROM-NAMN(STROM-NR)
                   AND WS-OPERAND(5:4) = SPACES
                SET GILTIGT-VALG TO TRUE
             END-IF
          END-PERFORM

          IF NOT GILTIGT-VALG
             DISPLAY "Ogiltig strom: " WS-OPERAND
                " (giltiga: stromdefinitionens namn och SLUT)"
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
          END-IF

          IF WS-ORSAK = SPACES
             DISPLAY "HALL kraver en orsak som fjarde argument"
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
          END-IF

          PERFORM G1-LAS-HALLFIL

          IF HALL-FUNNEN
             DISPLAY WS-OPERAND " ar redan hallen av " HL-OPERATOR
                " kl " HL-TID
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
          END-IF

          OPEN EXTEND HALL-FIL

          IF IND7-FILESTATUS = "35"
             OPEN OUTPUT HALL-FIL
          END-IF

          MOVE SPACES TO HALL-REC
          MOVE WS-OPERAND(1:4) TO HL-NAMN
          MOVE WS-OPERATOR TO HL-OPERATOR
          MOVE WS-RUN-DATE TO HL-DATUM
          MOVE WS-KLOCKA(1:6) TO HL-TID
          MOVE WS-ORSAK TO HL-ORSAK
          WRITE HALL-REC

          CLOSE HALL-FIL

          IF WS-OPERAND = "SLUT"
             DISPLAY "Slutstegen halls fore nasta steg"
          ELSE
             DISPLAY "Strom " WS-OPERAND
                " halls efter pagaende steg"
          END-IF

          PERFORM Y-SKRIV-LOGG
          .

      *> Laser hallfilen till tabellen och noterar om operanden
      *> redan ar hallen (HALL-REC lamnas da pa den raden).
       G1-LAS-HALLFIL SECTION.

          MOVE ZERO TO HALL-ANTAL
          INITIALIZE HALL-FUNNEN-SW
          INITIALIZE SLUT-PA-HALL-SW

          OPEN INPUT HALL-FIL

          IF IND7-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-HALL
                READ HALL-FIL
                      AT END
                         SET SLUT-PA-HALL TO TRUE
                      NOT AT END
                         IF HL-NAMN NOT = SPACES
                               AND HALL-ANTAL < 20
                            ADD 1 TO HALL-ANTAL
                            MOVE HALL-REC TO HALL-RAD(HALL-ANTAL)
                            IF HL-NAMN = WS-OPERAND(1:4)
                                  AND WS-OPERAND(5:4) = SPACES
                               SET HALL-FUNNEN TO TRUE
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE HALL-FIL
          END-IF

          IF HALL-FUNNEN
             PERFORM VARYING HALL-POS FROM 1 BY 1
                UNTIL HALL-POS > HALL-ANTAL
                IF HALL-RAD(HALL-POS)(1:4) = WS-OPERAND(1:4)
                   MOVE HALL-RAD(HALL-POS) TO HALL-REC
                END-IF
             END-PERFORM
          END-IF
          .

      *> Att slappa ar att skriva om hallfilen utan raden - nasta
      *> gang stromskalet eller NATTKORNING tittar fortsatter de.
       H-SLAPP-STROM SECTION.

          PERFORM G1-LAS-HALLFIL

          IF NOT HALL-FUNNEN
             DISPLAY "Inget hall for " WS-OPERAND
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
          END-IF

          OPEN OUTPUT HALL-FIL

          PERFORM VARYING HALL-POS FROM 1 BY 1
             UNTIL HALL-POS > HALL-ANTAL
             IF HALL-RAD(HALL-POS)(1:4) NOT = WS-OPERAND(1:4)
                MOVE HALL-RAD(HALL-POS) TO HALL-REC
                WRITE HALL-REC
             END-IF
          END-PERFORM

          CLOSE HALL-FIL

          IF WS-OPERAND = "SLUT"
             DISPLAY "Slutstegen slappta"
          ELSE
             DISPLAY "Strom " WS-OPERAND " slappt"
          END-IF

          PERFORM Y-SKRIV-LOGG
          .

       Y-SKRIV-LOGG SECTION.

          OPEN EXTEND KONSOL-LOGG-FIL
