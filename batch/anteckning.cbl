       IDENTIFICATION DIVISION.

       PROGRAM-ID. ANTECKNING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT ANTECKNING-FIL ASSIGN "anteckningar.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Anteckningsregistret: en rad per anteckning med plats,
      *> program, affarsdatum och (valfritt) utdatafamiljen - den
      *> generationsstam siffran kommer ur, t.ex. sonar_result_ -
      *> klassning, text, vem som skrev den och nar, och vem som
      *> senast andrade klassningen och nar. KLASS: FORKLARAD,
      *> UTREDS, OMRAKNAD eller STRUKEN. Filen skrivs om fran
      *> tabellen vid varje andring, som incidentregister.txt.
       FD ANTECKNING-FIL.
       01 ANTECKNING-REC.
          05 AT-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 AT-PLATS PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 AT-PROGRAM PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 AT-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 AT-FAMILJ PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 AT-KLASS PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 AT-TEXT PIC X(30).
          05 FILLER PIC X VALUE SPACE.
          05 AT-AV PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 AT-REG-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 AT-REG-TID PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 AT-ANDRAD-AV PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 AT-ANDRAD-DATUM PIC 9(8).

       WORKING-STORAGE SECTION.

      *> Operatorernas anteckningar pa resultat: nar en siffra ar
      *> kand for att vara fel - ett ofullstandigt flode, en givare
      *> pa reparation, en omkorning - har forklaringen hittills
      *> bott i nagons huvud eller i en chatt, och nasta morgon
      *> kommer samma fraga fran tre hall. Har skriver en operator
      *> med driftrollen en anteckning pa programmet och
      *> affarsdatumet (och utdatafamiljen nar bara en av
      *> programmets filer berors) med en klassning, och
      *> anteckningen foljer siffran: DASHBOARD, REGKONTROLLs
      *> rapport, SLUTRAPPORT, skiftoverlamningen (OVERLAMNING)
      *> och overforingen till landkontoret (EXPORT) visar den
      *> bredvid siffran via uppslaget ANTSOK. En forklaring
      *> racker en gang.
      *>
      *> Anteckningen galler platsen i miljovariabeln PLATS, som
      *> resten av sviten.
      *>
      *> Anrop: anteckning <operator> <aktion> [operander]
      *>   NY <program> <datum> <klass> <text> [familj]
      *>                         ny anteckning
      *>   KLASSA <nr> <klass>   ny klassning, t.ex. fran UTREDS
      *>                         till FORKLARAD
      *>   STRYK <nr>            anteckningen galler inte langre
      *>   LISTA [datum]         visa datumets anteckningar
      *>                         (standard: alla som annu UTREDS)
      *> Klass: FORKLARAD, UTREDS (under utredning) eller OMRAKNAD.
      *> LISTA kraver lasrollen, ovriga aktioner driftrollen.
       01 WS-OPERATOR PIC X(8).
       01 WS-AKTION PIC X(8).
       01 WS-OPERAND PIC X(20).
       01 WS-OPERAND-2 PIC X(20).
       01 WS-OPERAND-3 PIC X(20).
       01 WS-TEXT PIC X(30).
       01 WS-FAMILJ PIC X(20).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-KLOCKA PIC 9(8).

       COPY "PLATS.cpy".

       COPY "BEHORIG-PARM.cpy".

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

      *> Giltiga klassningar.
       01 KLASS-KONST.
          05 FILLER PIC X(9) VALUE "FORKLARAD".
          05 FILLER PIC X(9) VALUE "UTREDS".
          05 FILLER PIC X(9) VALUE "OMRAKNAD".
       01 FILLER REDEFINES KLASS-KONST.
          05 KLASS-NAMN PIC X(9) OCCURS 3 TIMES.

       01 KLASS-POS PIC 9.
       01 KLASS-HOLDER PIC X(9).

       01 ANT-ANTAL PIC 9(4) VALUE ZERO.

       01 ANT-TABELL.
          05 ANT-RAD OCCURS 2000 TIMES.
             10 TA-NR PIC 9(5).
             10 TA-PLATS PIC X(4).
             10 TA-PROGRAM PIC X(10).
             10 TA-DATUM PIC 9(8).
             10 TA-FAMILJ PIC X(20).
             10 TA-KLASS PIC X(9).
             10 TA-TEXT PIC X(30).
             10 TA-AV PIC X(8).
             10 TA-REG-DATUM PIC 9(8).
             10 TA-REG-TID PIC 9(6).
             10 TA-ANDRAD-AV PIC X(8).
             10 TA-ANDRAD-DATUM PIC 9(8).

       01 ANT-POS PIC 9(4).
       01 VALD-ANT PIC 9(4).
       01 VALT-NR PIC 9(5).
       01 HOGSTA-NR PIC 9(5) VALUE ZERO.

       01 DATUM-HOLDER PIC 9(8).
       01 ANTAL-LISTADE PIC 9(4) VALUE ZERO.

       01 ANDRAD-SW PIC 9 VALUE ZERO.
          88 ANDRAD VALUE 1.
       01 FUNNEN-SW PIC 9.
          88 FUNNEN VALUE 1.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-REGISTER

          EVALUATE WS-AKTION
             WHEN "NY"
                PERFORM D-NY
             WHEN "KLASSA"
                PERFORM E-KLASSA
             WHEN "STRYK"
                PERFORM F-STRYK
             WHEN "LISTA"
                PERFORM G-LISTA
             WHEN OTHER
                DISPLAY "Okand aktion: " WS-AKTION
                DISPLAY "Giltiga: NY, KLASSA, STRYK, LISTA"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE

          IF ANDRAD
             PERFORM W-SKRIV-REGISTER
          END-IF

          STOP RUN
          .

       B-INIT SECTION.

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          ACCEPT WS-KLOCKA FROM TIME

          COPY "PLATS-LAS.cpy".

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
             ON EXCEPTION
                DISPLAY "Ange operatorssignatur som forsta argument"
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-ACCEPT

          MOVE 2 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-AKTION FROM ARGUMENT-VALUE
             ON EXCEPTION
                DISPLAY "Ange aktion: NY, KLASSA, STRYK eller LISTA"
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-ACCEPT

          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-OPERAND FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-OPERAND
          END-ACCEPT

          MOVE 4 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-OPERAND-2 FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-OPERAND-2
          END-ACCEPT

          MOVE 5 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-OPERAND-3 FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-OPERAND-3
          END-ACCEPT

          MOVE 6 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-TEXT FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-TEXT
          END-ACCEPT

          MOVE 7 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-FAMILJ FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-FAMILJ
          END-ACCEPT

      *> LISTA ar lasning - allt annat andrar det rapporterna visar
      *> och kraver driftrollen.
          MOVE WS-OPERATOR TO BH-OPERATOR

          IF WS-AKTION = "LISTA"
             MOVE "LAS" TO BH-KRAVD-ROLL
          ELSE
             MOVE "DRIFT" TO BH-KRAVD-ROLL
          END-IF

          MOVE "ANTECKNING" TO BH-PROGRAM
          CALL "BEHORIG" USING BEHORIG-PARM

          IF BH-RESULTAT = "N"
             DISPLAY "NEKAD: " WS-OPERATOR " saknar rollen "
                BH-KRAVD-ROLL " for " WS-AKTION
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

       C-LASA-REGISTER SECTION.

          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT ANTECKNING-FIL

          IF IND1-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ ANTECKNING-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
      *> Registret skrivs om fran tabellen - ett tak som tyst
      *> tappade rader vore att stryka anteckningar.
                      IF ANT-ANTAL = 2000
                         DISPLAY "Avbryter - fler an 2000 "
                            "anteckningar i anteckningar.txt"
                         MOVE 1 TO RETURN-CODE
                         STOP RUN
                      END-IF

                      ADD 1 TO ANT-ANTAL
                      MOVE AT-NR TO TA-NR(ANT-ANTAL)
                      MOVE AT-PLATS TO TA-PLATS(ANT-ANTAL)
                      MOVE AT-PROGRAM TO TA-PROGRAM(ANT-ANTAL)
                      MOVE AT-DATUM TO TA-DATUM(ANT-ANTAL)
                      MOVE AT-FAMILJ TO TA-FAMILJ(ANT-ANTAL)
                      MOVE AT-KLASS TO TA-KLASS(ANT-ANTAL)
                      MOVE AT-TEXT TO TA-TEXT(ANT-ANTAL)
                      MOVE AT-AV TO TA-AV(ANT-ANTAL)
                      MOVE AT-REG-DATUM TO TA-REG-DATUM(ANT-ANTAL)
                      MOVE AT-REG-TID TO TA-REG-TID(ANT-ANTAL)
                      MOVE AT-ANDRAD-AV TO TA-ANDRAD-AV(ANT-ANTAL)
                      MOVE AT-ANDRAD-DATUM
                         TO TA-ANDRAD-DATUM(ANT-ANTAL)

                      IF AT-NR > HOGSTA-NR
                         MOVE AT-NR TO HOGSTA-NR
                      END-IF
             END-READ
          END-PERFORM

          CLOSE ANTECKNING-FIL
          .

       D-NY SECTION.

          IF WS-OPERAND = SPACES
                OR WS-OPERAND(11:) NOT = SPACES
             DISPLAY "Ange programmet (hogst tio tecken): "
                WS-OPERAND
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-OPERAND-2 TO WS-OPERAND
          PERFORM S2-PROVA-DATUM

          MOVE FUNCTION UPPER-CASE(WS-OPERAND-3) TO KLASS-HOLDER
          PERFORM S3-PROVA-KLASS

          IF WS-TEXT = SPACES
             DISPLAY "Anteckningen maste ha en text"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          IF ANT-ANTAL = 2000
             DISPLAY "Anteckningsregistret ar fullt"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

      *> Programmet kom i forsta operanden - den ar nu overskriven
      *> av datumet, sa det hamtas om.
          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-OPERAND FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-OPERAND
          END-ACCEPT

          ADD 1 TO HOGSTA-NR
          ADD 1 TO ANT-ANTAL
          MOVE ANT-ANTAL TO VALD-ANT
          INITIALIZE ANT-RAD(VALD-ANT)
          MOVE HOGSTA-NR TO TA-NR(VALD-ANT)
          MOVE PLATS-KOD TO TA-PLATS(VALD-ANT)
          MOVE FUNCTION UPPER-CASE(WS-OPERAND)
             TO TA-PROGRAM(VALD-ANT)
          MOVE DATUM-HOLDER TO TA-DATUM(VALD-ANT)
          MOVE WS-FAMILJ TO TA-FAMILJ(VALD-ANT)
          MOVE KLASS-HOLDER TO TA-KLASS(VALD-ANT)
          MOVE WS-TEXT TO TA-TEXT(VALD-ANT)
          MOVE WS-OPERATOR TO TA-AV(VALD-ANT)
          MOVE WS-RUN-DATE TO TA-REG-DATUM(VALD-ANT)
          MOVE WS-KLOCKA(1:6) TO TA-REG-TID(VALD-ANT)
          MOVE SPACES TO TA-ANDRAD-AV(VALD-ANT)
          MOVE ZERO TO TA-ANDRAD-DATUM(VALD-ANT)

          SET ANDRAD TO TRUE

          DISPLAY "Anteckning " TA-NR(VALD-ANT) ": "
             TA-PROGRAM(VALD-ANT) " " TA-DATUM(VALD-ANT) " "
             TA-KLASS(VALD-ANT) " " TA-TEXT(VALD-ANT)
          .

       E-KLASSA SECTION.

          PERFORM S1-VALJ-ANTECKNING

          MOVE FUNCTION UPPER-CASE(WS-OPERAND-2) TO KLASS-HOLDER
          PERFORM S3-PROVA-KLASS

          MOVE KLASS-HOLDER TO TA-KLASS(VALD-ANT)
          MOVE WS-OPERATOR TO TA-ANDRAD-AV(VALD-ANT)
          MOVE WS-RUN-DATE TO TA-ANDRAD-DATUM(VALD-ANT)

          SET ANDRAD TO TRUE

          DISPLAY "Anteckning " TA-NR(VALD-ANT) " klassad "
             TA-KLASS(VALD-ANT)
          .

       F-STRYK SECTION.

          PERFORM S1-VALJ-ANTECKNING

          MOVE "STRUKEN" TO TA-KLASS(VALD-ANT)
          MOVE WS-OPERATOR TO TA-ANDRAD-AV(VALD-ANT)
          MOVE WS-RUN-DATE TO TA-ANDRAD-DATUM(VALD-ANT)

          SET ANDRAD TO TRUE

          DISPLAY "Anteckning " TA-NR(VALD-ANT) " struken"
          .

       G-LISTA SECTION.

          MOVE ZERO TO DATUM-HOLDER

          IF WS-OPERAND NOT = SPACES
             PERFORM S2-PROVA-DATUM
          END-IF

          PERFORM VARYING ANT-POS FROM 1 BY 1
             UNTIL ANT-POS > ANT-ANTAL

             IF TA-PLATS(ANT-POS) = PLATS-KOD
                   AND TA-KLASS(ANT-POS) NOT = "STRUKEN"
                   AND ((DATUM-HOLDER = ZERO
                         AND TA-KLASS(ANT-POS) = "UTREDS")
                     OR TA-DATUM(ANT-POS) = DATUM-HOLDER)
                ADD 1 TO ANTAL-LISTADE
                DISPLAY "Anteckning " TA-NR(ANT-POS) ": "
                   TA-PROGRAM(ANT-POS) " " TA-DATUM(ANT-POS) " "
                   TA-FAMILJ(ANT-POS) " " TA-KLASS(ANT-POS)
                DISPLAY "   " TA-TEXT(ANT-POS) " (" TA-AV(ANT-POS)
                   " " TA-REG-DATUM(ANT-POS) ")"
             END-IF
          END-PERFORM

          IF ANTAL-LISTADE = ZERO
             DISPLAY "Inga anteckningar"
          ELSE
             DISPLAY "Antal anteckningar: " ANTAL-LISTADE
          END-IF
          .

       S1-VALJ-ANTECKNING SECTION.

          MOVE ZERO TO VALT-NR

          IF WS-OPERAND(1:5) IS NUMERIC
             MOVE WS-OPERAND(1:5) TO VALT-NR
          END-IF

          MOVE ZERO TO VALD-ANT

          PERFORM VARYING ANT-POS FROM 1 BY 1
             UNTIL ANT-POS > ANT-ANTAL OR VALD-ANT NOT = ZERO
             IF TA-NR(ANT-POS) = VALT-NR AND VALT-NR NOT = ZERO
                MOVE ANT-POS TO VALD-ANT
             END-IF
          END-PERFORM

          IF VALD-ANT = ZERO
             DISPLAY "Okand anteckning: " WS-OPERAND
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          IF TA-KLASS(VALD-ANT) = "STRUKEN"
             DISPLAY "Anteckning " TA-NR(VALD-ANT) " ar struken"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *> Affarsdatumet i WS-OPERAND till DATUM-HOLDER.
       S2-PROVA-DATUM SECTION.

          IF WS-OPERAND(1:8) IS NOT NUMERIC
                OR WS-OPERAND(9:) NOT = SPACES
                OR WS-OPERAND(5:2) < "01" OR WS-OPERAND(5:2) > "12"
                OR WS-OPERAND(7:2) < "01" OR WS-OPERAND(7:2) > "31"
             DISPLAY "Ogiltigt datum (YYYYMMDD): " WS-OPERAND
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-OPERAND(1:8) TO DATUM-HOLDER
          .

       S3-PROVA-KLASS SECTION.

          INITIALIZE FUNNEN-SW

          PERFORM VARYING KLASS-POS FROM 1 BY 1
             UNTIL KLASS-POS > 3 OR FUNNEN
             IF KLASS-NAMN(KLASS-POS) = KLASS-HOLDER
                SET FUNNEN TO TRUE
             END-IF
          END-PERFORM

          IF NOT FUNNEN
             DISPLAY "Ogiltig klassning: " KLASS-HOLDER
             DISPLAY "Giltiga: FORKLARAD, UTREDS, OMRAKNAD"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

       W-SKRIV-REGISTER SECTION.

          OPEN OUTPUT ANTECKNING-FIL

          PERFORM VARYING ANT-POS FROM 1 BY 1
             UNTIL ANT-POS > ANT-ANTAL

             MOVE SPACES TO ANTECKNING-REC
             MOVE TA-NR(ANT-POS) TO AT-NR
             MOVE TA-PLATS(ANT-POS) TO AT-PLATS
             MOVE TA-PROGRAM(ANT-POS) TO AT-PROGRAM
             MOVE TA-DATUM(ANT-POS) TO AT-DATUM
             MOVE TA-FAMILJ(ANT-POS) TO AT-FAMILJ
             MOVE TA-KLASS(ANT-POS) TO AT-KLASS
             MOVE TA-TEXT(ANT-POS) TO AT-TEXT
             MOVE TA-AV(ANT-POS) TO AT-AV
             MOVE TA-REG-DATUM(ANT-POS) TO AT-REG-DATUM
             MOVE TA-REG-TID(ANT-POS) TO AT-REG-TID
             MOVE TA-ANDRAD-AV(ANT-POS) TO AT-ANDRAD-AV
             MOVE TA-ANDRAD-DATUM(ANT-POS) TO AT-ANDRAD-DATUM

             WRITE ANTECKNING-REC
          END-PERFORM

          CLOSE ANTECKNING-FIL
          .
