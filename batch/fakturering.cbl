       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT KORNINGSAUDIT-FIL ASSIGN "korningsaudit.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS KX-NYCKEL
          ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
             WITH DUPLICATES
           FILE STATUS IS IND1-FILESTATUS.

          SELECT TAXEKORT-FIL ASSIGN "batch/taxekort.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT RESKONTRA-FIL ASSIGN "kundreskontra.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD KORNINGSAUDIT-FIL.
       COPY "KORNINGSINDEX-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KX==.

      *> Operatorernas taxekort: en rad per fakturerbart program
      *> med enhetstaxan (kronor med tva decimaler per behandlad
          05 FILLER PIC X.
          05 TK-MINIMUM PIC 9(5)V9(2).

      *> Fakturaraderna: en rad per plats och fakturerbart program
      *> med periodens nettovolym (avvisade poster debiteras inte),
      *> taxan och beloppet, en PLATS-rad med platsens delsumma,
      *> darefter en MINIMUM-rad per program vars samlade belopp
      *> over alla platser understiger minimibeloppet, SUMMA-raden
      *> for alla platser och sist, nar kunden har fakturor i
      *> kundreskontran som ar flaggade som forfallna, en
      *> FORFALL-rad med antalet sadana fakturor och vad som
      *> aterstar att betala pa dem (ingar inte i SUMMA).
      *> Periodnumret gor att en omfakturerad manad ersatter rent.
       FD FAKTURA-FIL.
       01 FAKTURA-REC.
          05 FA-PERIOD PIC 9(6).
          05 FA-BELOPP PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 FA-ANMARKNING PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 FA-PLATS PIC X(4).

      *> Faktureringsregistret: en rad per fakturerad period och
      *> periodnummer med status - GALLER for den senaste, ERSATT
          05 FILLER PIC X VALUE SPACE.
          05 FG-STATUS PIC X(6).

      *> Samma postlayout som RESKONTRA-REC i RESKONTRA.
       FD RESKONTRA-FIL.
       01 RESKONTRA-REC.
          05 KR-REFERENS PIC X(12).
          05 FILLER PIC X.
          05 KR-TYP PIC X(7).
          05 FILLER PIC X.
          05 KR-PERIOD PIC 9(6).
          05 FILLER PIC X.
          05 KR-PERIODNR PIC 9(3).
          05 FILLER PIC X.
          05 KR-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 KR-FORFALLO PIC 9(8).
          05 FILLER PIC X.
          05 KR-BELOPP PIC 9(9)V9(2).
          05 FILLER PIC X.
          05 KR-BETALT PIC 9(9)V9(2).
          05 FILLER PIC X.
          05 KR-STATUS PIC X(9).
          05 FILLER PIC X.
          05 KR-PAMINNELSE PIC 9.
          05 FILLER PIC X.
          05 KR-FLAGGA PIC X.
          05 FILLER PIC X.
          05 KR-SENAST-BET PIC 9(8).

       WORKING-STORAGE SECTION.

      *> Faktureringen: kunden betalar per behandlad lasning och
      *> ANTAL-IN-talen i ett kalkylark. Har aggregeras periodens
      *> auditvolymer per fakturerbart program - netto efter
      *> avvisade - mot taxekortet, med minimibelopp per program.
      *> Auditraderna bar platskoden, sa volymerna delas upp per
      *> plats (fartyg) och fakturan visar varje plats for sig med
      *> alla platsers total sist.
      *>
      *> Anrop: fakturering <YYYYMM>
       01 WS-PERIOD-X PIC X(6).
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.

       01 TAXA-ANTAL PIC 9(2) VALUE ZERO.

       01 TAXA-TABELL.

       01 REG-POS PIC 9(3).

       01 FP-ANTAL PIC 9 VALUE ZERO.

       01 FP-TABELL.
          05 FP-RAD OCCURS 9 TIMES.
             10 FP-KOD PIC X(4).
             10 FP-VOLYM PIC 9(9) OCCURS 20 TIMES.
             10 FP-SUMMA-VOLYM PIC 9(9).
             10 FP-BELOPP PIC 9(9)V9(2).

       01 FP-POS PIC 9(2).
       01 FP-FUNNEN-SW PIC 9.
          88 FP-FUNNEN VALUE 1.

       01 PROGRAM-BELOPP PIC 9(9)V9(2).

       01 FORFALL-ANTAL PIC 9(9) VALUE ZERO.
       01 FORFALL-BELOPP PIC 9(9)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       A-MAIN SECTION.
             STOP RUN
          END-IF

      *> Perioden ar ett sammanhangande nyckelintervall - lasningen
      *> startar pa periodens forsta dag och slutar vid nasta
      *> period.
          MOVE LOW-VALUES TO KX-NYCKEL
          MOVE WS-PERIOD-X TO KX-NYCKEL(1:6)

          START KORNINGSAUDIT-FIL KEY >= KX-NYCKEL
             INVALID KEY
                SET SLUT-PA-FIL TO TRUE
          END-START

          PERFORM UNTIL SLUT-PA-FIL
             READ KORNINGSAUDIT-FIL NEXT
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF KX-NYCKEL(1:6) NOT = WS-PERIOD-X
                         SET SLUT-PA-FIL TO TRUE
                      ELSE
                         MOVE KX-RAD TO RA-KORNINGSAUDIT-REC
                         PERFORM E1-RAKNA-IN-AUDITRAD
                      END-IF
             END-READ
      *> avvisade, aldrig under noll.
       E1-RAKNA-IN-AUDITRAD SECTION.

          PERFORM E2-HITTA-PLATS

          INITIALIZE TAXA-FUNNEN-SW

          PERFORM VARYING TAXA-POS FROM 1 BY 1

                IF NETTO-VOLYM > ZERO
                   ADD NETTO-VOLYM TO TA-VOLYM(TAXA-POS)
                   ADD NETTO-VOLYM TO FP-VOLYM(FP-POS, TAXA-POS)
                   ADD NETTO-VOLYM TO FP-SUMMA-VOLYM(FP-POS)
                END-IF
             END-IF
          END-PERFORM
          .

      *> FP-POS pekar pa auditradens plats - en plats som inte
      *> setts forut laggs till. Blank plats ar den ursprungliga.
       E2-HITTA-PLATS SECTION.

          INITIALIZE FP-FUNNEN-SW

          PERFORM VARYING FP-POS FROM 1 BY 1
             UNTIL FP-POS > FP-ANTAL OR FP-FUNNEN
             IF FP-KOD(FP-POS) = RA-PLATS
                SET FP-FUNNEN TO TRUE
             END-IF
          END-PERFORM

          IF FP-FUNNEN
             SUBTRACT 1 FROM FP-POS
             EXIT SECTION
          END-IF

          IF FP-ANTAL = 9
             DISPLAY "Avbryter - fler an 9 platser i periodens "
                "korningsaudit"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO FP-ANTAL
          MOVE FP-ANTAL TO FP-POS
          INITIALIZE FP-RAD(FP-POS)
          MOVE RA-PLATS TO FP-KOD(FP-POS)
          .

       F-SKRIV-FAKTURA SECTION.

          MOVE SPACES TO WS-FAKTURA-FILENAME

          OPEN OUTPUT FAKTURA-FIL

      *> Utan auditrader i perioden faktureras den ursprungliga
      *> platsen - minimibeloppen galler anda.
          IF FP-ANTAL = ZERO
             MOVE 1 TO FP-ANTAL
             INITIALIZE FP-RAD(1)
             MOVE SPACES TO FP-KOD(1)
          END-IF

          PERFORM VARYING FP-POS FROM 1 BY 1
             UNTIL FP-POS > FP-ANTAL
             PERFORM F1-SKRIV-PLATS
          END-PERFORM

          PERFORM VARYING TAXA-POS FROM 1 BY 1
             UNTIL TAXA-POS > TAXA-ANTAL
             PERFORM F2-SKRIV-MINIMUM
          END-PERFORM

          MOVE SPACES TO FAKTURA-REC
          MOVE WS-PERIOD TO FA-PERIOD
          MOVE PERIODNR TO FA-PERIODNR
          MOVE "SUMMA" TO FA-TYP
          MOVE SPACES TO FA-PROGRAM
          MOVE ZERO TO FA-VOLYM
          MOVE ZERO TO FA-TAXA
          MOVE SUMMA-BELOPP TO FA-BELOPP
          WRITE FAKTURA-REC

          PERFORM F3-SKRIV-FORFALLET

          CLOSE FAKTURA-FIL

          DISPLAY "Fakturarader skrivna: " WS-FAKTURA-FILENAME
          DISPLAY "Periodens summa, alla platser: " SUMMA-BELOPP
          .

      *> Kundreskontrans flaggade fakturor - forfallna langre an
      *> RESKONTRAs FLAGGADAGAR - paminns om pa den nya fakturan.
       F3-SKRIV-FORFALLET SECTION.

          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT RESKONTRA-FIL

          IF IND5-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ RESKONTRA-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF KR-FLAGGA = "J"
                            AND (KR-STATUS = "OPPEN"
                              OR KR-STATUS = "DELBETALD")
                         ADD 1 TO FORFALL-ANTAL
                         COMPUTE FORFALL-BELOPP = FORFALL-BELOPP
                            + KR-BELOPP - KR-BETALT
                      END-IF
             END-READ
          END-PERFORM

          CLOSE RESKONTRA-FIL

          IF FORFALL-ANTAL = ZERO
             EXIT SECTION
          END-IF

          MOVE SPACES TO FAKTURA-REC
          MOVE WS-PERIOD TO FA-PERIOD
          MOVE PERIODNR TO FA-PERIODNR
          MOVE "FORFALL" TO FA-TYP
          MOVE SPACES TO FA-PROGRAM
          MOVE FORFALL-ANTAL TO FA-VOLYM
          MOVE ZERO TO FA-TAXA
          MOVE FORFALL-BELOPP TO FA-BELOPP
          MOVE "FORFALLN" TO FA-ANMARKNING
          WRITE FAKTURA-REC

          DISPLAY "Forfallna fakturor flaggade pa fakturan: "
             FORFALL-ANTAL " aterstar " FORFALL-BELOPP
          .

      *> En plats: en rad per fakturerbart program och platsens
      *> delsumma.
       F1-SKRIV-PLATS SECTION.

          MOVE ZERO TO FP-BELOPP(FP-POS)

          DISPLAY "Plats " FP-KOD(FP-POS) ":"

          PERFORM VARYING TAXA-POS FROM 1 BY 1
             UNTIL TAXA-POS > TAXA-ANTAL

             COMPUTE RAD-BELOPP =
                FP-VOLYM(FP-POS, TAXA-POS) * TA-TAXA(TAXA-POS)

             ADD RAD-BELOPP TO FP-BELOPP(FP-POS)
             ADD RAD-BELOPP TO SUMMA-BELOPP

             MOVE SPACES TO FAKTURA-REC
             MOVE PERIODNR TO FA-PERIODNR
             MOVE "RAD" TO FA-TYP
             MOVE TA-PROGRAM(TAXA-POS) TO FA-PROGRAM
             MOVE FP-VOLYM(FP-POS, TAXA-POS) TO FA-VOLYM
             MOVE TA-TAXA(TAXA-POS) TO FA-TAXA
             MOVE RAD-BELOPP TO FA-BELOPP
             MOVE SPACES TO FA-ANMARKNING
             MOVE FP-KOD(FP-POS) TO FA-PLATS

             WRITE FAKTURA-REC

             DISPLAY "  " TA-PROGRAM(TAXA-POS) ": volym "
                FP-VOLYM(FP-POS, TAXA-POS) " belopp " RAD-BELOPP
          END-PERFORM

          MOVE SPACES TO FAKTURA-REC
          MOVE WS-PERIOD TO FA-PERIOD
          MOVE PERIODNR TO FA-PERIODNR
          MOVE "PLATS" TO FA-TYP
          MOVE SPACES TO FA-PROGRAM
          MOVE FP-SUMMA-VOLYM(FP-POS) TO FA-VOLYM
          MOVE ZERO TO FA-TAXA
          MOVE FP-BELOPP(FP-POS) TO FA-BELOPP
          MOVE SPACES TO FA-ANMARKNING
          MOVE FP-KOD(FP-POS) TO FA-PLATS
          WRITE FAKTURA-REC

          DISPLAY "  Platsens summa: " FP-BELOPP(FP-POS)
          .

      *> Minimibeloppet ar programmets, inte platsens: understiger
      *> det samlade beloppet over alla platser minimum fylls
      *> skillnaden upp pa en egen rad.
       F2-SKRIV-MINIMUM SECTION.

          COMPUTE PROGRAM-BELOPP =
             TA-VOLYM(TAXA-POS) * TA-TAXA(TAXA-POS)

          IF PROGRAM-BELOPP NOT < TA-MINIMUM(TAXA-POS)
             EXIT SECTION
          END-IF

          COMPUTE RAD-BELOPP =
             TA-MINIMUM(TAXA-POS) - PROGRAM-BELOPP
          MOVE "MINIMUM" TO ANMARKNING-W

          ADD RAD-BELOPP TO SUMMA-BELOPP

          MOVE SPACES TO FAKTURA-REC
          MOVE WS-PERIOD TO FA-PERIOD
          MOVE PERIODNR TO FA-PERIODNR
          MOVE "MINIMUM" TO FA-TYP
          MOVE TA-PROGRAM(TAXA-POS) TO FA-PROGRAM
          MOVE TA-VOLYM(TAXA-POS) TO FA-VOLYM
          MOVE TA-TAXA(TAXA-POS) TO FA-TAXA
          MOVE RAD-BELOPP TO FA-BELOPP
          MOVE ANMARKNING-W TO FA-ANMARKNING
          MOVE SPACES TO FA-PLATS

          WRITE FAKTURA-REC

          DISPLAY TA-PROGRAM(TAXA-POS) ": under minimum, "
             "utfyllnad " RAD-BELOPP
          .

       G-SKRIV-REGISTER SECTION.
