       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT DASHBOARD-FIL ASSIGN DYNAMIC
             WS-DASHBOARD-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND9-FILESTATUS.

          SELECT HISTORIK-FIL ASSIGN DYNAMIC
             WS-HISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT PLATSREG-FIL ASSIGN "batch/platsregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLATSREG-FILESTATUS.

          SELECT ALLA-PLATSER-FIL ASSIGN "dashboard_alla_platser.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER PIC X VALUE SPACE.
          05 DJ-FLAGGA PIC X(7).

      *> Anteckningsraden i samma fil: star direkt efter siffran den
      *> galler, med ANM dar dagsraden har sitt varde, och bar
      *> operatorernas klassning och text (se ANTECKNING).
       01 DASHBOARD-ANM-REC.
          05 DA-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 DA-PROGRAM PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 DA-TYP PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 DA-KLASS PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 DA-TEXT PIC X(30).

       FD SONAR-RESULT-LASFIL.
       01 SONAR-RESULT-RAD PIC X(60).

          05 FILLER PIC X VALUE SPACE.
          05 HI-VARDE PIC X(16).

       FD PLATSREG-FIL.
       COPY "PLATSREG-REC.cpy".

      *> Sammanstallningen over alla platser: dagens huvudsiffra per
      *> plats och program, foljd av en ALLA-rad per program med
      *> summan over platserna.
       FD ALLA-PLATSER-FIL.
       01 ALLA-PLATSER-REC.
          05 AP-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 AP-PLATS PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 AP-PROGRAM PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 AP-VARDE PIC X(16).

       WORKING-STORAGE SECTION.

       COPY "GENKAT-PARM.cpy".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-DASHBOARD-FILENAME PIC X(40).
       01 WS-HISTORIK-FILENAME PIC X(40).

       01 WS-SONAR-RESULT-FILENAME PIC X(40).
       01 WS-SONAR3-RESULT-FILENAME PIC X(40).
       01 WS-DIVE-RESULT-FILENAME PIC X(40).

       01 WS-FAKTISKT-VARDE PIC X(16).
       01 WS-PROGRAM-NAMN PIC X(10).
       01 WS-FAMILJ-STEM PIC X(20).

       COPY "ANTSOK-PARM.cpy".

       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-TROSKEL-PARM PIC 9(3) VALUE ZERO.
       01 VARDE-DA PIC X(16).
       01 VARDE-FUNNET-SW PIC 9.
          88 VARDE-FUNNET VALUE 1.

      *> Med argumentet ALLA sammanstalls i stallet varje
      *> registrerad plats egen dashboardfil for affarsdatumet -
      *> platsernas egna dashboardkorningar ska alltsa ha gatt
      *> forst.
       01 WS-LAGE-ARG PIC X(4).

       01 ALLA-PLATSER-SW PIC 9 VALUE ZERO.
          88 ALLA-PLATSER VALUE 1.

       COPY "PLATSREG.cpy".

       01 IND10-FILESTATUS PIC XX.

       01 SLUT-PA-DASHBOARD-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DASHBOARD VALUE 1.

       01 PLATS-PROG-ANTAL PIC 9(2) VALUE ZERO.

       01 PLATS-PROG-TABELL.
          05 PLATS-PROG-RAD OCCURS 30 TIMES.
             10 PP-PROGRAM PIC X(10).
             10 PP-VARDE PIC X(16).

       01 TOTAL-ANTAL PIC 9(2) VALUE ZERO.

       01 TOTAL-TABELL.
          05 TOTAL-RAD OCCURS 30 TIMES.
             10 TT-PROGRAM PIC X(10).
             10 TT-SUMMA PIC 9(16).

       01 PROG-POS PIC 9(2).
       01 TOTAL-POS PIC 9(2).
       01 PROG-FUNNEN-SW PIC 9.
          88 PROG-FUNNEN VALUE 1.
       01 PLATS-VARDE PIC 9(16).
       01 TOTAL-EDIT PIC Z(15)9.
       01 ANTAL-SAKNADE-PLATSER PIC 9(2) VALUE ZERO.
       01 TAL-NU PIC 9(16).
       01 TAL-DA PIC 9(16).
       01 TAL-DIFF PIC 9(16).

          PERFORM B-INIT

          IF ALLA-PLATSER
             PERFORM G-ALLA-PLATSER
             STOP RUN
          END-IF

          PERFORM D010-LAS-SONAR
          PERFORM D020-LAS-SONAR3
          PERFORM D030-LAS-DIVE
       B-INIT SECTION.

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-LAGE-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-LAGE-ARG
          END-ACCEPT

          IF WS-LAGE-ARG = "ALLA"
             SET ALLA-PLATSER TO TRUE
          ELSE
             DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
             ACCEPT WS-TROSKEL-PARM FROM ARGUMENT-VALUE
                ON EXCEPTION MOVE ZERO TO WS-TROSKEL-PARM
             END-ACCEPT

             IF WS-TROSKEL-PARM NOT = ZERO
                MOVE WS-TROSKEL-PARM TO JMF-TROSKEL
             END-IF
          END-IF

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          IF ALLA-PLATSER
             EXIT SECTION
          END-IF

          MOVE SPACES TO WS-DASHBOARD-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dashboard_resultat.txt" DELIMITED BY SIZE
              INTO WS-DASHBOARD-FILENAME

          MOVE SPACES TO WS-HISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dashboard_historik.txt" DELIMITED BY SIZE
              INTO WS-HISTORIK-FILENAME

          MOVE "SOK" TO GK-FUNKTION
          MOVE "DASHBOARD" TO GK-PROGRAM
          MOVE "sonar_result_" TO GK-STEM
             CLOSE SONAR-RESULT-LASFIL

             MOVE "SONAR" TO WS-PROGRAM-NAMN
             MOVE "sonar_result_" TO WS-FAMILJ-STEM
             PERFORM E-SKRIV-DASHBOARD-RAD
          ELSE
             DISPLAY "SONAR: ingen resultatfil idag, hoppar over"
             CLOSE SONAR3-RESULT-LASFIL

             MOVE "SONAR3" TO WS-PROGRAM-NAMN
             MOVE "sonar3_result_" TO WS-FAMILJ-STEM
             PERFORM E-SKRIV-DASHBOARD-RAD
          ELSE
             DISPLAY "SONAR3: ingen resultatfil idag, hoppar over"
             CLOSE DIVE-RESULT-LASFIL

             MOVE "DIVE" TO WS-PROGRAM-NAMN
             MOVE "dive_result_" TO WS-FAMILJ-STEM
             PERFORM E-SKRIV-DASHBOARD-RAD
          ELSE
             DISPLAY "DIVE: ingen resultatfil idag, hoppar over"
             CLOSE BINARY2-RESULT-LASFIL

             MOVE "BINARY2" TO WS-PROGRAM-NAMN
             MOVE "binary2_result_" TO WS-FAMILJ-STEM
             PERFORM E-SKRIV-DASHBOARD-RAD
          ELSE
             DISPLAY "BINARY2: ingen resultatfil idag, hoppar over"
             CLOSE HYDRO-RESULT-LASFIL

             MOVE "HYDRO" TO WS-PROGRAM-NAMN
             MOVE "hydro_result_" TO WS-FAMILJ-STEM
             PERFORM E-SKRIV-DASHBOARD-RAD
          ELSE
             DISPLAY "HYDRO: ingen resultatfil idag, hoppar over"
             CLOSE LEKCYKEL-RESULT-LASFIL

             MOVE "LEKCYKEL" TO WS-PROGRAM-NAMN
             MOVE "lekcykel_result_" TO WS-FAMILJ-STEM
             PERFORM E-SKRIV-DASHBOARD-RAD
          ELSE
             DISPLAY "LEKCYKEL: ingen resultatfil idag, hoppar over"
             CLOSE FLOTTLINJE-RESULT-LASFIL

             MOVE "FLOTTLINJE" TO WS-PROGRAM-NAMN
             MOVE "flottlinje_result_" TO WS-FAMILJ-STEM
             PERFORM E-SKRIV-DASHBOARD-RAD
          ELSE
             DISPLAY "FLOTTLINJE: ingen resultatfil idag, "

          WRITE DASHBOARD-REC

          PERFORM E1-SKRIV-ANTECKNING

          OPEN EXTEND HISTORIK-FIL

          IF IND7-FILESTATUS = "35"
          DISPLAY WS-PROGRAM-NAMN ": tillagd i dashboard_resultat.txt"
          .

      *> Har en operator antecknat siffran - for programmet och
      *> dagen, eller for just den har utdatafamiljen - star
      *> anteckningen pa raden under, sa att den som laser
      *> dashboarden ser forklaringen bredvid siffran.
       E1-SKRIV-ANTECKNING SECTION.

          MOVE WS-PROGRAM-NAMN TO AN-PROGRAM
          MOVE WS-RUN-DATE TO AN-DATUM
          MOVE WS-FAMILJ-STEM TO AN-FAMILJ
          MOVE PLATS-KOD TO AN-PLATS
          CALL "ANTSOK" USING ANTSOK-PARM

          IF AN-RESULTAT = "J"
             MOVE SPACES TO DASHBOARD-ANM-REC
             MOVE WS-RUN-DATE TO DA-RUN-DATE
             MOVE WS-PROGRAM-NAMN TO DA-PROGRAM
             MOVE "ANM" TO DA-TYP
             MOVE AN-KLASS TO DA-KLASS
             MOVE AN-TEXT TO DA-TEXT
             WRITE DASHBOARD-ANM-REC

             DISPLAY WS-PROGRAM-NAMN ": antecknad " AN-KLASS " "
                AN-TEXT
          END-IF
          .

      *> Veckojamforelsen: varje programs huvudsiffra i dag stalls
      *> mot historikens varde en vecka respektive fyra veckor
      *> tillbaka. Driftmotet gar pa "vad har andrats sedan forra
          WRITE DASHBOARD-JMF-REC
          .

      *> Sammanstallningen over alla platser: for varje plats i
      *> platsregistret lases platsens dashboardfil, och den SISTA
      *> dagsraden per program galler (som i EXPORT). Varje plats
      *> rader skrivs med platskoden, och numeriska varden summeras
      *> per program till ALLA-raderna sist. En plats utan
      *> dashboardfil far en SAKNAS-rad sa att luckan syns.
       G-ALLA-PLATSER SECTION.

          COPY "PLATSREG-LAS.cpy".

          OPEN EXTEND ALLA-PLATSER-FIL

          IF IND10-FILESTATUS = "35"
             OPEN OUTPUT ALLA-PLATSER-FIL
          END-IF

          PERFORM VARYING PLATSREG-POS FROM 1 BY 1
             UNTIL PLATSREG-POS > PLATSREG-ANTAL
             PERFORM G1-LAS-PLATS
          END-PERFORM

          PERFORM VARYING TOTAL-POS FROM 1 BY 1
             UNTIL TOTAL-POS > TOTAL-ANTAL
             MOVE SPACES TO ALLA-PLATSER-REC
             MOVE WS-RUN-DATE TO AP-RUN-DATE
             MOVE "ALLA" TO AP-PLATS
             MOVE TT-PROGRAM(TOTAL-POS) TO AP-PROGRAM
             MOVE TT-SUMMA(TOTAL-POS) TO TOTAL-EDIT
             MOVE TOTAL-EDIT TO AP-VARDE
             WRITE ALLA-PLATSER-REC
          END-PERFORM

          CLOSE ALLA-PLATSER-FIL

          DISPLAY "Alla platser sammanstallda i "
             "dashboard_alla_platser.txt: " PLATSREG-ANTAL
             " platser, " ANTAL-SAKNADE-PLATSER " utan dashboard"
          .

       G1-LAS-PLATS SECTION.

          MOVE SPACES TO WS-DASHBOARD-FILENAME
          STRING PT-PREFIX(PLATSREG-POS) DELIMITED BY SPACE
                 "dashboard_resultat.txt" DELIMITED BY SIZE
              INTO WS-DASHBOARD-FILENAME

          MOVE ZERO TO PLATS-PROG-ANTAL
          INITIALIZE SLUT-PA-DASHBOARD-SW

          OPEN INPUT DASHBOARD-FIL

          IF IND1-FILESTATUS NOT = "00"
             ADD 1 TO ANTAL-SAKNADE-PLATSER
             DISPLAY "Plats " PT-KOD(PLATSREG-POS)
                ": ingen dashboardfil " WS-DASHBOARD-FILENAME(1:30)
             MOVE SPACES TO ALLA-PLATSER-REC
             MOVE WS-RUN-DATE TO AP-RUN-DATE
             MOVE PT-KOD(PLATSREG-POS) TO AP-PLATS
             MOVE "DASHBOARD" TO AP-PROGRAM
             MOVE "SAKNAS" TO AP-VARDE
             WRITE ALLA-PLATSER-REC
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-DASHBOARD
             READ DASHBOARD-FIL
                   AT END
                      SET SLUT-PA-DASHBOARD TO TRUE
                   NOT AT END
                      IF DB-RUN-DATE = WS-RUN-DATE
                            AND DB-VARDE(1:3) NOT = "JMF"
                            AND DB-VARDE(1:3) NOT = "ANM"
                         PERFORM G2-SPARA-PLATSRAD
                      END-IF
             END-READ
          END-PERFORM

          CLOSE DASHBOARD-FIL

          PERFORM VARYING PROG-POS FROM 1 BY 1
             UNTIL PROG-POS > PLATS-PROG-ANTAL
             MOVE SPACES TO ALLA-PLATSER-REC
             MOVE WS-RUN-DATE TO AP-RUN-DATE
             MOVE PT-KOD(PLATSREG-POS) TO AP-PLATS
             MOVE PP-PROGRAM(PROG-POS) TO AP-PROGRAM
             MOVE PP-VARDE(PROG-POS) TO AP-VARDE
             WRITE ALLA-PLATSER-REC

             MOVE PP-PROGRAM(PROG-POS) TO WS-PROGRAM-NAMN
             MOVE PP-VARDE(PROG-POS) TO WS-FAKTISKT-VARDE
             PERFORM G3-SUMMERA
          END-PERFORM
          .

      *> Sista raden per program vinner - en omkorning samma dag
      *> lamnar tva uppsattningar dagsrader i platsens fil.
       G2-SPARA-PLATSRAD SECTION.

          INITIALIZE PROG-FUNNEN-SW

          PERFORM VARYING PROG-POS FROM 1 BY 1
             UNTIL PROG-POS > PLATS-PROG-ANTAL OR PROG-FUNNEN
             IF PP-PROGRAM(PROG-POS) = DB-PROGRAM
                SET PROG-FUNNEN TO TRUE
                MOVE DB-VARDE TO PP-VARDE(PROG-POS)
             END-IF
          END-PERFORM

          IF NOT PROG-FUNNEN AND PLATS-PROG-ANTAL < 30
             ADD 1 TO PLATS-PROG-ANTAL
             MOVE DB-PROGRAM TO PP-PROGRAM(PLATS-PROG-ANTAL)
             MOVE DB-VARDE TO PP-VARDE(PLATS-PROG-ANTAL)
          END-IF
          .

       G3-SUMMERA SECTION.

          MOVE ZERO TO PLATS-VARDE

          IF WS-FAKTISKT-VARDE(1:1) >= "0"
                AND WS-FAKTISKT-VARDE(1:1) <= "9"
             COMPUTE PLATS-VARDE =
                FUNCTION NUMVAL(WS-FAKTISKT-VARDE)
          END-IF

          INITIALIZE PROG-FUNNEN-SW

          PERFORM VARYING TOTAL-POS FROM 1 BY 1
             UNTIL TOTAL-POS > TOTAL-ANTAL OR PROG-FUNNEN
             IF TT-PROGRAM(TOTAL-POS) = WS-PROGRAM-NAMN
                SET PROG-FUNNEN TO TRUE
                ADD PLATS-VARDE TO TT-SUMMA(TOTAL-POS)
             END-IF
          END-PERFORM

          IF NOT PROG-FUNNEN AND TOTAL-ANTAL < 30
             ADD 1 TO TOTAL-ANTAL
             MOVE WS-PROGRAM-NAMN TO TT-PROGRAM(TOTAL-ANTAL)
             MOVE PLATS-VARDE TO TT-SUMMA(TOTAL-ANTAL)
          END-IF
          .

       N-AVSLUTA SECTION.

          CLOSE DASHBOARD-FIL
