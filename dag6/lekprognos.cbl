       IDENTIFICATION DIVISION.

       PROGRAM-ID. LEKPROGNOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT GENKAT-FIL ASSIGN "generationskatalog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT LEKCYKEL-RESULT-LASFIL ASSIGN DYNAMIC
             WS-RESULT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT LEKCYKEL-KURVA-LASFIL ASSIGN DYNAMIC
             WS-KURVA-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT PROGNOS-MASTER-FIL ASSIGN DYNAMIC
             WS-PROGNOS-MASTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT PROGNOS-RAPPORT-FIL ASSIGN DYNAMIC
             WS-RAPPORT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Den centrala parameterleken: en rad per program och
      *> nyckelord ("PROGRAM NYCKEL VARDE"). Varden har foretrade
      *> fore positionsargumenten, varje tillampad rad ekas vid
      *> korningens borjan, och ett okant nyckelord eller ett varde
      *> utanfor sitt intervall stoppar korningen innan nagon
      *> behandling skett - kvallens korning ska kunna aterskapas
      *> fran sitt ekade deck.
       FD PARAMDECK-FIL.
       01 PARAMDECK-REC.
          05 PD-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 PD-NYCKEL PIC X(12).
          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

      *> Samma postlayout som KATALOG-REC i GENKAT.
       FD GENKAT-FIL.
       01 GENKAT-REC.
          05 KAT-STEM PIC X(20).
          05 FILLER PIC X.
          05 KAT-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 KAT-GEN PIC 9(2).
          05 FILLER PIC X.
          05 KAT-FILNAMN PIC X(40).
          05 FILLER PIC X.
          05 KAT-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 KAT-TID PIC 9(6).
          05 FILLER PIC X.
          05 KAT-PLATS PIC X(4).

      *> Samma postlayout som LEKCYKEL-RESULT-REC i LEKCYKEL.
       FD LEKCYKEL-RESULT-LASFIL.
       01 LEKCYKEL-RESULT-LASREC.
          05 LK-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 LK-POPULATION PIC 9(16).
          05 FILLER PIC X.
          05 LK-DAGAR PIC 9(3).
          05 FILLER PIC X.
          05 LK-ANTAL-INLASTA PIC 9(6).
          05 FILLER PIC X.
          05 LK-CENSUS PIC 9(18).

      *> Samma postlayout som LEKCYKEL-KURVA-REC i LEKCYKEL. Den
      *> avslutande SIG-raden har inget numeriskt datum och hoppas
      *> over.
       FD LEKCYKEL-KURVA-LASFIL.
       01 LEKCYKEL-KURVA-LASREC.
          05 KU-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 KU-DAG PIC 9(3).
          05 FILLER PIC X.
          05 KU-POPULATION PIC 9(18).

      *> Prognosfacit: en rad per tidigare kurva och maldag - nar
      *> kurvan gjordes, vilken dag den spadde, hur manga dagar
      *> fram, vad den spadde, vad inrakningen sedan visade och
      *> felet i procent av utfallet (positivt = overskattning).
      *> En omkorning av samma dag ersatter dagens rader i stallet
      *> for att dubbelbokfora dem.
       FD PROGNOS-MASTER-FIL.
       01 PROGNOS-MASTER-REC.
          05 PM-PROGNOSDATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 PM-MALDATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 PM-HORISONT PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 PM-PROGNOS PIC 9(18).
          05 FILLER PIC X VALUE SPACE.
          05 PM-UTFALL PIC 9(18).
          05 FILLER PIC X VALUE SPACE.
          05 PM-FEL-PROCENT PIC S9(5)V99 SIGN LEADING SEPARATE.

      *> Traffsakerheten per horisont over hela facit: antal
      *> jamforelser, medelvardet av det absoluta felet och av det
      *> tecknade felet (systematisk over- eller underskattning).
       FD PROGNOS-RAPPORT-FIL.
       01 PROGNOS-RAPPORT-REC.
          05 PR-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 PR-HORISONT PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 PR-ANTAL PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 PR-MEDEL-ABS PIC Z(4)9,99.
          05 FILLER PIC X VALUE SPACE.
          05 PR-MEDEL-FEL PIC -(5)9,99.

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

       WORKING-STORAGE SECTION.

       01 PDECK-FILESTATUS PIC XX.
       01 SLUT-PA-DECK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DECK VALUE 1.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "GENKAT-PARM.cpy".
       COPY "SIGILL-PARM.cpy".

      *> Toleransen i hela procent for endagsprognosens absoluta
      *> fel. Ar felet storre gar ett VARN-larm till larmcentralen -
      *> redan ett dygn fram ska kurvan halla.
       01 TOLERANS PIC 9(3) VALUE 10.

      *> Dagens utfall ur LEKCYKELs resultatfil. Saknas filen eller
      *> faltet (en resultatfil fran fore inrakningsfaltet) gors
      *> ingen jamforelse, men rapporten gors anda pa facit.
       01 UTFALL PIC 9(18) VALUE ZERO.
       01 UTFALL-SW PIC 9 VALUE ZERO.
          88 UTFALL-FINNS VALUE 1.

      *> Tidigare kurvor ur generationskatalogen: en rad per
      *> prognosdag med den senaste generationen - en omkorning
      *> ersatter kvallens forsta kurva. Horisonten ryms i tre
      *> siffror, sa hogst 999 dagar bakat.
       01 ANTAL-KURVOR PIC 9(3) VALUE ZERO.
       01 KURVA-POS PIC 9(3).
       01 KURVA-TABELL.
          05 KURVA-RAD OCCURS 999 TIMES.
             10 KT-DATUM PIC 9(8).
             10 KT-GEN PIC 9(2).
             10 KT-FILNAMN PIC X(40).

       01 DAGNR-IDAG PIC 9(8).
       01 HORISONT PIC 9(4).
       01 PROGNOS PIC 9(18).
       01 FEL-PROCENT PIC S9(5)V99.

       01 PROGNOS-SW PIC 9.
          88 PROGNOS-FUNNEN VALUE 1.

       01 DAG1-SW PIC 9 VALUE ZERO.
          88 DAG1-FINNS VALUE 1.
       01 DAG1-FEL PIC S9(5)V99.
       01 DAG1-ABS-FEL PIC 9(5)V99.
       01 DAG1-EDIT PIC -(5)9,99.

      *> Facit i sin helhet medan dagens rader ersatts.
       01 MASTER-ANTAL PIC 9(5) VALUE ZERO.

       01 MASTER-TABELL.
          05 MASTER-BILD PIC X(68) OCCURS 50000 TIMES.

       01 MASTER-POS PIC 9(5).

      *> Summorna per horisont for rapporten.
       01 HORISONT-TABELL.
          05 HORISONT-RAD OCCURS 999 TIMES.
             10 HZ-ANTAL PIC 9(6).
             10 HZ-SUMMA-ABS PIC 9(11)V99.
             10 HZ-SUMMA-FEL PIC S9(11)V99.

       01 HZ-POS PIC 9(4).
       01 MEDEL-ABS PIC 9(5)V99.
       01 MEDEL-FEL PIC S9(5)V99.

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       01 ANTAL-JAMFORDA PIC 9(6) VALUE ZERO.
       01 ANTAL-SAKNADE PIC 9(6) VALUE ZERO.
       01 ANTAL-BRUTNA-SIGILL PIC 9(6) VALUE ZERO.
       01 ANTAL-HORISONTER PIC 9(6) VALUE ZERO.

       01 WS-RESULT-FILENAME PIC X(40).
       01 WS-KURVA-FILENAME PIC X(40).
       01 WS-RAPPORT-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-PROGNOS-MASTER-FILENAME PIC X(40).

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-TEXT-HOLDER PIC X(40).
       01 LARM-KLOCKA PIC 9(8).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-UTFALL
          PERFORM D-LASA-MASTER
          PERFORM E-LASA-KATALOG
          PERFORM F-JAMFOR-PROGNOSER
          PERFORM G-SKRIV-MASTER
          PERFORM H-SKRIV-RAPPORT
          PERFORM I-PROVA-TOLERANS
          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
          COPY "PLATS-LAS.cpy".

          PERFORM B0-LAS-PARAMETERDECK

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

          MOVE SPACES TO WS-PROGNOS-MASTER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "lekprognos_master.txt" DELIMITED BY SIZE
              INTO WS-PROGNOS-MASTER-FILENAME

          COMPUTE DAGNR-IDAG = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

          MOVE "SOK" TO GK-FUNKTION
          MOVE "LEKCYKEL" TO GK-PROGRAM
          MOVE "lekcykel_result_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-RESULT-FILENAME

          MOVE "NY " TO GK-FUNKTION
          MOVE "LEKPROGNOS" TO GK-PROGRAM
          MOVE "lekprognos_rapport_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-RAPPORT-FILENAME

          INITIALIZE HORISONT-TABELL
          .

      *> Hamtar dagens inraknade bestand ur nattens resultatfil.
       C-LASA-UTFALL SECTION.

          MOVE "PROVA" TO SG-FUNKTION
          MOVE WS-RESULT-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          IF SG-RESULTAT = "N"
             ADD 1 TO ANTAL-BRUTNA-SIGILL
             DISPLAY "BRUTET SIGILL: " WS-RESULT-FILENAME
             DISPLAY "Dagens utfall anvands inte"
             EXIT SECTION
          END-IF

          OPEN INPUT LEKCYKEL-RESULT-LASFIL

          IF IND2-FILESTATUS NOT = "00"
             DISPLAY "Ingen resultatfil for " WS-RUN-DATE
                " - ingen prognos att stamma av"
             EXIT SECTION
          END-IF

          READ LEKCYKEL-RESULT-LASFIL
                AT END
                   MOVE SPACES TO LEKCYKEL-RESULT-LASREC
          END-READ

          CLOSE LEKCYKEL-RESULT-LASFIL

          IF LK-CENSUS IS NOT NUMERIC
             DISPLAY "Resultatfilen saknar inrakningsfalt - "
                "ingen prognos att stamma av"
             EXIT SECTION
          END-IF

          IF LK-CENSUS = ZERO
             DISPLAY "Dagens inrakning ar noll - felet i procent "
                "gar inte att rakna"
             EXIT SECTION
          END-IF

          MOVE LK-CENSUS TO UTFALL
          SET UTFALL-FINNS TO TRUE

          DISPLAY "Dagens utfall: " UTFALL
          .

      *> Laser in facit. Har dagen ett utfall faller dagens gamla
      *> rader bort - de ersatts av nattens jamforelser.
       D-LASA-MASTER SECTION.

          OPEN INPUT PROGNOS-MASTER-FIL

          IF IND4-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW
             PERFORM UNTIL SLUT-PA-FIL
                READ PROGNOS-MASTER-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF PM-MALDATUM = WS-RUN-DATE
                               AND UTFALL-FINNS
                            CONTINUE
                         ELSE
                            PERFORM D1-LAGG-I-TABELL
                         END-IF
                END-READ
             END-PERFORM
             CLOSE PROGNOS-MASTER-FIL
          ELSE
             DISPLAY "Inget prognosfacit annu - skapas nu"
          END-IF
          .

       D1-LAGG-I-TABELL SECTION.

          IF MASTER-ANTAL = 50000
             DISPLAY "Avbryter - fler an 50000 rader i "
                "prognosfacit"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO MASTER-ANTAL
          MOVE PROGNOS-MASTER-REC TO MASTER-BILD(MASTER-ANTAL)
          .

      *> Samlar nattens tidigare kurvor ur generationskatalogen -
      *> samma direktlasning som HARKOMST gor. Kurvor fran i dag
      *> och framat, och aldre an 999 dagar, ar inte prognoser for
      *> dagens utfall.
       E-LASA-KATALOG SECTION.

          IF NOT UTFALL-FINNS
             EXIT SECTION
          END-IF

          OPEN INPUT GENKAT-FIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Ingen generationskatalog"
             EXIT SECTION
          END-IF

          INITIALIZE SLUT-PA-FIL-SW
          PERFORM UNTIL SLUT-PA-FIL
             READ GENKAT-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF KAT-STEM = "lekcykel_kurva_"
                            AND KAT-PLATS = PLATS-KOD
                            AND KAT-DATUM IS NUMERIC
                            AND KAT-DATUM < WS-RUN-DATE
                         COMPUTE HORISONT = DAGNR-IDAG
                            - FUNCTION INTEGER-OF-DATE(KAT-DATUM)
                         IF HORISONT <= 999
                            PERFORM E1-LAGRA-KURVA
                         END-IF
                      END-IF
             END-READ
          END-PERFORM

          CLOSE GENKAT-FIL
          .

       E1-LAGRA-KURVA SECTION.

          PERFORM VARYING KURVA-POS FROM 1 BY 1
             UNTIL KURVA-POS > ANTAL-KURVOR
                OR KT-DATUM(KURVA-POS) = KAT-DATUM
             CONTINUE
          END-PERFORM

          IF KURVA-POS > ANTAL-KURVOR
             ADD 1 TO ANTAL-KURVOR
             MOVE ANTAL-KURVOR TO KURVA-POS
             MOVE KAT-DATUM TO KT-DATUM(KURVA-POS)
             MOVE ZERO TO KT-GEN(KURVA-POS)
          END-IF

          IF KAT-GEN > KT-GEN(KURVA-POS)
             MOVE KAT-GEN TO KT-GEN(KURVA-POS)
             MOVE KAT-FILNAMN TO KT-FILNAMN(KURVA-POS)
          END-IF
          .

      *> Slar upp varje kurvas prognos for i dag (raden vars dag
      *> ar avstandet fran kurvans datum) och bokfor den mot
      *> utfallet. En kurva som inte langre finns, som inte nar sa
      *> langt eller vars sigill ar brutet raknas inte.
       F-JAMFOR-PROGNOSER SECTION.

          PERFORM VARYING KURVA-POS FROM 1 BY 1
             UNTIL KURVA-POS > ANTAL-KURVOR
             PERFORM F1-JAMFOR-EN-KURVA
          END-PERFORM
          .

       F1-JAMFOR-EN-KURVA SECTION.

          MOVE KT-FILNAMN(KURVA-POS) TO WS-KURVA-FILENAME
          COMPUTE HORISONT = DAGNR-IDAG
             - FUNCTION INTEGER-OF-DATE(KT-DATUM(KURVA-POS))

          MOVE "PROVA" TO SG-FUNKTION
          MOVE WS-KURVA-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          IF SG-RESULTAT = "N"
             ADD 1 TO ANTAL-BRUTNA-SIGILL
             DISPLAY "BRUTET SIGILL: " WS-KURVA-FILENAME
             EXIT SECTION
          END-IF

          OPEN INPUT LEKCYKEL-KURVA-LASFIL

          IF IND3-FILESTATUS NOT = "00"
             ADD 1 TO ANTAL-SAKNADE
             DISPLAY "Kurvan saknas: " WS-KURVA-FILENAME
             EXIT SECTION
          END-IF

          INITIALIZE PROGNOS-SW
          INITIALIZE SLUT-PA-FIL-SW
          PERFORM UNTIL SLUT-PA-FIL OR PROGNOS-FUNNEN
             READ LEKCYKEL-KURVA-LASFIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF KU-RUN-DATE IS NUMERIC
                            AND KU-DAG = HORISONT
                         MOVE KU-POPULATION TO PROGNOS
                         SET PROGNOS-FUNNEN TO TRUE
                      END-IF
             END-READ
          END-PERFORM

          CLOSE LEKCYKEL-KURVA-LASFIL

          IF NOT PROGNOS-FUNNEN
             EXIT SECTION
          END-IF

          COMPUTE FEL-PROCENT ROUNDED =
             (PROGNOS - UTFALL) * 100 / UTFALL
             ON SIZE ERROR
                MOVE 99999,99 TO FEL-PROCENT
          END-COMPUTE

          MOVE SPACES TO PROGNOS-MASTER-REC
          MOVE KT-DATUM(KURVA-POS) TO PM-PROGNOSDATUM
          MOVE WS-RUN-DATE TO PM-MALDATUM
          MOVE HORISONT TO PM-HORISONT
          MOVE PROGNOS TO PM-PROGNOS
          MOVE UTFALL TO PM-UTFALL
          MOVE FEL-PROCENT TO PM-FEL-PROCENT
          PERFORM D1-LAGG-I-TABELL
          ADD 1 TO ANTAL-JAMFORDA

          IF HORISONT = 1
             MOVE FEL-PROCENT TO DAG1-FEL
             SET DAG1-FINNS TO TRUE
          END-IF
          .

      *> Skriver om facit nar nattens jamforelser har ersatt dagens
      *> rader.
       G-SKRIV-MASTER SECTION.

          IF NOT UTFALL-FINNS
             EXIT SECTION
          END-IF

          OPEN OUTPUT PROGNOS-MASTER-FIL

          MOVE IND4-FILESTATUS TO WS-FILSTATUS
          MOVE "PROGNOS-MASTER-FIL" TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          PERFORM VARYING MASTER-POS FROM 1 BY 1
             UNTIL MASTER-POS > MASTER-ANTAL
             MOVE MASTER-BILD(MASTER-POS) TO PROGNOS-MASTER-REC
             WRITE PROGNOS-MASTER-REC
          END-PERFORM

          CLOSE PROGNOS-MASTER-FIL
          .

      *> Summerar hela facit per horisont och skriver en rad per
      *> horisont som har nagon jamforelse.
       H-SKRIV-RAPPORT SECTION.

          PERFORM VARYING MASTER-POS FROM 1 BY 1
             UNTIL MASTER-POS > MASTER-ANTAL
             MOVE MASTER-BILD(MASTER-POS) TO PROGNOS-MASTER-REC
             IF PM-HORISONT IS NUMERIC
                   AND PM-HORISONT NOT = ZERO
                   AND PM-FEL-PROCENT IS NUMERIC
                MOVE PM-HORISONT TO HZ-POS
                ADD 1 TO HZ-ANTAL(HZ-POS)
                ADD PM-FEL-PROCENT TO HZ-SUMMA-FEL(HZ-POS)
                IF PM-FEL-PROCENT < ZERO
                   SUBTRACT PM-FEL-PROCENT FROM HZ-SUMMA-ABS(HZ-POS)
                ELSE
                   ADD PM-FEL-PROCENT TO HZ-SUMMA-ABS(HZ-POS)
                END-IF
             END-IF
          END-PERFORM

          OPEN OUTPUT PROGNOS-RAPPORT-FIL

          MOVE IND5-FILESTATUS TO WS-FILSTATUS
          MOVE "PROGNOS-RAPPORT-FIL" TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          PERFORM VARYING HZ-POS FROM 1 BY 1 UNTIL HZ-POS > 999
             IF HZ-ANTAL(HZ-POS) > ZERO
                PERFORM H1-SKRIV-EN-HORISONT
             END-IF
          END-PERFORM

          CLOSE PROGNOS-RAPPORT-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-RAPPORT-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM
          .

       H1-SKRIV-EN-HORISONT SECTION.

          COMPUTE MEDEL-ABS ROUNDED =
             HZ-SUMMA-ABS(HZ-POS) / HZ-ANTAL(HZ-POS)
             ON SIZE ERROR
                MOVE 99999,99 TO MEDEL-ABS
          END-COMPUTE
          COMPUTE MEDEL-FEL ROUNDED =
             HZ-SUMMA-FEL(HZ-POS) / HZ-ANTAL(HZ-POS)
             ON SIZE ERROR
                MOVE 99999,99 TO MEDEL-FEL
          END-COMPUTE

          MOVE SPACES TO PROGNOS-RAPPORT-REC
          MOVE WS-RUN-DATE TO PR-RUN-DATE
          MOVE HZ-POS TO PR-HORISONT
          MOVE HZ-ANTAL(HZ-POS) TO PR-ANTAL
          MOVE MEDEL-ABS TO PR-MEDEL-ABS
          MOVE MEDEL-FEL TO PR-MEDEL-FEL

          WRITE PROGNOS-RAPPORT-REC
          ADD 1 TO ANTAL-HORISONTER

          DISPLAY "Horisont " HZ-POS ": " HZ-ANTAL(HZ-POS)
             " jamforelser, medelfel " PR-MEDEL-ABS " %"
          .

      *> Endagsprognosen ar den kortaste och ska vara den sakraste -
      *> slar den over toleransen ar modellen ur kurs.
       I-PROVA-TOLERANS SECTION.

          IF NOT DAG1-FINNS
             EXIT SECTION
          END-IF

          IF DAG1-FEL < ZERO
             COMPUTE DAG1-ABS-FEL = ZERO - DAG1-FEL
          ELSE
             MOVE DAG1-FEL TO DAG1-ABS-FEL
          END-IF

          MOVE DAG1-FEL TO DAG1-EDIT
          DISPLAY "Endagsprognosens fel: " DAG1-EDIT " %"

          IF DAG1-ABS-FEL > TOLERANS
             DISPLAY "Endagsfelet over toleransen " TOLERANS " %"

             MOVE "VARN" TO LARM-ALLVAR-HOLDER
             MOVE SPACES TO LARM-TEXT-HOLDER
             STRING "LEKPROGNOS 1-DAGSFEL" DELIMITED BY SIZE
                    DAG1-EDIT DELIMITED BY SIZE
                    " % OVER TOL" DELIMITED BY SIZE
                 INTO LARM-TEXT-HOLDER
             PERFORM Y8-SKRIV-LARM
          END-IF
          .

       N-AVSLUTA SECTION.

          DISPLAY "Jamforda prognoser i natt: " ANTAL-JAMFORDA
          IF ANTAL-SAKNADE NOT = ZERO
             DISPLAY "Saknade kurvor: " ANTAL-SAKNADE
          END-IF
          IF ANTAL-BRUTNA-SIGILL NOT = ZERO
             DISPLAY "Brutna sigill: " ANTAL-BRUTNA-SIGILL
          END-IF
          IF UTFALL-FINNS
             DISPLAY "Prognosfacit uppdaterat: lekprognos_master.txt"
          END-IF
          DISPLAY "Traffsakerhetsrapport skriven: "
             WS-RAPPORT-FILENAME

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
          MOVE "LEKPROGNOS" TO LC-PROGRAM
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
          MOVE "LEKPROGNOS" TO RA-PROGRAM
          MOVE WS-RESULT-FILENAME TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          STRING "TOL=" DELIMITED BY SIZE
                 TOLERANS DELIMITED BY SIZE
              INTO RA-PARAMETRAR
          MOVE ANTAL-KURVOR TO RA-ANTAL-IN
          COMPUTE RA-ANTAL-AVVISADE =
             ANTAL-SAKNADE + ANTAL-BRUTNA-SIGILL
          MOVE ANTAL-JAMFORDA TO RA-ANTAL-SKRIVNA
          IF RETURN-CODE >= 0 AND RETURN-CODE <= 999
             MOVE RETURN-CODE TO RA-RETURKOD
          ELSE
             MOVE 999 TO RA-RETURKOD
          END-IF
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .

       B0-LAS-PARAMETERDECK SECTION.

          OPEN INPUT PARAMDECK-FIL

          IF PDECK-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-DECK
                READ PARAMDECK-FIL
                      AT END
                         SET SLUT-PA-DECK TO TRUE
                      NOT AT END
                         IF PD-PROGRAM = "LEKPROGNOS"
                            PERFORM B0A-TILLAMPA-PARAMETER
                         END-IF
                END-READ
             END-PERFORM

             CLOSE PARAMDECK-FIL
          END-IF
          .

       B0A-TILLAMPA-PARAMETER SECTION.

          DISPLAY "PARM " PD-PROGRAM " " PD-NYCKEL " = " PD-VARDE

          EVALUATE PD-NYCKEL
             WHEN "TOLERANS"
                IF PD-VARDE(1:3) IS NOT NUMERIC
                      OR PD-VARDE(1:3) = "000"
                   DISPLAY "Ogiltigt varde for TOLERANS: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:3) TO TOLERANS
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-EVALUATE
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
