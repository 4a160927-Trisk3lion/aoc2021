       IDENTIFICATION DIVISION.

       PROGRAM-ID. HYDROFLYTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

           SELECT FALT-HISTORIK-FIL ASSIGN DYNAMIC
              WS-FALT-HISTORIK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND1-FILESTATUS.

           SELECT KORRIDOR-LASFIL ASSIGN DYNAMIC
              WS-KORRIDOR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND2-FILESTATUS.

           SELECT FLYTT-RAPPORT-FIL ASSIGN DYNAMIC
              WS-FLYTT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND3-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Samma postlayout som PARAMDECK-REC i HYDRO.
       FD PARAMDECK-FIL.
       01 PARAMDECK-REC.
          05 PD-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 PD-NYCKEL PIC X(12).
          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

      *> Samma postlayout som FALT-HISTORIK-REC i HYDROFALT.
       FD FALT-HISTORIK-FIL.
       01 FALT-HISTORIK-REC.
          05 FH-FALT-ID PIC X(5).
          05 FILLER PIC X.
          05 FH-SURVEY-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 FH-CENTRUM-X PIC 9(4).
          05 FILLER PIC X.
          05 FH-CENTRUM-Y PIC 9(4).
          05 FILLER PIC X.
          05 FH-MIN-X PIC 9(4).
          05 FILLER PIC X.
          05 FH-MAX-X PIC 9(4).
          05 FILLER PIC X.
          05 FH-MIN-Y PIC 9(4).
          05 FILLER PIC X.
          05 FH-MAX-Y PIC 9(4).
          05 FILLER PIC X.
          05 FH-ANTAL-CELLER PIC 9(6).
          05 FILLER PIC X.
          05 FH-TOPP-VARDE PIC 9(2).

      *> HYDROs korridorextrakt: S for saker cell, X for osaker.
       FD KORRIDOR-LASFIL.
       01 KORRIDOR-LASFIL-REC PIC X(1000).

      *> Flyttrapporten: en rad per falt - hur manga surveyer
      *> fonstret spanner och mellan vilka datum, faltets senaste
      *> tyngdpunkt och hur langt den flyttat i x och y over
      *> fonstret, cellantal och topp med sina forandringar, samt
      *> antal dagar tills den framskrivna banan nar korridoren
      *> (--- om inte inom horisonten) och flaggan KORRIDOR.
       FD FLYTT-RAPPORT-FIL.
       01 FLYTT-RAPPORT-REC.
          05 FM-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 FM-FALT-ID PIC X(5).
          05 FILLER PIC X.
          05 FM-SURVEYER PIC 9(3).
          05 FILLER PIC X.
          05 FM-FORST-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 FM-SENAST-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 FM-CENTRUM-X PIC 9(4).
          05 FILLER PIC X.
          05 FM-CENTRUM-Y PIC 9(4).
          05 FILLER PIC X.
          05 FM-FLYTT-X PIC S9(4) SIGN LEADING SEPARATE.
          05 FILLER PIC X.
          05 FM-FLYTT-Y PIC S9(4) SIGN LEADING SEPARATE.
          05 FILLER PIC X.
          05 FM-CELLER PIC 9(6).
          05 FILLER PIC X.
          05 FM-CELLER-ANDRING PIC S9(6) SIGN LEADING SEPARATE.
          05 FILLER PIC X.
          05 FM-TOPP PIC 9(2).
          05 FILLER PIC X.
          05 FM-TOPP-ANDRING PIC S9(2) SIGN LEADING SEPARATE.
          05 FILLER PIC X.
          05 FM-DAGAR-TILL-KORRIDOR PIC X(3).
          05 FILLER PIC X.
          05 FM-FLAGGA PIC X(8).

       WORKING-STORAGE SECTION.

      *> Faltvandring och tillvaxt. HYDROFALT lagger varje korning
      *> en rad per falt i falthistoriken; har jamfors varje falts
      *> senaste FLYTT-SURVEYER surveyer: tyngdpunktens flytt,
      *> cellantalets och toppens forandring fran fonstrets forsta
      *> till dess sista survey. Flytten per dag skrivs fram fran
      *> faltets senaste survey dag for dag upp till HORISONT
      *> dagar, och faltets senaste utstrackning, forskjuten langs
      *> banan, provas mot de sakra cellerna i HYDROs
      *> korridorextrakt. Nar den forsta gangen tacker en saker
      *> cell flaggas faltet - ett falt som ror sig ar ett
      *> planeringsproblem veckor innan det blir en hetpunkt.
      *> Koordinaterna ar gridkartans, samma som korridorens.
      *>
      *> Anrop: hydroflytt [surveyer] [horisont] [korridorfil]
      *> Parameterleken: HYDROFLYTT SURVEYER nnn och
      *> HYDROFLYTT HORISONT nnn.
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-FALT-HISTORIK-FILENAME PIC X(40).
       01 WS-KORRIDOR-FILENAME PIC X(100).
       01 WS-FLYTT-FILENAME PIC X(40).

       01 PDECK-FILESTATUS PIC XX.
       01 SLUT-PA-DECK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       01 FLYTT-SURVEYER PIC 9(3) VALUE 5.
       01 HORISONT-DAGAR PIC 9(3) VALUE 28.

      *> Historikraderna i lasordning; LOPNR avgor vilken rad som
      *> galler nar samma falt och datum skrivits mer an en gang.
       01 HIST-ANTAL PIC 9(5) VALUE ZERO.
       01 HIST-TABELL.
          05 HIST-RAD OCCURS 0 TO 20000 TIMES
                DEPENDING ON HIST-ANTAL
                INDEXED BY HIST-INDEX.
             10 HI-FALT-ID PIC X(5).
             10 HI-DATUM PIC 9(8).
             10 HI-LOPNR PIC 9(5).
             10 HI-CENTRUM-X PIC 9(4).
             10 HI-CENTRUM-Y PIC 9(4).
             10 HI-MIN-X PIC 9(4).
             10 HI-MAX-X PIC 9(4).
             10 HI-MIN-Y PIC 9(4).
             10 HI-MAX-Y PIC 9(4).
             10 HI-CELLER PIC 9(6).
             10 HI-TOPP PIC 9(2).

      *> Ett falts surveyer, en per datum, aldst forst.
       01 SURVEY-ANTAL PIC 9(5).
       01 SURVEY-TABELL.
          05 SURVEY-POS-RAD PIC 9(5) OCCURS 20000 TIMES.

       01 GRUPP-START PIC 9(5).
       01 GRUPP-SLUT PIC 9(5).
       01 HIST-POS PIC 9(5).
       01 FORST-POS PIC 9(5).
       01 SENAST-POS PIC 9(5).
       01 FONSTER-ANTAL PIC 9(5).

      *> Korridoren som kumulativ summa: KS(y + 2, x + 2) ar antalet
      *> sakra celler i rektangeln (0,0)-(x,y), sa att varje
      *> framskriven utstrackning provas med fyra uppslag.
       01 KORRIDOR-RADER PIC 9(4) VALUE ZERO.
       01 KORRIDOR-KOL PIC 9(4).
       01 KORRIDOR-AKTIV-SW PIC 9 VALUE ZERO.
          88 KORRIDOR-AKTIV VALUE 1.
       01 KORRIDOR-SUMMA-TABELL.
          05 KS-RAD OCCURS 1001 TIMES.
             10 KS-KOL PIC 9(7) OCCURS 1001 TIMES.
       01 KS-CELL PIC 9.
       01 ANTAL-SAKRA-CELLER PIC 9(7) VALUE ZERO.

       01 DAGAR-I-FONSTER PIC 9(5).
       01 FLYTT-X PIC S9(4).
       01 FLYTT-Y PIC S9(4).
       01 HASTIGHET-X PIC S9(4)V9(4).
       01 HASTIGHET-Y PIC S9(4)V9(4).
       01 PROJ-DAG PIC 9(4).
       01 PROJ-DX PIC S9(6).
       01 PROJ-DY PIC S9(6).
       01 BOX-MIN-X PIC S9(6).
       01 BOX-MAX-X PIC S9(6).
       01 BOX-MIN-Y PIC S9(6).
       01 BOX-MAX-Y PIC S9(6).
       01 BOX-SAKRA PIC S9(8).
       01 KORRIDOR-NADD-SW PIC 9.
          88 KORRIDOR-NADD VALUE 1.

       01 ANTAL-FALT PIC 9(4) VALUE ZERO.
       01 ANTAL-FLAGGADE PIC 9(4) VALUE ZERO.

      *> Resultatraderna, sorterade sa att de flaggade falten med
      *> kortast tid till korridoren kommer forst.
       01 RESULTAT-ANTAL PIC 9(4) VALUE ZERO.
       01 RESULTAT-TABELL.
          05 RESULTAT-RAD OCCURS 0 TO 5000 TIMES
                DEPENDING ON RESULTAT-ANTAL
                INDEXED BY RESULTAT-INDEX.
             10 RS-DAGAR PIC 9(4).
             10 RS-FALT-ID PIC X(5).
             10 RS-SURVEYER PIC 9(3).
             10 RS-FORST-DATUM PIC 9(8).
             10 RS-SENAST-DATUM PIC 9(8).
             10 RS-CENTRUM-X PIC 9(4).
             10 RS-CENTRUM-Y PIC 9(4).
             10 RS-FLYTT-X PIC S9(4).
             10 RS-FLYTT-Y PIC S9(4).
             10 RS-CELLER PIC 9(6).
             10 RS-CELLER-ANDRING PIC S9(6).
             10 RS-TOPP PIC 9(2).
             10 RS-TOPP-ANDRING PIC S9(2).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-INIT
           PERFORM C-LASA-HISTORIK
           PERFORM D-LASA-KORRIDOR
           PERFORM E-GRANSKA-FALT
           PERFORM H-SKRIV-RAPPORT
           PERFORM Z9-SKRIV-KORNINGSAUDIT

           STOP RUN
           .

       B-INIT SECTION.

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT FLYTT-SURVEYER FROM ARGUMENT-VALUE
              ON EXCEPTION MOVE 5 TO FLYTT-SURVEYER
           END-ACCEPT

           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT HORISONT-DAGAR FROM ARGUMENT-VALUE
              ON EXCEPTION MOVE 28 TO HORISONT-DAGAR
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
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
           COPY "PLATS-LAS.cpy".

           MOVE 3 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-KORRIDOR-FILENAME FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-KORRIDOR-FILENAME
           END-ACCEPT

           PERFORM B0-LAS-PARAMETERDECK

           MOVE SPACES TO WS-FALT-HISTORIK-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_falthistorik.txt" DELIMITED BY SIZE
               INTO WS-FALT-HISTORIK-FILENAME

      *> Utan korridorargument galler dagens korridorfil for den
      *> plats som galler efter parameterleken.
           IF WS-KORRIDOR-FILENAME = SPACES
              STRING PLATS-PREFIX DELIMITED BY SPACE
                     "hydro_korridor_" DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                  INTO WS-KORRIDOR-FILENAME
           END-IF

           IF FLYTT-SURVEYER < 2
              DISPLAY "Flytten kraver minst 2 surveyer, fick "
                 FLYTT-SURVEYER
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_faltflytt_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-FLYTT-FILENAME

           DISPLAY "Flyttfonster: " FLYTT-SURVEYER " surveyer, "
              "horisont " HORISONT-DAGAR " dagar"
           .

      *> Laser hela falthistoriken och sorterar den per falt och
      *> datum.
       C-LASA-HISTORIK SECTION.

           OPEN INPUT FALT-HISTORIK-FIL

           IF IND1-FILESTATUS NOT = "00"
              DISPLAY "Ingen falthistorik (hydro_falthistorik.txt) - "
                 "HYDROFALT har inte lagt nagra falt annu"
              EXIT SECTION
           END-IF

           INITIALIZE SLUT-PA-FIL-SW

           PERFORM UNTIL SLUT-PA-FIL
              READ FALT-HISTORIK-FIL
                    AT END
                       SET SLUT-PA-FIL TO TRUE
                    NOT AT END
                       PERFORM C1-LAGRA-HISTORIKRAD
              END-READ
           END-PERFORM

           CLOSE FALT-HISTORIK-FIL

           IF HIST-ANTAL > 1
              SORT HIST-RAD ON ASCENDING KEY HI-FALT-ID HI-DATUM
                 HI-LOPNR
           END-IF

           DISPLAY "Falthistorik last: " HIST-ANTAL " rader"
           .

       C1-LAGRA-HISTORIKRAD SECTION.

           IF FH-SURVEY-DATUM IS NOT NUMERIC
                 OR FH-FALT-ID = SPACES
              EXIT SECTION
           END-IF

           IF HIST-ANTAL = 20000
              DISPLAY "Avbryter - fler an 20000 historikrader"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO HIST-ANTAL
           SET HIST-INDEX TO HIST-ANTAL
           MOVE FH-FALT-ID TO HI-FALT-ID(HIST-INDEX)
           MOVE FH-SURVEY-DATUM TO HI-DATUM(HIST-INDEX)
           MOVE HIST-ANTAL TO HI-LOPNR(HIST-INDEX)
           MOVE FH-CENTRUM-X TO HI-CENTRUM-X(HIST-INDEX)
           MOVE FH-CENTRUM-Y TO HI-CENTRUM-Y(HIST-INDEX)
           MOVE FH-MIN-X TO HI-MIN-X(HIST-INDEX)
           MOVE FH-MAX-X TO HI-MAX-X(HIST-INDEX)
           MOVE FH-MIN-Y TO HI-MIN-Y(HIST-INDEX)
           MOVE FH-MAX-Y TO HI-MAX-Y(HIST-INDEX)
           MOVE FH-ANTAL-CELLER TO HI-CELLER(HIST-INDEX)
           MOVE FH-TOPP-VARDE TO HI-TOPP(HIST-INDEX)
           .

      *> Laser korridorextraktet rad for rad och bygger upp den
      *> kumulativa summan av sakra celler.
       D-LASA-KORRIDOR SECTION.

           INITIALIZE KORRIDOR-SUMMA-TABELL

           OPEN INPUT KORRIDOR-LASFIL

           IF IND2-FILESTATUS NOT = "00"
              DISPLAY "Inget korridorextrakt (" WS-KORRIDOR-FILENAME
                 ") - ingen korridorprovning"
              EXIT SECTION
           END-IF

           SET KORRIDOR-AKTIV TO TRUE
           INITIALIZE SLUT-PA-FIL-SW

           PERFORM UNTIL SLUT-PA-FIL OR KORRIDOR-RADER = 1000
              READ KORRIDOR-LASFIL
                    AT END
                       SET SLUT-PA-FIL TO TRUE
                    NOT AT END
                       ADD 1 TO KORRIDOR-RADER
                       PERFORM D1-SUMMERA-KORRIDORRAD
              END-READ
           END-PERFORM

           CLOSE KORRIDOR-LASFIL

           DISPLAY "Korridorextrakt last: " KORRIDOR-RADER
              " rader, " ANTAL-SAKRA-CELLER " sakra celler ("
              WS-KORRIDOR-FILENAME ")"
           .

       D1-SUMMERA-KORRIDORRAD SECTION.

           PERFORM VARYING KORRIDOR-KOL FROM 1 BY 1
                 UNTIL KORRIDOR-KOL > 1000
              IF KORRIDOR-LASFIL-REC(KORRIDOR-KOL:1) = "S"
                 MOVE 1 TO KS-CELL
                 ADD 1 TO ANTAL-SAKRA-CELLER
              ELSE
                 MOVE ZERO TO KS-CELL
              END-IF

              COMPUTE KS-KOL(KORRIDOR-RADER + 1, KORRIDOR-KOL + 1) =
                 KS-KOL(KORRIDOR-RADER, KORRIDOR-KOL + 1)
                 + KS-KOL(KORRIDOR-RADER + 1, KORRIDOR-KOL)
                 - KS-KOL(KORRIDOR-RADER, KORRIDOR-KOL)
                 + KS-CELL
           END-PERFORM
           .

      *> Gar igenom historiken falt for falt.
       E-GRANSKA-FALT SECTION.

           MOVE 1 TO GRUPP-START

           PERFORM UNTIL GRUPP-START > HIST-ANTAL
              MOVE GRUPP-START TO GRUPP-SLUT
              PERFORM UNTIL GRUPP-SLUT = HIST-ANTAL
                    OR HI-FALT-ID(GRUPP-SLUT + 1)
                       NOT = HI-FALT-ID(GRUPP-START)
                 ADD 1 TO GRUPP-SLUT
              END-PERFORM

              PERFORM E1-GRANSKA-ETT-FALT

              COMPUTE GRUPP-START = GRUPP-SLUT + 1
           END-PERFORM

           DISPLAY "Antal falt: " ANTAL-FALT ", varav "
              ANTAL-FLAGGADE " pa vag mot korridoren"
           .

      *> Ett falt: en survey per datum (den senast skrivna raden
      *> vinner), fonstret ar de sista FLYTT-SURVEYER av dem.
       E1-GRANSKA-ETT-FALT SECTION.

           ADD 1 TO ANTAL-FALT
           MOVE ZERO TO SURVEY-ANTAL

           PERFORM VARYING HIST-POS FROM GRUPP-START BY 1
                 UNTIL HIST-POS > GRUPP-SLUT
              IF HIST-POS = GRUPP-SLUT
                 ADD 1 TO SURVEY-ANTAL
                 MOVE HIST-POS TO SURVEY-POS-RAD(SURVEY-ANTAL)
              ELSE
                 IF HI-DATUM(HIST-POS + 1) NOT = HI-DATUM(HIST-POS)
                    ADD 1 TO SURVEY-ANTAL
                    MOVE HIST-POS TO SURVEY-POS-RAD(SURVEY-ANTAL)
                 END-IF
              END-IF
           END-PERFORM

           IF SURVEY-ANTAL > FLYTT-SURVEYER
              MOVE FLYTT-SURVEYER TO FONSTER-ANTAL
           ELSE
              MOVE SURVEY-ANTAL TO FONSTER-ANTAL
           END-IF

           MOVE SURVEY-POS-RAD(SURVEY-ANTAL - FONSTER-ANTAL + 1)
              TO FORST-POS
           MOVE SURVEY-POS-RAD(SURVEY-ANTAL) TO SENAST-POS

           COMPUTE FLYTT-X = HI-CENTRUM-X(SENAST-POS)
              - HI-CENTRUM-X(FORST-POS)
           COMPUTE FLYTT-Y = HI-CENTRUM-Y(SENAST-POS)
              - HI-CENTRUM-Y(FORST-POS)

           IF FONSTER-ANTAL > 1
              COMPUTE DAGAR-I-FONSTER =
                 FUNCTION INTEGER-OF-DATE(HI-DATUM(SENAST-POS))
                 - FUNCTION INTEGER-OF-DATE(HI-DATUM(FORST-POS))
              COMPUTE HASTIGHET-X ROUNDED = FLYTT-X / DAGAR-I-FONSTER
              COMPUTE HASTIGHET-Y ROUNDED = FLYTT-Y / DAGAR-I-FONSTER
           ELSE
              MOVE ZERO TO DAGAR-I-FONSTER
              MOVE ZERO TO HASTIGHET-X
              MOVE ZERO TO HASTIGHET-Y
           END-IF

           INITIALIZE KORRIDOR-NADD-SW
           MOVE ZERO TO PROJ-DAG

           IF KORRIDOR-AKTIV
                 AND (HASTIGHET-X NOT = ZERO
                      OR HASTIGHET-Y NOT = ZERO)
              PERFORM F-SKRIV-FRAM-BANAN
           END-IF

           ADD 1 TO RESULTAT-ANTAL
           SET RESULTAT-INDEX TO RESULTAT-ANTAL
           MOVE HI-FALT-ID(SENAST-POS) TO RS-FALT-ID(RESULTAT-INDEX)
           MOVE FONSTER-ANTAL TO RS-SURVEYER(RESULTAT-INDEX)
           MOVE HI-DATUM(FORST-POS) TO RS-FORST-DATUM(RESULTAT-INDEX)
           MOVE HI-DATUM(SENAST-POS)
              TO RS-SENAST-DATUM(RESULTAT-INDEX)
           MOVE HI-CENTRUM-X(SENAST-POS)
              TO RS-CENTRUM-X(RESULTAT-INDEX)
           MOVE HI-CENTRUM-Y(SENAST-POS)
              TO RS-CENTRUM-Y(RESULTAT-INDEX)
           MOVE FLYTT-X TO RS-FLYTT-X(RESULTAT-INDEX)
           MOVE FLYTT-Y TO RS-FLYTT-Y(RESULTAT-INDEX)
           MOVE HI-CELLER(SENAST-POS) TO RS-CELLER(RESULTAT-INDEX)
           COMPUTE RS-CELLER-ANDRING(RESULTAT-INDEX) =
              HI-CELLER(SENAST-POS) - HI-CELLER(FORST-POS)
           MOVE HI-TOPP(SENAST-POS) TO RS-TOPP(RESULTAT-INDEX)
           COMPUTE RS-TOPP-ANDRING(RESULTAT-INDEX) =
              HI-TOPP(SENAST-POS) - HI-TOPP(FORST-POS)

           IF KORRIDOR-NADD
              ADD 1 TO ANTAL-FLAGGADE
              MOVE PROJ-DAG TO RS-DAGAR(RESULTAT-INDEX)
           ELSE
              MOVE 9999 TO RS-DAGAR(RESULTAT-INDEX)
           END-IF
           .

      *> Skriver fram faltets senaste utstrackning dag for dag langs
      *> flytten per dag och stannar vid forsta dagen den tacker en
      *> saker cell.
       F-SKRIV-FRAM-BANAN SECTION.

           PERFORM VARYING PROJ-DAG FROM 1 BY 1
                 UNTIL PROJ-DAG > HORISONT-DAGAR OR KORRIDOR-NADD
              COMPUTE PROJ-DX ROUNDED = HASTIGHET-X * PROJ-DAG
              COMPUTE PROJ-DY ROUNDED = HASTIGHET-Y * PROJ-DAG
              COMPUTE BOX-MIN-X = HI-MIN-X(SENAST-POS) + PROJ-DX
              COMPUTE BOX-MAX-X = HI-MAX-X(SENAST-POS) + PROJ-DX
              COMPUTE BOX-MIN-Y = HI-MIN-Y(SENAST-POS) + PROJ-DY
              COMPUTE BOX-MAX-Y = HI-MAX-Y(SENAST-POS) + PROJ-DY
              PERFORM F1-PROVA-UTSTRACKNING
           END-PERFORM

           IF KORRIDOR-NADD
              SUBTRACT 1 FROM PROJ-DAG
           END-IF
           .

      *> Klipper rektangeln BOX-MIN/MAX mot korridorens utstrackning
      *> och raknar dess sakra celler ur den kumulativa summan.
       F1-PROVA-UTSTRACKNING SECTION.

           IF BOX-MIN-X < 0
              MOVE ZERO TO BOX-MIN-X
           END-IF
           IF BOX-MIN-Y < 0
              MOVE ZERO TO BOX-MIN-Y
           END-IF
           IF BOX-MAX-X > 999
              MOVE 999 TO BOX-MAX-X
           END-IF
           IF BOX-MAX-Y > KORRIDOR-RADER - 1
              COMPUTE BOX-MAX-Y = KORRIDOR-RADER - 1
           END-IF

           IF BOX-MIN-X > BOX-MAX-X OR BOX-MIN-Y > BOX-MAX-Y
              EXIT SECTION
           END-IF

           COMPUTE BOX-SAKRA =
              KS-KOL(BOX-MAX-Y + 2, BOX-MAX-X + 2)
              - KS-KOL(BOX-MIN-Y + 1, BOX-MAX-X + 2)
              - KS-KOL(BOX-MAX-Y + 2, BOX-MIN-X + 1)
              + KS-KOL(BOX-MIN-Y + 1, BOX-MIN-X + 1)

           IF BOX-SAKRA > ZERO
              SET KORRIDOR-NADD TO TRUE
           END-IF
           .

      *> Sorterar falten - flaggade forst, kortast tid till
      *> korridoren forst - och skriver rapporten.
       H-SKRIV-RAPPORT SECTION.

           IF RESULTAT-ANTAL > 1
              SORT RESULTAT-RAD ON ASCENDING KEY RS-DAGAR RS-FALT-ID
           END-IF

           OPEN OUTPUT FLYTT-RAPPORT-FIL

           MOVE IND3-FILESTATUS TO WS-FILSTATUS
           MOVE "FLYTT-RAPPORT-FIL" TO WS-FILSTATUS-FIL
           PERFORM Z-KONTROLLERA-FILSTATUS

           PERFORM VARYING RESULTAT-INDEX FROM 1 BY 1
                 UNTIL RESULTAT-INDEX > RESULTAT-ANTAL
              MOVE SPACES TO FLYTT-RAPPORT-REC
              MOVE WS-RUN-DATE TO FM-RUN-DATE
              MOVE RS-FALT-ID(RESULTAT-INDEX) TO FM-FALT-ID
              MOVE RS-SURVEYER(RESULTAT-INDEX) TO FM-SURVEYER
              MOVE RS-FORST-DATUM(RESULTAT-INDEX) TO FM-FORST-DATUM
              MOVE RS-SENAST-DATUM(RESULTAT-INDEX) TO FM-SENAST-DATUM
              MOVE RS-CENTRUM-X(RESULTAT-INDEX) TO FM-CENTRUM-X
              MOVE RS-CENTRUM-Y(RESULTAT-INDEX) TO FM-CENTRUM-Y
              MOVE RS-FLYTT-X(RESULTAT-INDEX) TO FM-FLYTT-X
              MOVE RS-FLYTT-Y(RESULTAT-INDEX) TO FM-FLYTT-Y
              MOVE RS-CELLER(RESULTAT-INDEX) TO FM-CELLER
              MOVE RS-CELLER-ANDRING(RESULTAT-INDEX)
                 TO FM-CELLER-ANDRING
              MOVE RS-TOPP(RESULTAT-INDEX) TO FM-TOPP
              MOVE RS-TOPP-ANDRING(RESULTAT-INDEX) TO FM-TOPP-ANDRING
              IF RS-DAGAR(RESULTAT-INDEX) = 9999
                 MOVE "---" TO FM-DAGAR-TILL-KORRIDOR
              ELSE
                 MOVE RS-DAGAR(RESULTAT-INDEX) (2:3)
                    TO FM-DAGAR-TILL-KORRIDOR
                 MOVE "KORRIDOR" TO FM-FLAGGA
              END-IF
              WRITE FLYTT-RAPPORT-REC
           END-PERFORM

           CLOSE FLYTT-RAPPORT-FIL

           DISPLAY "Flyttrapport skriven: " WS-FLYTT-FILENAME
           .

       B0-LAS-PARAMETERDECK SECTION.

           OPEN INPUT PARAMDECK-FIL

           IF PDECK-FILESTATUS = "00"
              PERFORM UNTIL SLUT-PA-DECK
                 READ PARAMDECK-FIL
                       AT END
                          SET SLUT-PA-DECK TO TRUE
                       NOT AT END
                          IF PD-PROGRAM = "HYDROFLYTT"
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
              WHEN "SURVEYER"
                 IF PD-VARDE(1:3) IS NOT NUMERIC
                       OR PD-VARDE(1:3) < "002"
                    DISPLAY "Ogiltigt varde for SURVEYER: " PD-VARDE
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE PD-VARDE(1:3) TO PD-TAL
                 MOVE PD-TAL TO FLYTT-SURVEYER
              WHEN "HORISONT"
                 IF PD-VARDE(1:3) IS NOT NUMERIC
                    DISPLAY "Ogiltigt varde for HORISONT: " PD-VARDE
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE PD-VARDE(1:3) TO PD-TAL
                 MOVE PD-TAL TO HORISONT-DAGAR
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

      *> Fyller i korningens rad i den gemensamma korningsauditen -
      *> vad korningen faktiskt fick, vad den gjorde av det och hur
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

           MOVE SPACES TO RA-KORNINGSAUDIT-REC
           MOVE WS-RUN-DATE TO RA-RUN-DATE
           MOVE "HYDROFLYTT" TO RA-PROGRAM
           MOVE "hydro_falthistorik.txt" TO RA-INFIL
           MOVE SPACES TO RA-PARAMETRAR
           STRING "SURVEYER=" DELIMITED BY SIZE
                  FLYTT-SURVEYER DELIMITED BY SIZE
                  " HOR=" DELIMITED BY SIZE
                  HORISONT-DAGAR DELIMITED BY SIZE
               INTO RA-PARAMETRAR
           MOVE HIST-ANTAL TO RA-ANTAL-IN
           MOVE ZERO TO RA-ANTAL-AVVISADE
           MOVE RESULTAT-ANTAL TO RA-ANTAL-SKRIVNA
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
