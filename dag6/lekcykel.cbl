          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT LEKFIL ASSIGN DYNAMIC WS-INPUT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT SCENARIO-FIL ASSIGN DYNAMIC
             WS-SCENARIO-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT LEKCYKEL-JAMFORELSE-FIL ASSIGN DYNAMIC
             WS-JAMFORELSE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT LEKCYKEL-CENSUS-FIL ASSIGN DYNAMIC
             WS-CENSUS-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT FALT-HISTORIK-LASFIL ASSIGN DYNAMIC
             WS-FALT-HISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND8-FILESTATUS.

          SELECT LEKCYKEL-FALTKURVA-FIL ASSIGN DYNAMIC
             WS-FALTKURVA-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND9-FILESTATUS.

          SELECT LEKCYKEL-FALT-FIL ASSIGN DYNAMIC
             WS-FALT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD LEKFIL.
       01 WS-INPUT PIC X(300).

          05 LK-DAGAR PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 LK-ANTAL-INLASTA PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
      *> Dagens inraknade bestand (summan over cykelpositionerna) -
      *> utfallet som LEKPROGNOS provar tidigare kurvor mot.
          05 LK-CENSUS PIC 9(18).

      *> Populationskurvan: en rad per projicerad dag.
       FD LEKCYKEL-KURVA-FIL.
                     ==:PREFIX:==   BY ==LJ==
                     ==:RADLANGD:== BY ==40==.

      *> Biologernas scenariotabell: en rad per scenario med namn,
      *> foraldrarnas aterstallningsposition och avkommans
      *> startposition (0-8), antal projektionsdagar och en valfri
      *> daglig dodlighet i promille (blank = ingen).
      *>     LANGCYKEL  7 8 080 005
       FD SCENARIO-FIL.
       01 SCENARIO-REC.
          05 SC-NAMN PIC X(10).
          05 FILLER PIC X.
          05 SC-ATERSTALL PIC X.
          05 FILLER PIC X.
          05 SC-NYFODD PIC X.
          05 FILLER PIC X.
          05 SC-DAGAR PIC X(3).
          05 FILLER PIC X.
          05 SC-DODLIGHET PIC X(3).

      *> Jamforelserapporten: en rad per scenario (BAS forst) med
      *> scenariots parametrar, populationen vid sista dagen och
      *> populationen vid varje kontrolldag sida vid sida.
       FD LEKCYKEL-JAMFORELSE-FIL.
       01 LEKCYKEL-JAMFORELSE-REC PIC X(280).

      *> Det inraknade bestandet per cykelposition, en rad per
      *> position 0-8 - startlaget for den som vill projicera
      *> vidare pa samma inrakning (LEKKVOTs kvotplanering).
       FD LEKCYKEL-CENSUS-FIL.
       01 LEKCYKEL-CENSUS-REC.
          05 CN-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 CN-POSITION PIC 9.
          05 FILLER PIC X VALUE SPACE.
          05 CN-ANTAL PIC 9(18).

      *> Samma postlayout som FALT-HISTORIK-REC i HYDROFALT - den
      *> senaste raden per falt ger faltets storlek i celler.
       FD FALT-HISTORIK-LASFIL.
       01 FALT-HISTORIK-LASREC.
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

      *> Faltkurvorna: en rad per falt och projicerad dag, med
      *> grundmodellens regler pa faltets eget inraknade bestand.
       FD LEKCYKEL-FALTKURVA-FIL.
       01 LEKCYKEL-FALTKURVA-REC.
          05 FK-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 FK-FALT-ID PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 FK-DAG PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 FK-POPULATION PIC 9(18).

      *> Faltrapporten: en rad per falt med inraknat bestand,
      *> projicerad population vid sista dagen, faltets storlek ur
      *> HYDROFALTs historik (och dess surveydatum), population per
      *> cell och tathetsindex mot hela omradets snitt (100 =
      *> snittet). Sista raden TOTAL ar summan och ska vara
      *> resultatfilens huvudtal.
       FD LEKCYKEL-FALT-FIL.
       01 LEKCYKEL-FALT-REC.
          05 FA-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 FA-FALT-ID PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 FA-CENSUS PIC 9(18).
          05 FILLER PIC X VALUE SPACE.
          05 FA-POPULATION PIC 9(18).
          05 FILLER PIC X VALUE SPACE.
          05 FA-CELLER PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 FA-SURVEY-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 FA-PER-CELL PIC 9(18).
          05 FILLER PIC X VALUE SPACE.
          05 FA-TATHETSINDEX PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 FA-FLAGGA PIC X(13).

       WORKING-STORAGE SECTION.

       01 PDECK-FILESTATUS PIC XX.
          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "GENKAT-PARM.cpy".
       01 PROJEKTIONS-DAGAR PIC 9(3) VALUE 80.
       01 DAG-NR PIC 9(3).

      *> Scenarierna: rad 1 ar grundmodellen BAS (position 6 och 8,
      *> PROJEKTIONS-DAGAR dagar, ingen dodlighet) som ger
      *> resultatfilen och den vanliga kurvan; scenariofilens rader
      *> foljer efter och kors mot samma inraknade bestand. Varje
      *> scenario far en egen kurva och en rad i jamforelsen.
       01 ANTAL-SCENARIER PIC 9(2) VALUE 1.
       01 SCENARIO-POS PIC 9(2).
       01 SCENARIO-SOK-POS PIC 9(2).
       01 SCENARIO-TABELL.
          05 SCENARIO-RAD OCCURS 21 TIMES.
             10 SN-NAMN PIC X(10).
             10 SN-ATERSTALL PIC 9.
             10 SN-NYFODD PIC 9.
             10 SN-DAGAR PIC 9(3).
             10 SN-DODLIGHET PIC 9(3).
             10 SN-SLUTPOP PIC 9(18).
             10 SN-KP-POP PIC 9(18) OCCURS 10 TIMES.

      *> Det inraknade bestandet - varje scenario startar harifran.
       01 CENSUS-TABELL.
          05 CENSUS-ANTAL PIC 9(18) OCCURS 9 TIMES.

       01 DODA PIC 9(18).
       01 CENSUS-SUMMA PIC 9(18) VALUE ZERO.

      *> Kontrolldagarna i jamforelsen (parameterlekens KONTROLLDAG,
      *> en rad per dag). Utan rader galler dag 18 och 80.
       01 ANTAL-KONTROLLDAGAR PIC 9(2) VALUE ZERO.
       01 KD-POS PIC 9(2).
       01 KONTROLLDAG-TABELL.
          05 KD-DAG PIC 9(3) OCCURS 10 TIMES.

       01 SCENARIO-RAD-NR PIC 9(4) VALUE ZERO.
       01 SLUT-PA-SCENARIER-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-SCENARIER VALUE 1.

       01 JAMFORELSE-RAD.
          05 JF-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 JF-SCENARIO PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 JF-ATERSTALL PIC 9.
          05 FILLER PIC X VALUE SPACE.
          05 JF-NYFODD PIC 9.
          05 FILLER PIC X VALUE SPACE.
          05 JF-DAGAR PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 JF-DODLIGHET PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 JF-SLUTPOP PIC 9(18).
          05 JF-KONTROLL OCCURS 10 TIMES.
             10 FILLER PIC X.
             10 JF-KP-DAG PIC X(3).
             10 FILLER PIC X.
             10 JF-KP-POP PIC X(18).

       01 OVERSVAMNING-SW PIC 9 VALUE ZERO.
          88 OVERSVAMNING VALUE 1.

       01 WS-INPUT-FILENAME PIC X(100).
       01 WS-RESULT-FILENAME PIC X(40).
       01 WS-KURVA-FILENAME PIC X(40).
       01 WS-REJECT-FILENAME PIC X(40).
       01 WS-SCENARIO-FILENAME PIC X(100)
          VALUE "lekcykel_scenarier.txt".
       01 WS-BAS-KURVA-FILENAME PIC X(40).
       01 WS-JAMFORELSE-FILENAME PIC X(40).
       01 WS-CENSUS-FILENAME PIC X(40).
       01 WS-FALTKURVA-FILENAME PIC X(40).
       01 WS-FALT-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-FALT-HISTORIK-FILENAME PIC X(40).

       01 LINJE-NR PIC 9(6) VALUE ZERO.
       01 ANTAL-FEL PIC 9(6) VALUE ZERO.
       01 LJ-ORSAK-HOLDER PIC X(20).
          88 RAD-OGILTIG VALUE 1.
       01 CYKEL-VARDE PIC 9(3).

      *> Radens egna antal per position - de laggs till bestandet
      *> (och till radens falt) forst nar hela raden godkants.
       01 RAD-TABELL.
          05 RAD-ANTAL PIC 9(18) OCCURS 9 TIMES.

      *> Inrakningsrader kan inledas med ett falt-id ur HYDROFALTs
      *> register ("F003,3,4,1"). Otaggade rader hamnar under
      *> OKAND, sa att falten tillsammans alltid ar hela bestandet.
      *> Utan en enda taggad rad gors ingen faltprojektion.
       01 FALT-TAGG PIC X(5).
       01 FALT-TAGG-LANGD PIC 9.
       01 RAD-FALT-ID PIC X(5).
       01 FALT-TAGGADE-SW PIC 9 VALUE ZERO.
          88 FALT-TAGGADE VALUE 1.

       01 ANTAL-FALT PIC 9(3) VALUE ZERO.
       01 FALT-POS PIC 9(3).
       01 FALT-TABELL.
          05 FALT-RAD OCCURS 100 TIMES.
             10 FC-ID PIC X(5).
             10 FC-ANTAL PIC 9(18) OCCURS 9 TIMES.
             10 FC-CENSUS PIC 9(18).
             10 FC-POPULATION PIC 9(18).
             10 FC-CELLER PIC 9(6).
             10 FC-SURVEY-DATUM PIC 9(8).

      *> Ett falts tathetsindex over gransen (i procent av hela
      *> omradets population per cell) flaggas TRANGT - ett litet
      *> falt som ar overfullt syns fast totalen ser bra ut.
       01 TATHETSGRANS PIC 9(3) VALUE 200.
       01 FALT-DAG PIC 9(3).
       01 FALT-POPULATION PIC 9(18).
       01 FALT-SUMMA-POP PIC 9(18).
       01 FALT-SUMMA-CENSUS PIC 9(18).
       01 FALT-SUMMA-CELLER PIC 9(6).
       01 FALT-SUMMA-POP-CELL PIC 9(18).
       01 FALT-KAND-POP PIC 9(18).
       01 SLUT-PA-HISTORIK-SW PIC 9.
          88 SLUT-PA-HISTORIK VALUE 1.

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.
          05 IND8-FILESTATUS PIC XX.
          05 IND9-FILESTATUS PIC XX.
          05 IND10-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).
          PERFORM B-INIT
          PERFORM C-RAKNA-IN UNTIL END-OF-FILE
          PERFORM CZ-KONTROLLERA-ANTAL
          MOVE CYKEL-TABELL TO CENSUS-TABELL
          PERFORM DC-SKRIV-CENSUS
          PERFORM DS-KOR-SCENARIER
          PERFORM D-PROJICERA
          PERFORM DF-PROJICERA-FALT
          PERFORM DT-SKRIV-JAMFORELSE
          PERFORM N-AVSLUTA
          .

             ON EXCEPTION MOVE "input.txt" TO WS-INPUT-FILENAME
          END-ACCEPT

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
          COPY "PLATS-LAS.cpy".

          PERFORM B0-LAS-PARAMETERDECK

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

          MOVE SPACES TO WS-FALT-HISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "hydro_falthistorik.txt" DELIMITED BY SIZE
              INTO WS-FALT-HISTORIK-FILENAME

          IF WS-INPUT-FILENAME = "input.txt"
             MOVE SPACES TO WS-INPUT-FILENAME
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    "input.txt" DELIMITED BY SIZE
                 INTO WS-INPUT-FILENAME
          END-IF

          MOVE "NY " TO GK-FUNKTION
          MOVE "LEKCYKEL" TO GK-PROGRAM
          MOVE "lekcykel_result_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-BAS-KURVA-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "lekcykel_rejects_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-REJECT-FILENAME

          MOVE "BAS" TO SN-NAMN(1)
          MOVE 6 TO SN-ATERSTALL(1)
          MOVE 8 TO SN-NYFODD(1)
          MOVE PROJEKTIONS-DAGAR TO SN-DAGAR(1)
          MOVE ZERO TO SN-DODLIGHET(1)

          IF ANTAL-KONTROLLDAGAR = ZERO
             MOVE 18 TO KD-DAG(1)
             MOVE 80 TO KD-DAG(2)
             MOVE 2 TO ANTAL-KONTROLLDAGAR
          END-IF

          PERFORM B2-LASA-SCENARIER

          OPEN INPUT LEKFIL

          MOVE IND1-FILESTATUS TO WS-FILSTATUS
          END-PERFORM
          .

      *> Laser scenariotabellen om den finns. En felaktig rad
      *> stoppar korningen innan nagot raknats in - en jamforelse
      *> dar ett scenario tyst fallit bort ar varre an ingen.
       B2-LASA-SCENARIER SECTION.

          OPEN INPUT SCENARIO-FIL

          IF IND5-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-SCENARIER
             READ SCENARIO-FIL
                   AT END
                      SET SLUT-PA-SCENARIER TO TRUE
                   NOT AT END
                      ADD 1 TO SCENARIO-RAD-NR
                      IF SCENARIO-REC NOT = SPACES
                         PERFORM B2A-LAGRA-SCENARIO
                      END-IF
             END-READ
          END-PERFORM

          CLOSE SCENARIO-FIL

          COMPUTE SCENARIO-POS = ANTAL-SCENARIER - 1
          DISPLAY "Scenariotabell last: " SCENARIO-POS
             " scenarier (" WS-SCENARIO-FILENAME ")"
          .

       B2A-LAGRA-SCENARIO SECTION.

          IF SC-NAMN = SPACES
                OR SC-ATERSTALL IS NOT NUMERIC
                OR SC-ATERSTALL > "8"
                OR SC-NYFODD IS NOT NUMERIC
                OR SC-NYFODD > "8"
                OR SC-DAGAR IS NOT NUMERIC
                OR SC-DAGAR = "000"
                OR (SC-DODLIGHET NOT = SPACES
                    AND SC-DODLIGHET IS NOT NUMERIC)
             DISPLAY "Ogiltig scenariorad " SCENARIO-RAD-NR ": "
                SCENARIO-REC
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM VARYING SCENARIO-SOK-POS FROM 1 BY 1
                UNTIL SCENARIO-SOK-POS > ANTAL-SCENARIER
             IF SN-NAMN(SCENARIO-SOK-POS) = SC-NAMN
                DISPLAY "Scenariot " SC-NAMN " finns redan - rad "
                   SCENARIO-RAD-NR
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-PERFORM

          IF ANTAL-SCENARIER = 21
             DISPLAY "Avbryter - fler an 20 scenarier"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO ANTAL-SCENARIER
          MOVE SC-NAMN TO SN-NAMN(ANTAL-SCENARIER)
          MOVE SC-ATERSTALL TO SN-ATERSTALL(ANTAL-SCENARIER)
          MOVE SC-NYFODD TO SN-NYFODD(ANTAL-SCENARIER)
          MOVE SC-DAGAR TO SN-DAGAR(ANTAL-SCENARIER)
          IF SC-DODLIGHET = SPACES
             MOVE ZERO TO SN-DODLIGHET(ANTAL-SCENARIER)
          ELSE
             MOVE SC-DODLIGHET TO SN-DODLIGHET(ANTAL-SCENARIER)
          END-IF
          .

      *> Raknar in en observationsrad: varje kommaseparerad token
      *> ar en individs cykelposition 0-8. En rad med en enda
      *> ogiltig token avvisas i sin helhet - halva individer finns

          INITIALIZE RAD-OGILTIG-SW
          INITIALIZE RAD-SLUT-SW
          INITIALIZE RAD-TABELL
          MOVE 1 TO TOKEN-PEKARE
          MOVE "OGILTIG CYKELPOS" TO LJ-ORSAK-HOLDER
          MOVE "OKAND" TO RAD-FALT-ID

          IF WS-INPUT(1:1) = "F"
             MOVE SPACES TO FALT-TAGG
             UNSTRING WS-INPUT
                DELIMITED BY ',' OR ' '
                INTO FALT-TAGG
                COUNT IN FALT-TAGG-LANGD
                WITH POINTER TOKEN-PEKARE
             END-UNSTRING
             IF FALT-TAGG-LANGD NOT = 4
                   OR FALT-TAGG(2:3) IS NOT NUMERIC
                MOVE "OGILTIGT FALT-ID" TO LJ-ORSAK-HOLDER
                SET RAD-OGILTIG TO TRUE
             ELSE
                MOVE FALT-TAGG TO RAD-FALT-ID
             END-IF
          END-IF

          PERFORM UNTIL RAD-SLUT OR RAD-OGILTIG

                IF TOKEN-X(1:1) >= "0" AND TOKEN-X(1:1) <= "8"
                      AND TOKEN-X(2:2) = SPACES
                   MOVE TOKEN-X(1:1) TO CYKEL-VARDE
                   ADD 1 TO RAD-ANTAL(CYKEL-VARDE + 1)
                ELSE
                   SET RAD-OGILTIG TO TRUE
                END-IF
          END-PERFORM

          IF RAD-OGILTIG
             PERFORM C1-SKRIV-REJECT
          ELSE
             PERFORM C2-LAGRA-RAD
             ADD 1 TO ANTAL-BEHANDLADE
          END-IF

          DISPLAY "Avvisad rad " LINJE-NR ": " LJ-ORSAK-HOLDER
          .

      *> Lagger en godkand rad till bestandet och till radens falt.
       C2-LAGRA-RAD SECTION.

          IF RAD-FALT-ID NOT = "OKAND"
             SET FALT-TAGGADE TO TRUE
          END-IF

          PERFORM VARYING FALT-POS FROM 1 BY 1
             UNTIL FALT-POS > ANTAL-FALT
                OR FC-ID(FALT-POS) = RAD-FALT-ID
             CONTINUE
          END-PERFORM

          IF FALT-POS > ANTAL-FALT
             IF ANTAL-FALT = 100
                DISPLAY "Avbryter - fler an 100 falt i inrakningen"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO ANTAL-FALT
             MOVE ANTAL-FALT TO FALT-POS
             INITIALIZE FALT-RAD(FALT-POS)
             MOVE RAD-FALT-ID TO FC-ID(FALT-POS)
          END-IF

          PERFORM VARYING CYKEL-SKIFT FROM 1 BY 1
             UNTIL CYKEL-SKIFT > 9
             ADD RAD-ANTAL(CYKEL-SKIFT) TO CYKEL-ANTAL(CYKEL-SKIFT)
             ADD RAD-ANTAL(CYKEL-SKIFT)
                TO FC-ANTAL(FALT-POS, CYKEL-SKIFT)
             ADD RAD-ANTAL(CYKEL-SKIFT) TO FC-CENSUS(FALT-POS)
          END-PERFORM
          .

      *> Kontrollerar trailer-antalet mot antalet lasta rader, samma
      *> kontroll som DIVEs CZ-KONTROLLERA-ANTAL.
       CZ-KONTROLLERA-ANTAL SECTION.
          END-IF
          .

      *> Grundmodellen BAS: dess kurva ar den vanliga
      *> populationskurvan och dess slutpopulation resultatfilens
      *> huvudtal.
       D-PROJICERA SECTION.

          MOVE 1 TO SCENARIO-POS
          MOVE WS-BAS-KURVA-FILENAME TO WS-KURVA-FILENAME

          PERFORM D1-PROJICERA-SCENARIO

          DISPLAY "Populationskurva skriven: " WS-KURVA-FILENAME
          DISPLAY "Population efter " PROJEKTIONS-DAGAR
             " dagar: " POPULATION
          .

      *> Dagsprojektionen pa aggregaten for scenariot SCENARIO-POS:
      *> position 0-bestandet leker, allt skjuts ned ett steg,
      *> foraldrarna till aterstallningspositionen och avkomman
      *> till startpositionen (BAS: 6 och 8), darefter dor
      *> promillesatsen av varje position. Ett tak som slar i (mer
      *> an 18 siffror) stoppar korningen - en felskalad
      *> projektion ar varre an en stoppad.
       D1-PROJICERA-SCENARIO SECTION.

          MOVE CENSUS-TABELL TO CYKEL-TABELL
          INITIALIZE OVERSVAMNING-SW
          MOVE ZERO TO POPULATION

          PERFORM VARYING KD-POS FROM 1 BY 1 UNTIL KD-POS > 10
             MOVE ZERO TO SN-KP-POP(SCENARIO-POS, KD-POS)
          END-PERFORM

          OPEN OUTPUT LEKCYKEL-KURVA-FIL

          PERFORM VARYING DAG-NR FROM 1 BY 1
             UNTIL DAG-NR > SN-DAGAR(SCENARIO-POS)

             MOVE CYKEL-ANTAL(1) TO LEKARE

                MOVE CYKEL-ANTAL(CYKEL-SKIFT + 1)
                   TO CYKEL-ANTAL(CYKEL-SKIFT)
             END-PERFORM
             MOVE ZERO TO CYKEL-ANTAL(9)

             ADD LEKARE TO CYKEL-ANTAL(SN-ATERSTALL(SCENARIO-POS) + 1)
                ON SIZE ERROR SET OVERSVAMNING TO TRUE
             END-ADD
             ADD LEKARE TO CYKEL-ANTAL(SN-NYFODD(SCENARIO-POS) + 1)
                ON SIZE ERROR SET OVERSVAMNING TO TRUE
             END-ADD

             IF SN-DODLIGHET(SCENARIO-POS) NOT = ZERO
                PERFORM VARYING CYKEL-SKIFT FROM 1 BY 1
                   UNTIL CYKEL-SKIFT > 9
                   COMPUTE DODA ROUNDED = CYKEL-ANTAL(CYKEL-SKIFT)
                      * SN-DODLIGHET(SCENARIO-POS) / 1000
                   SUBTRACT DODA FROM CYKEL-ANTAL(CYKEL-SKIFT)
                END-PERFORM
             END-IF

             MOVE ZERO TO POPULATION


             IF OVERSVAMNING
                DISPLAY "Avbryter - populationen ryms inte i 18 "
                   "siffror vid dag " DAG-NR " i scenario "
                   SN-NAMN(SCENARIO-POS)
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             PERFORM VARYING KD-POS FROM 1 BY 1
                UNTIL KD-POS > ANTAL-KONTROLLDAGAR
                IF KD-DAG(KD-POS) = DAG-NR
                   MOVE POPULATION TO SN-KP-POP(SCENARIO-POS, KD-POS)
                END-IF
             END-PERFORM

             MOVE SPACES TO LEKCYKEL-KURVA-REC
             MOVE WS-RUN-DATE TO KU-RUN-DATE
             MOVE DAG-NR TO KU-DAG

          CLOSE LEKCYKEL-KURVA-FIL

          MOVE POPULATION TO SN-SLUTPOP(SCENARIO-POS)

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-KURVA-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM
          .

      *> Skriver det inraknade bestandet per position till en egen
      *> generationsnumrerad och sigillerad fil.
       DC-SKRIV-CENSUS SECTION.

          MOVE "NY " TO GK-FUNKTION
          MOVE "LEKCYKEL" TO GK-PROGRAM
          MOVE "lekcykel_census_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-CENSUS-FILENAME

          OPEN OUTPUT LEKCYKEL-CENSUS-FIL

          MOVE IND7-FILESTATUS TO WS-FILSTATUS
          MOVE "LEKCYKEL-CENSUS-FIL" TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          PERFORM VARYING CYKEL-SKIFT FROM 1 BY 1
             UNTIL CYKEL-SKIFT > 9
             MOVE SPACES TO LEKCYKEL-CENSUS-REC
             MOVE WS-RUN-DATE TO CN-RUN-DATE
             COMPUTE CN-POSITION = CYKEL-SKIFT - 1
             MOVE CENSUS-ANTAL(CYKEL-SKIFT) TO CN-ANTAL
             WRITE LEKCYKEL-CENSUS-REC
          END-PERFORM

          CLOSE LEKCYKEL-CENSUS-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-CENSUS-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          DISPLAY "Inrakning per position skriven: "
             WS-CENSUS-FILENAME
          .

      *> Kor scenariotabellens scenarier, vart och ett till en egen
      *> generationsnumrerad kurvfil lekscen_<namn>_<datum>.
       DS-KOR-SCENARIER SECTION.

          PERFORM VARYING SCENARIO-POS FROM 2 BY 1
             UNTIL SCENARIO-POS > ANTAL-SCENARIER

             MOVE "NY " TO GK-FUNKTION
             MOVE "LEKCYKEL" TO GK-PROGRAM
             MOVE SPACES TO GK-STEM
             STRING "lekscen_" DELIMITED BY SIZE
                    SN-NAMN(SCENARIO-POS) DELIMITED BY SPACE
                    "_" DELIMITED BY SIZE
                 INTO GK-STEM
             MOVE WS-RUN-DATE TO GK-DATUM
             MOVE ".txt" TO GK-EXT
             CALL "GENKAT" USING GENKAT-PARM
             MOVE GK-FILNAMN TO WS-KURVA-FILENAME

             PERFORM D1-PROJICERA-SCENARIO

             DISPLAY "Scenario " SN-NAMN(SCENARIO-POS) ": "
                POPULATION " efter " SN-DAGAR(SCENARIO-POS)
                " dagar (" WS-KURVA-FILENAME ")"
          END-PERFORM
          .

      *> Projicerar varje falts eget bestand med grundmodellen och
      *> skriver faltkurvorna och faltrapporten. Modellen ar linjar,
      *> sa faltens populationer summerar exakt till grundmodellens
      *> - gor de inte det stoppas korningen.
       DF-PROJICERA-FALT SECTION.

          IF NOT FALT-TAGGADE
             EXIT SECTION
          END-IF

          PERFORM DF1-LASA-FALTSTORLEK

          MOVE "NY " TO GK-FUNKTION
          MOVE "LEKCYKEL" TO GK-PROGRAM
          MOVE "lekcykel_faltkurva_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-FALTKURVA-FILENAME

          OPEN OUTPUT LEKCYKEL-FALTKURVA-FIL

          MOVE IND9-FILESTATUS TO WS-FILSTATUS
          MOVE "LEKCYKEL-FALTKURVA-FIL" TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          MOVE ZERO TO FALT-SUMMA-POP
          MOVE ZERO TO FALT-SUMMA-CENSUS
          MOVE ZERO TO FALT-SUMMA-CELLER

          PERFORM VARYING FALT-POS FROM 1 BY 1
             UNTIL FALT-POS > ANTAL-FALT
             PERFORM DF2-PROJICERA-ETT-FALT
             ADD FC-POPULATION(FALT-POS) TO FALT-SUMMA-POP
             ADD FC-CENSUS(FALT-POS) TO FALT-SUMMA-CENSUS
             ADD FC-CELLER(FALT-POS) TO FALT-SUMMA-CELLER
          END-PERFORM

          CLOSE LEKCYKEL-FALTKURVA-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-FALTKURVA-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          IF FALT-SUMMA-POP NOT = POPULATION
             DISPLAY "Avbryter - faltens summa " FALT-SUMMA-POP
                " stammer inte med grundmodellens " POPULATION
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM DF3-SKRIV-FALTRAPPORT

          DISPLAY "Faltkurvor skrivna: " WS-FALTKURVA-FILENAME
          DISPLAY "Faltrapport skriven: " WS-FALT-FILENAME
          .

      *> Faltets storlek ur HYDROFALTs historik: den senaste raden
      *> per falt. Ett falt som aldrig surveyats far noll celler.
       DF1-LASA-FALTSTORLEK SECTION.

          OPEN INPUT FALT-HISTORIK-LASFIL

          IF IND8-FILESTATUS NOT = "00"
             DISPLAY "Ingen falthistorik (hydro_falthistorik.txt) - "
                "falten saknar storlek"
             EXIT SECTION
          END-IF

          INITIALIZE SLUT-PA-HISTORIK-SW
          PERFORM UNTIL SLUT-PA-HISTORIK
             READ FALT-HISTORIK-LASFIL
                   AT END
                      SET SLUT-PA-HISTORIK TO TRUE
                   NOT AT END
                      PERFORM VARYING FALT-POS FROM 1 BY 1
                         UNTIL FALT-POS > ANTAL-FALT
                         IF FC-ID(FALT-POS) = FH-FALT-ID
                               AND FH-SURVEY-DATUM IS NUMERIC
                               AND FH-ANTAL-CELLER IS NUMERIC
                               AND FH-SURVEY-DATUM
                                  >= FC-SURVEY-DATUM(FALT-POS)
                            MOVE FH-SURVEY-DATUM
                               TO FC-SURVEY-DATUM(FALT-POS)
                            MOVE FH-ANTAL-CELLER
                               TO FC-CELLER(FALT-POS)
                         END-IF
                      END-PERFORM
             END-READ
          END-PERFORM

          CLOSE FALT-HISTORIK-LASFIL
          .

       DF2-PROJICERA-ETT-FALT SECTION.

          PERFORM VARYING CYKEL-SKIFT FROM 1 BY 1
             UNTIL CYKEL-SKIFT > 9
             MOVE FC-ANTAL(FALT-POS, CYKEL-SKIFT)
                TO CYKEL-ANTAL(CYKEL-SKIFT)
          END-PERFORM

          MOVE ZERO TO FALT-POPULATION

          PERFORM VARYING FALT-DAG FROM 1 BY 1
             UNTIL FALT-DAG > PROJEKTIONS-DAGAR

             MOVE CYKEL-ANTAL(1) TO LEKARE

             PERFORM VARYING CYKEL-SKIFT FROM 1 BY 1
                UNTIL CYKEL-SKIFT > 8
                MOVE CYKEL-ANTAL(CYKEL-SKIFT + 1)
                   TO CYKEL-ANTAL(CYKEL-SKIFT)
             END-PERFORM
             MOVE ZERO TO CYKEL-ANTAL(9)

             ADD LEKARE TO CYKEL-ANTAL(7)
             ADD LEKARE TO CYKEL-ANTAL(9)

             MOVE ZERO TO FALT-POPULATION

             PERFORM VARYING CYKEL-SKIFT FROM 1 BY 1
                UNTIL CYKEL-SKIFT > 9
                ADD CYKEL-ANTAL(CYKEL-SKIFT) TO FALT-POPULATION
             END-PERFORM

             MOVE SPACES TO LEKCYKEL-FALTKURVA-REC
             MOVE WS-RUN-DATE TO FK-RUN-DATE
             MOVE FC-ID(FALT-POS) TO FK-FALT-ID
             MOVE FALT-DAG TO FK-DAG
             MOVE FALT-POPULATION TO FK-POPULATION

             WRITE LEKCYKEL-FALTKURVA-REC
          END-PERFORM

          MOVE FALT-POPULATION TO FC-POPULATION(FALT-POS)
          .

      *> En rad per falt och en TOTAL-rad. Tathetsindexet ar faltets
      *> population per cell i procent av hela omradets (falten med
      *> kand storlek); OKAND och falt utan storlek far inget index.
       DF3-SKRIV-FALTRAPPORT SECTION.

          MOVE ZERO TO FALT-SUMMA-POP-CELL
          MOVE ZERO TO FALT-KAND-POP

          PERFORM VARYING FALT-POS FROM 1 BY 1
             UNTIL FALT-POS > ANTAL-FALT
             IF FC-CELLER(FALT-POS) > ZERO
                ADD FC-POPULATION(FALT-POS) TO FALT-KAND-POP
             END-IF
          END-PERFORM

          IF FALT-SUMMA-CELLER > ZERO
             COMPUTE FALT-SUMMA-POP-CELL =
                FALT-KAND-POP / FALT-SUMMA-CELLER
          END-IF

          MOVE "NY " TO GK-FUNKTION
          MOVE "LEKCYKEL" TO GK-PROGRAM
          MOVE "lekcykel_falt_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-FALT-FILENAME

          OPEN OUTPUT LEKCYKEL-FALT-FIL

          MOVE IND10-FILESTATUS TO WS-FILSTATUS
          MOVE "LEKCYKEL-FALT-FIL" TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          PERFORM VARYING FALT-POS FROM 1 BY 1
             UNTIL FALT-POS > ANTAL-FALT

             MOVE SPACES TO LEKCYKEL-FALT-REC
             MOVE WS-RUN-DATE TO FA-RUN-DATE
             MOVE FC-ID(FALT-POS) TO FA-FALT-ID
             MOVE FC-CENSUS(FALT-POS) TO FA-CENSUS
             MOVE FC-POPULATION(FALT-POS) TO FA-POPULATION
             MOVE FC-CELLER(FALT-POS) TO FA-CELLER
             MOVE FC-SURVEY-DATUM(FALT-POS) TO FA-SURVEY-DATUM
             MOVE ZERO TO FA-PER-CELL
             MOVE ZERO TO FA-TATHETSINDEX

             EVALUATE TRUE
                WHEN FC-ID(FALT-POS) = "OKAND"
                   MOVE "UTAN FALT" TO FA-FLAGGA
                WHEN FC-CELLER(FALT-POS) = ZERO
                   MOVE "EJ I REGISTER" TO FA-FLAGGA
                WHEN OTHER
                   COMPUTE FA-PER-CELL =
                      FC-POPULATION(FALT-POS) / FC-CELLER(FALT-POS)
                   IF FALT-KAND-POP > ZERO
                      COMPUTE FA-TATHETSINDEX ROUNDED =
                         FC-POPULATION(FALT-POS) * FALT-SUMMA-CELLER
                         * 100
                         / (FC-CELLER(FALT-POS) * FALT-KAND-POP)
                         ON SIZE ERROR
                            MOVE 999999 TO FA-TATHETSINDEX
                      END-COMPUTE
                   END-IF
                   IF FA-TATHETSINDEX > TATHETSGRANS
                      MOVE "TRANGT" TO FA-FLAGGA
                      DISPLAY "Falt " FC-ID(FALT-POS) " trangt: "
                         FA-PER-CELL " per cell, index "
                         FA-TATHETSINDEX
                   END-IF
             END-EVALUATE

             WRITE LEKCYKEL-FALT-REC
          END-PERFORM

          MOVE SPACES TO LEKCYKEL-FALT-REC
          MOVE WS-RUN-DATE TO FA-RUN-DATE
          MOVE "TOTAL" TO FA-FALT-ID
          MOVE FALT-SUMMA-CENSUS TO FA-CENSUS
          MOVE FALT-SUMMA-POP TO FA-POPULATION
          MOVE FALT-SUMMA-CELLER TO FA-CELLER
          MOVE ZERO TO FA-SURVEY-DATUM
          MOVE FALT-SUMMA-POP-CELL TO FA-PER-CELL
          IF FALT-SUMMA-CELLER > ZERO
             MOVE 100 TO FA-TATHETSINDEX
          ELSE
             MOVE ZERO TO FA-TATHETSINDEX
          END-IF
          WRITE LEKCYKEL-FALT-REC

          CLOSE LEKCYKEL-FALT-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-FALT-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM
          .

      *> Skriver jamforelserapporten nar det finns scenarier att
      *> jamfora. En kontrolldag bortom ett scenarios sista dag
      *> visas som ett streck.
       DT-SKRIV-JAMFORELSE SECTION.

          IF ANTAL-SCENARIER = 1
             EXIT SECTION
          END-IF

          MOVE "NY " TO GK-FUNKTION
          MOVE "LEKCYKEL" TO GK-PROGRAM
          MOVE "lekcykel_jamf_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-JAMFORELSE-FILENAME

          OPEN OUTPUT LEKCYKEL-JAMFORELSE-FIL

          MOVE IND6-FILESTATUS TO WS-FILSTATUS
          MOVE "LEKCYKEL-JAMFORELSE-FIL" TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          PERFORM VARYING SCENARIO-POS FROM 1 BY 1
             UNTIL SCENARIO-POS > ANTAL-SCENARIER

             MOVE SPACES TO JAMFORELSE-RAD
             MOVE WS-RUN-DATE TO JF-RUN-DATE
             MOVE SN-NAMN(SCENARIO-POS) TO JF-SCENARIO
             MOVE SN-ATERSTALL(SCENARIO-POS) TO JF-ATERSTALL
             MOVE SN-NYFODD(SCENARIO-POS) TO JF-NYFODD
             MOVE SN-DAGAR(SCENARIO-POS) TO JF-DAGAR
             MOVE SN-DODLIGHET(SCENARIO-POS) TO JF-DODLIGHET
             MOVE SN-SLUTPOP(SCENARIO-POS) TO JF-SLUTPOP

             PERFORM VARYING KD-POS FROM 1 BY 1
                UNTIL KD-POS > ANTAL-KONTROLLDAGAR
                MOVE KD-DAG(KD-POS) TO JF-KP-DAG(KD-POS)
                IF KD-DAG(KD-POS) > SN-DAGAR(SCENARIO-POS)
                   MOVE "-" TO JF-KP-POP(KD-POS)
                ELSE
                   MOVE SN-KP-POP(SCENARIO-POS, KD-POS)
                      TO JF-KP-POP(KD-POS)
                END-IF
             END-PERFORM

             WRITE LEKCYKEL-JAMFORELSE-REC FROM JAMFORELSE-RAD
          END-PERFORM

          CLOSE LEKCYKEL-JAMFORELSE-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-JAMFORELSE-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          DISPLAY "Scenariojamforelse skriven: "
             WS-JAMFORELSE-FILENAME
          .

       N-AVSLUTA SECTION.
          MOVE PROJEKTIONS-DAGAR TO LK-DAGAR
          MOVE LINJE-NR TO LK-ANTAL-INLASTA

          PERFORM VARYING CYKEL-SKIFT FROM 1 BY 1
             UNTIL CYKEL-SKIFT > 9
             ADD CENSUS-ANTAL(CYKEL-SKIFT) TO CENSUS-SUMMA
          END-PERFORM
          MOVE CENSUS-SUMMA TO LK-CENSUS

          WRITE LEKCYKEL-RESULT-REC

          CLOSE LEKCYKEL-RESULT-FIL
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "LEKCYKEL" TO RA-PROGRAM
          MOVE WS-INPUT-FILENAME TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          COMPUTE SCENARIO-POS = ANTAL-SCENARIER - 1
          STRING "DAGAR=" DELIMITED BY SIZE
                 PROJEKTIONS-DAGAR DELIMITED BY SIZE
                 " SCEN=" DELIMITED BY SIZE
                 SCENARIO-POS DELIMITED BY SIZE
              INTO RA-PARAMETRAR
          MOVE LINJE-NR TO RA-ANTAL-IN
          MOVE ANTAL-FEL TO RA-ANTAL-AVVISADE
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .

       B0-LAS-PARAMETERDECK SECTION.
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:3) TO PROJEKTIONS-DAGAR
             WHEN "SCENARIER"
                MOVE PD-VARDE TO WS-SCENARIO-FILENAME
             WHEN "TATHETSGRANS"
                IF PD-VARDE(1:3) IS NOT NUMERIC
                      OR PD-VARDE(1:3) = "000"
                   DISPLAY "Ogiltigt varde for TATHETSGRANS: "
                      PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:3) TO TATHETSGRANS
             WHEN "KONTROLLDAG"
                IF PD-VARDE(1:3) IS NOT NUMERIC
                      OR PD-VARDE(1:3) = "000"
                   DISPLAY "Ogiltigt varde for KONTROLLDAG: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                IF ANTAL-KONTROLLDAGAR = 10
                   DISPLAY "For manga KONTROLLDAG-rader - hogst 10"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO ANTAL-KONTROLLDAGAR
                MOVE PD-VARDE(1:3) TO KD-DAG(ANTAL-KONTROLLDAGAR)
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
