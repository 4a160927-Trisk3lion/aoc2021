          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT SUBLISTA-FIL ASSIGN DYNAMIC WS-INPUT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT DIVE2-HISTORIK-FIL ASSIGN DYNAMIC
             WS-DIVE2-HISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT DIVE2-SEPARATION-FIL ASSIGN DYNAMIC
             WS-SEPARATION-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT UNDERHALL-FIL ASSIGN DYNAMIC
             WS-UNDERHALL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT LIVSSTOD-STATUS-FIL ASSIGN DYNAMIC
             WS-LIVSSTOD-STATUS-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND8-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD SUBLISTA-FIL.
       01 WS-SUBLISTA-RAD PIC X(40).

          05 RK-DISTANS-AVV PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 RK-FLAGGA PIC X(7).
          05 FILLER PIC X VALUE SPACE.
          05 RK-SERVICE PIC X(8).

      *> Resehistorikmastern ar nyckeld pa sub-id + korningsdatum: en
      *> rad per sub och dag. En omkorning samma dag ersatter dagens
          05 FILLER PIC X VALUE SPACE.
          05 HI-TOTAL-DISTANS PIC 9(9).

      *> Separationsrapporten: en rad per konflikt - en foljd av
      *> steg dar tva subbar lag narmare varandra an
      *> SEPARATION-MIN - med forsta och sista steget, det minsta
      *> avstandet och bada subbarnas kursrader vid konfliktens
      *> borjan. Sista raden ar en SUMMA-rad: antalet konflikter i
      *> FRAN-STEG, antalet provade subbar i TILL-STEG och det
      *> minsta tillatna avstandet - OFULLSTANDIG i KOMMANDO-A om
      *> spartabellen inte rymde hela flottan.
       FD DIVE2-SEPARATION-FIL.
       01 DIVE2-SEPARATION-REC.
          05 SR-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 SR-TYP PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 SR-SUB-A PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 SR-SUB-B PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 SR-FRAN-STEG PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 SR-TILL-STEG PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 SR-MIN-AVSTAND PIC 9(7)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 SR-LINJE-A PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 SR-KOMMANDO-A PIC X(18).
          05 FILLER PIC X VALUE SPACE.
          05 SR-LINJE-B PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 SR-KOMMANDO-B PIC X(18).

      *> Underhallsregistret som DIVEUNDH for - samma postlayout.
       FD UNDERHALL-FIL.
       01 UNDERHALL-REC.
          05 UR-SUB-ID PIC X(10).
          05 FILLER PIC X.
          05 UR-INTERVALL PIC 9(9).
          05 FILLER PIC X.
          05 UR-SERVICE-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 UR-MATARSTALLNING PIC 9(12).
          05 FILLER PIC X.
          05 UR-SIGNATUR PIC X(8).

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

      *> Livsuppehallets dagsstatus fran BINARY2 (och eventuell
      *> OVERRIDE fran LIVSSTOD).
       FD LIVSSTOD-STATUS-FIL.
       COPY "LIVSSTOD-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LS==.

       WORKING-STORAGE SECTION.

       01 PDECK-FILESTATUS PIC XX.
          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "JOURNAL-PARM.cpy".

       01 WS-VARIABLER.
          05 DJUP PIC 9(6).
          05 AIM PIC 9(6).
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-INPUT-FILENAME PIC X(100).

       01 WS-RESULT-FILENAME PIC X(40).
       01 WS-RANK-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-DIVE2-HISTORIK-FILENAME PIC X(40).
       01 WS-UNDERHALL-FILENAME PIC X(40).
       01 WS-LIVSSTOD-STATUS-FILENAME PIC X(40).

      *> Flottbilden: varje lyckad subs siffror sparas aven i
      *> FLOTTA-TABELL sa att korningen kan avslutas med en
      *> rankningssektion - alla subbar i DR-SUMMA-ordning, var och
       01 SCHEMA-TRAILER-SW PIC 9 VALUE ZERO.
          88 SCHEMA-TRAILER-SEEN VALUE 1.

      *> Separationskontrollen: varje lyckad subs spar sparas steg
      *> for steg (ett steg per kommandorad, med radnummer och
      *> kommando) och nar hela flottan seglats provas varje par
      *> steg for steg mot SEPARATION-MIN (rakt avstand i
      *> djup/framdrift-planet, deck-nyckeln SEPARATION). En sub
      *> som seglat klart ligger kvar i sitt slutlage medan de
      *> andra fortsatter. Lagen i startpunkten (djup och framdrift
      *> noll) provas inte - dar ligger hela flottan innan den gatt
      *> i vattnet. Varje konflikt skrivs till separationsrapporten
      *> och som KRIT-larm till larmcentral.txt.
       01 SEPARATION-MIN PIC 9(4) VALUE 10.
       01 SEPARATION-KVADRAT PIC 9(13).

       01 WS-SEPARATION-FILENAME PIC X(40).

       01 SPAR-ANTAL PIC 9(6) VALUE ZERO.
       01 SPAR-START PIC 9(6).

       01 SPAR-TABELL.
          05 SPAR-RAD OCCURS 100000 TIMES.
             10 SP-DJUP PIC 9(6).
             10 SP-FRAMDRIFT PIC 9(6).
             10 SP-LINJE-NR PIC 9(6).
             10 SP-KOMMANDO PIC X(18).

       01 SPAR-FULL-SW PIC 9 VALUE ZERO.
          88 SPAR-FULL VALUE 1.

       01 SEP-ANTAL PIC 9(3) VALUE ZERO.

       01 SEP-TABELL.
          05 SEP-RAD OCCURS 100 TIMES.
             10 SS-SUB-ID PIC X(10).
             10 SS-FORSTA PIC 9(6).
             10 SS-ANTAL PIC 9(6).

       01 SEP-A PIC 9(3).
       01 SEP-B PIC 9(3).
       01 SEP-B-FORSTA PIC 9(3).
       01 SEP-STEG PIC 9(6).
       01 SEP-STEG-MAX PIC 9(6).
       01 SEP-POS-A PIC 9(6).
       01 SEP-POS-B PIC 9(6).
       01 SEP-DIFF-DJUP PIC 9(6).
       01 SEP-DIFF-FRAMDRIFT PIC 9(6).
       01 SEP-AVSTAND-KVADRAT PIC 9(13).
       01 SEP-MIN-KVADRAT PIC 9(13).
       01 ANTAL-KONFLIKTER PIC 9(6) VALUE ZERO.

       01 KONFLIKT-OPPEN-SW PIC 9 VALUE ZERO.
          88 KONFLIKT-OPPEN VALUE 1.

      *> Serviceflaggan i rankningen: DIVE2 gar fore DIVEUNDH i
      *> nattstrommen, sa distansen sedan senaste service summeras
      *> har ur resehistoriken (utom dagens rad, som annu inte ar
      *> uppdaterad) plus dagens FT-DISTANS. En sub over sitt
      *> serviceintervall far RK-SERVICE = FORSENAD.
       01 UNDH-ANTAL PIC 9(3) VALUE ZERO.

       01 UNDH-TABELL.
          05 UNDH-RAD OCCURS 100 TIMES
                INDEXED BY UNDH-INDEX.
             10 UA-SUB-ID PIC X(10).
             10 UA-INTERVALL PIC 9(9).
             10 UA-SERVICE-DATUM PIC 9(8).
             10 UA-SEDAN-SERVICE PIC 9(9).

       01 SLUT-PA-UNDERHALL-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-UNDERHALL VALUE 1.

       01 SLUT-PA-LIVSSTOD-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-LIVSSTOD VALUE 1.

       01 LIVSSTOD-STATUS-DAG PIC X(4) VALUE SPACES.
       01 LIVSSTOD-OVERRIDE-AV PIC X(8) VALUE SPACES.

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
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.
          05 IND8-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).

          PERFORM B-INIT
          PERFORM C-KOR-ALLA-SUBBAR
          PERFORM H-KONTROLLERA-SEPARATION
          PERFORM F-SKRIV-RANKNING
          PERFORM G-UPPDATERA-HISTORIK
          PERFORM N-AVSLUTA
             ON EXCEPTION MOVE "subfiles.txt" TO WS-INPUT-FILENAME
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

          MOVE SPACES TO WS-DIVE2-HISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_historik.txt" DELIMITED BY SIZE
              INTO WS-DIVE2-HISTORIK-FILENAME

          MOVE SPACES TO WS-UNDERHALL-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_underhall.txt" DELIMITED BY SIZE
              INTO WS-UNDERHALL-FILENAME

          MOVE SPACES TO WS-LIVSSTOD-STATUS-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "livsstod_status.txt" DELIMITED BY SIZE
              INTO WS-LIVSSTOD-STATUS-FILENAME

          IF WS-INPUT-FILENAME = "subfiles.txt"
             MOVE SPACES TO WS-INPUT-FILENAME
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    "subfiles.txt" DELIMITED BY SIZE
                 INTO WS-INPUT-FILENAME
          END-IF

          PERFORM B9-PROVA-LIVSSTOD

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_resultat_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RESULT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_rankning_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RANK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_separation_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-SEPARATION-FILENAME

          COMPUTE SEPARATION-KVADRAT =
             SEPARATION-MIN * SEPARATION-MIN

          OPEN INPUT SUBLISTA-FIL

          MOVE IND1-FILESTATUS TO WS-FILSTATUS
          END-IF
          .

      *> En ROD dag for livsuppehallet (BINARY2:s bedomning mot
      *> livsstod_granser.txt) ger inget seglingsresultat forran en
      *> DRIFT-operator lagt en OVERRIDE via LIVSSTOD efter dagens
      *> senaste STATUS-rad. Provas innan nagon utfil oppnas, sa att
      *> en vagrad korning inte lamnar halva resultat efter sig.
      *> Saknas filen eller dagens rad seglar vi som forr med en
      *> varning - granserna ar frivilliga.
       B9-PROVA-LIVSSTOD SECTION.

          OPEN INPUT LIVSSTOD-STATUS-FIL

          IF IND8-FILESTATUS NOT = "00"
             DISPLAY "Varning: livsstod_status.txt saknas - "
                "livsuppehallet ej bedomt"
          ELSE
             PERFORM UNTIL SLUT-PA-LIVSSTOD
                READ LIVSSTOD-STATUS-FIL
                      AT END
                         SET SLUT-PA-LIVSSTOD TO TRUE
                      NOT AT END
                         IF LS-DATUM = WS-RUN-DATE
                            IF LS-TYP = "STATUS"
                               MOVE LS-STATUS TO LIVSSTOD-STATUS-DAG
                               MOVE SPACES TO LIVSSTOD-OVERRIDE-AV
                            ELSE
                            IF LS-TYP = "OVERRIDE"
                               MOVE LS-OPERATOR TO LIVSSTOD-OVERRIDE-AV
                            END-IF
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE LIVSSTOD-STATUS-FIL

             EVALUATE TRUE
                WHEN LIVSSTOD-STATUS-DAG = SPACES
                   DISPLAY "Varning: ingen livsstodsstatus for "
                      WS-RUN-DATE
                WHEN LIVSSTOD-STATUS-DAG NOT = "ROD"
                   CONTINUE
                WHEN LIVSSTOD-OVERRIDE-AV = SPACES
                   DISPLAY "Livsuppehallet ar ROD for " WS-RUN-DATE
                      " - ingen segling utan OVERRIDE (LIVSSTOD)"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                WHEN OTHER
                   DISPLAY "Livsuppehallet ar ROD - OVERRIDE av "
                      LIVSSTOD-OVERRIDE-AV
             END-EVALUATE
          END-IF
          .

       C-KOR-ALLA-SUBBAR SECTION.

          PERFORM UNTIL SLUT-PA-SUBBAR
          INITIALIZE SCHEMA-FORVANTAT-ANTAL SCHEMA-TRAILER-ANTAL
          INITIALIZE SCHEMA-HEADER-DATUM
          INITIALIZE SUB-FEL-SW
          MOVE SPAR-ANTAL TO SPAR-START

          OPEN INPUT SONARFIL

                      COMPUTE TOTAL-DISTANS = TOTAL-DISTANS + SIFFRA
                END-EVALUATE

                PERFORM D1-SPARA-STEG

                PERFORM B1-LASA-GILTIG-RAD

                INITIALIZE REKNARE1

          IF NOT SUB-FEL
             COMPUTE SUMMA = FRAMDRIFT * DJUP
             PERFORM D2-BOKFOR-SPAR
          ELSE
             MOVE SPAR-START TO SPAR-ANTAL
          END-IF

          CLOSE SONARFIL
          END-IF
          .

      *> Lagger stegets lage i spartabellen. Ryms inte sparet
      *> provas subben inte for separation - det sags tydligt i
      *> bade korlogg och rapport, tyst ofullstandig kontroll vore
      *> varre.
       D1-SPARA-STEG SECTION.

          IF SPAR-ANTAL = 100000
             IF NOT SPAR-FULL
                SET SPAR-FULL TO TRUE
                DISPLAY "Varning: spartabellen ar full, " WS-SUB-ID
                   " och senare subbar provas inte for separation"
             END-IF
          ELSE
             ADD 1 TO SPAR-ANTAL
             MOVE DJUP TO SP-DJUP(SPAR-ANTAL)
             MOVE FRAMDRIFT TO SP-FRAMDRIFT(SPAR-ANTAL)
             MOVE ANTAL-RADER TO SP-LINJE-NR(SPAR-ANTAL)
             MOVE WS-INPUT TO SP-KOMMANDO(SPAR-ANTAL)
          END-IF
          .

       D2-BOKFOR-SPAR SECTION.

          IF SPAR-FULL OR SEP-ANTAL = 100
             MOVE SPAR-START TO SPAR-ANTAL
          ELSE
             IF SPAR-ANTAL > SPAR-START
                ADD 1 TO SEP-ANTAL
                MOVE WS-SUB-ID TO SS-SUB-ID(SEP-ANTAL)
                COMPUTE SS-FORSTA(SEP-ANTAL) = SPAR-START + 1
                COMPUTE SS-ANTAL(SEP-ANTAL) = SPAR-ANTAL - SPAR-START
             END-IF
          END-IF
          .

      *> Laser nasta rad ur den aktuella sub-filen och klassificerar
      *> den direkt som header, trailer eller data - innan nagon
      *> databehandling sker - sa att en trailerrad aldrig hinner
          END-IF
          .

      *> Provar varje par av seglade subbar steg for steg. Konflikten
      *> oppnas vid forsta steget inom SEPARATION-MIN och stangs
      *> nar avstandet ater racker eller sparen tar slut.
       H-KONTROLLERA-SEPARATION SECTION.

          OPEN OUTPUT DIVE2-SEPARATION-FIL

          PERFORM VARYING SEP-A FROM 1 BY 1
             UNTIL SEP-A >= SEP-ANTAL
             COMPUTE SEP-B-FORSTA = SEP-A + 1
             PERFORM VARYING SEP-B FROM SEP-B-FORSTA BY 1
                UNTIL SEP-B > SEP-ANTAL
                PERFORM H1-PROVA-PAR
             END-PERFORM
          END-PERFORM

          MOVE SPACES TO DIVE2-SEPARATION-REC
          MOVE WS-RUN-DATE TO SR-RUN-DATE
          MOVE "SUMMA" TO SR-TYP
          MOVE ANTAL-KONFLIKTER TO SR-FRAN-STEG
          MOVE SEP-ANTAL TO SR-TILL-STEG
          MOVE SEPARATION-MIN TO SR-MIN-AVSTAND

          IF SPAR-FULL
             MOVE "OFULLSTANDIG" TO SR-KOMMANDO-A
          END-IF

          WRITE DIVE2-SEPARATION-REC

          CLOSE DIVE2-SEPARATION-FIL

          DISPLAY "Separationsrapport skriven: " WS-SEPARATION-FILENAME
          DISPLAY "Separationskonflikter: " ANTAL-KONFLIKTER
             " (minsta avstand " SEPARATION-MIN ")"
          .

       H1-PROVA-PAR SECTION.

          INITIALIZE KONFLIKT-OPPEN-SW

          IF SS-ANTAL(SEP-A) > SS-ANTAL(SEP-B)
             MOVE SS-ANTAL(SEP-A) TO SEP-STEG-MAX
          ELSE
             MOVE SS-ANTAL(SEP-B) TO SEP-STEG-MAX
          END-IF

          PERFORM VARYING SEP-STEG FROM 1 BY 1
             UNTIL SEP-STEG > SEP-STEG-MAX

             IF SEP-STEG > SS-ANTAL(SEP-A)
                COMPUTE SEP-POS-A =
                   SS-FORSTA(SEP-A) + SS-ANTAL(SEP-A) - 1
             ELSE
                COMPUTE SEP-POS-A = SS-FORSTA(SEP-A) + SEP-STEG - 1
             END-IF

             IF SEP-STEG > SS-ANTAL(SEP-B)
                COMPUTE SEP-POS-B =
                   SS-FORSTA(SEP-B) + SS-ANTAL(SEP-B) - 1
             ELSE
                COMPUTE SEP-POS-B = SS-FORSTA(SEP-B) + SEP-STEG - 1
             END-IF

             PERFORM H2-MAT-AVSTAND

             IF SEP-AVSTAND-KVADRAT <= SEPARATION-KVADRAT
                   AND (SP-DJUP(SEP-POS-A) NOT = ZERO
                      OR SP-FRAMDRIFT(SEP-POS-A) NOT = ZERO)
                   AND (SP-DJUP(SEP-POS-B) NOT = ZERO
                      OR SP-FRAMDRIFT(SEP-POS-B) NOT = ZERO)
                IF KONFLIKT-OPPEN
                   MOVE SEP-STEG TO SR-TILL-STEG
                   IF SEP-AVSTAND-KVADRAT < SEP-MIN-KVADRAT
                      MOVE SEP-AVSTAND-KVADRAT TO SEP-MIN-KVADRAT
                   END-IF
                ELSE
                   SET KONFLIKT-OPPEN TO TRUE
                   MOVE SPACES TO DIVE2-SEPARATION-REC
                   MOVE WS-RUN-DATE TO SR-RUN-DATE
                   MOVE "KONFLIKT" TO SR-TYP
                   MOVE SS-SUB-ID(SEP-A) TO SR-SUB-A
                   MOVE SS-SUB-ID(SEP-B) TO SR-SUB-B
                   MOVE SEP-STEG TO SR-FRAN-STEG
                   MOVE SEP-STEG TO SR-TILL-STEG
                   MOVE SP-LINJE-NR(SEP-POS-A) TO SR-LINJE-A
                   MOVE SP-KOMMANDO(SEP-POS-A) TO SR-KOMMANDO-A
                   MOVE SP-LINJE-NR(SEP-POS-B) TO SR-LINJE-B
                   MOVE SP-KOMMANDO(SEP-POS-B) TO SR-KOMMANDO-B
                   MOVE SEP-AVSTAND-KVADRAT TO SEP-MIN-KVADRAT
                END-IF
             ELSE
                IF KONFLIKT-OPPEN
                   PERFORM H3-SKRIV-KONFLIKT
                END-IF
             END-IF
          END-PERFORM

          IF KONFLIKT-OPPEN
             PERFORM H3-SKRIV-KONFLIKT
          END-IF
          .

       H2-MAT-AVSTAND SECTION.

          IF SP-DJUP(SEP-POS-A) >= SP-DJUP(SEP-POS-B)
             COMPUTE SEP-DIFF-DJUP =
                SP-DJUP(SEP-POS-A) - SP-DJUP(SEP-POS-B)
          ELSE
             COMPUTE SEP-DIFF-DJUP =
                SP-DJUP(SEP-POS-B) - SP-DJUP(SEP-POS-A)
          END-IF

          IF SP-FRAMDRIFT(SEP-POS-A) >= SP-FRAMDRIFT(SEP-POS-B)
             COMPUTE SEP-DIFF-FRAMDRIFT =
                SP-FRAMDRIFT(SEP-POS-A) - SP-FRAMDRIFT(SEP-POS-B)
          ELSE
             COMPUTE SEP-DIFF-FRAMDRIFT =
                SP-FRAMDRIFT(SEP-POS-B) - SP-FRAMDRIFT(SEP-POS-A)
          END-IF

          COMPUTE SEP-AVSTAND-KVADRAT =
             SEP-DIFF-DJUP * SEP-DIFF-DJUP
             + SEP-DIFF-FRAMDRIFT * SEP-DIFF-FRAMDRIFT
          .

       H3-SKRIV-KONFLIKT SECTION.

          COMPUTE SR-MIN-AVSTAND ROUNDED = SEP-MIN-KVADRAT ** 0,5

          WRITE DIVE2-SEPARATION-REC

          ADD 1 TO ANTAL-KONFLIKTER

          DISPLAY "Separationskonflikt " SR-SUB-A " / " SR-SUB-B
             " steg " SR-FRAN-STEG "-" SR-TILL-STEG

          MOVE "KRIT" TO LARM-ALLVAR-HOLDER
          MOVE SPACES TO LARM-TEXT-HOLDER
          STRING "SEPARATION " DELIMITED BY SIZE
                 SR-SUB-A DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE
                 SR-SUB-B DELIMITED BY SPACE
                 " STEG " DELIMITED BY SIZE
                 SR-FRAN-STEG DELIMITED BY SIZE
              INTO LARM-TEXT-HOLDER
          PERFORM Y8-SKRIV-LARM

          MOVE ZERO TO KONFLIKT-OPPEN-SW
          .

      *> Rankningssektionen: medianerna beraknas forst, sedan
      *> sorteras flottan pa DR-SUMMA fallande och skrivs med sina
      *> avvikelser. Medianen hamtas genom att kopiera respektive
             PERFORM F1-BERAKNA-MEDIAN
             MOVE MEDIAN-RESULTAT TO MEDIAN-DISTANS

             PERFORM F4-LASA-UNDERHALL

             SORT FLOTTA-RAD ON DESCENDING KEY FT-SUMMA

             OPEN OUTPUT DIVE2-RANK-FIL
             MOVE "AVVIKAR" TO RK-FLAGGA
          END-IF

          SET UNDH-INDEX TO 1
          SEARCH UNDH-RAD
             WHEN UNDH-INDEX > UNDH-ANTAL
                CONTINUE
             WHEN UA-SUB-ID(UNDH-INDEX) = FT-SUB-ID(FLOTTA-INDEX)
                IF UA-SEDAN-SERVICE(UNDH-INDEX)
                      > UA-INTERVALL(UNDH-INDEX)
                   MOVE "FORSENAD" TO RK-SERVICE
                END-IF
          END-SEARCH

          WRITE DIVE2-RANK-REC
          .

      *> Laser underhallsregistret och summerar distansen sedan
      *> varje subs senaste service. Utan register blir det ingen
      *> serviceflagga.
       F4-LASA-UNDERHALL SECTION.

          OPEN INPUT UNDERHALL-FIL

          IF IND7-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-UNDERHALL
                READ UNDERHALL-FIL
                      AT END
                         SET SLUT-PA-UNDERHALL TO TRUE
                      NOT AT END
                         IF UNDH-ANTAL < 100
                            ADD 1 TO UNDH-ANTAL
                            SET UNDH-INDEX TO UNDH-ANTAL
                            MOVE UR-SUB-ID TO UA-SUB-ID(UNDH-INDEX)
                            MOVE UR-INTERVALL
                               TO UA-INTERVALL(UNDH-INDEX)
                            MOVE UR-SERVICE-DATUM
                               TO UA-SERVICE-DATUM(UNDH-INDEX)
                            MOVE ZERO TO UA-SEDAN-SERVICE(UNDH-INDEX)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE UNDERHALL-FIL
          END-IF

          IF UNDH-ANTAL > ZERO
             OPEN INPUT DIVE2-HISTORIK-FIL

             IF IND5-FILESTATUS = "00"
                INITIALIZE SLUT-PA-HISTORIK-SW

                PERFORM UNTIL SLUT-PA-HISTORIK
                   READ DIVE2-HISTORIK-FIL
                         AT END
                            SET SLUT-PA-HISTORIK TO TRUE
                         NOT AT END
                            PERFORM F5-BOKFOR-SERVICEDISTANS
                   END-READ
                END-PERFORM

                CLOSE DIVE2-HISTORIK-FIL
             END-IF

             PERFORM VARYING FLOTTA-INDEX FROM 1 BY 1
                UNTIL FLOTTA-INDEX > FLOTTA-ANTAL
                SET UNDH-INDEX TO 1
                SEARCH UNDH-RAD
                   WHEN UNDH-INDEX > UNDH-ANTAL
                      CONTINUE
                   WHEN UA-SUB-ID(UNDH-INDEX) = FT-SUB-ID(FLOTTA-INDEX)
                      IF WS-RUN-DATE > UA-SERVICE-DATUM(UNDH-INDEX)
                         ADD FT-DISTANS(FLOTTA-INDEX)
                            TO UA-SEDAN-SERVICE(UNDH-INDEX)
                      END-IF
                END-SEARCH
             END-PERFORM
          END-IF
          .

       F5-BOKFOR-SERVICEDISTANS SECTION.

          IF HI-RUN-DATE < WS-RUN-DATE
             SET UNDH-INDEX TO 1
             SEARCH UNDH-RAD
                WHEN UNDH-INDEX > UNDH-ANTAL
                   CONTINUE
                WHEN UA-SUB-ID(UNDH-INDEX) = HI-SUB-ID
                   IF HI-RUN-DATE > UA-SERVICE-DATUM(UNDH-INDEX)
                      ADD HI-TOTAL-DISTANS
                         TO UA-SEDAN-SERVICE(UNDH-INDEX)
                   END-IF
             END-SEARCH
          END-IF
          .

      *> Procentuell avvikelse fran medianen, tak 999. En median pa
      *> noll ger noll procents avvikelse for noll och 999 for allt
      *> annat. Over UTLIGGARE-PROCENT faller utliggarflaggan ut.

             SORT HIST-RAD ON ASCENDING KEY HT-SUB-ID HT-DATUM

      *> Forebild fore omskrivningen och commit-rad efter - dor
      *> korningen halvvags lagger ATERRULLA tillbaka mastern.
             MOVE "FORE " TO JN-FUNKTION
             MOVE "DIVE2" TO JN-PROGRAM
             MOVE WS-DIVE2-HISTORIK-FILENAME TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM

             IF JN-RESULTAT = "N"
                DISPLAY "Ingen forebild av dive2_historik.txt - "
                   "mastern skrivs inte om"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             OPEN OUTPUT DIVE2-HISTORIK-FIL

             PERFORM VARYING HIST-INDEX FROM 1 BY 1

             CLOSE DIVE2-HISTORIK-FIL

             MOVE "KLAR " TO JN-FUNKTION
             MOVE "DIVE2" TO JN-PROGRAM
             MOVE WS-DIVE2-HISTORIK-FILENAME TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM

             DISPLAY "Resehistorik uppdaterad: dive2_historik.txt"
          END-IF
          .
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "DIVE2" TO RA-PROGRAM
          MOVE WS-INPUT-FILENAME TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          STRING "SEP=" DELIMITED BY SIZE
                 SEPARATION-MIN DELIMITED BY SIZE
                 " KONFL=" DELIMITED BY SIZE
                 ANTAL-KONFLIKTER(2:5) DELIMITED BY SIZE
              INTO RA-PARAMETRAR
          MOVE ANTAL-SUBBAR TO RA-ANTAL-IN
          MOVE ANTAL-SUB-FEL TO RA-ANTAL-AVVISADE
          MOVE FLOTTA-ANTAL TO RA-ANTAL-SKRIVNA
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
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
          MOVE "DIVE2     " TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS

          WRITE LC-LARM-REC

          CLOSE LARM-FIL
          .


          EVALUATE PD-NYCKEL
             WHEN "SUBLISTA"
                MOVE PD-VARDE TO WS-INPUT-FILENAME
             WHEN "SEPARATION"
                IF PD-VARDE(1:4) IS NOT NUMERIC
                      OR PD-VARDE(1:4) = "0000"
                   DISPLAY "Ogiltigt varde for SEPARATION: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:4) TO PD-TAL
                MOVE PD-TAL TO SEPARATION-MIN
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
