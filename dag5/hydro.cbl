          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

           SELECT HYDROFIL ASSIGN DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND1-FILESTATUS.
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND6-FILESTATUS.

           SELECT HOTSPOT-REGISTER-FIL ASSIGN DYNAMIC
              WS-HOTSPOT-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND7-FILESTATUS.

           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND11-FILESTATUS.

           SELECT TACKNING-FIL ASSIGN DYNAMIC
              WS-TACKNING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND12-FILESTATUS.

           SELECT DATUM-FIL ASSIGN TO
              "hydro_datum.txt"
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND13-FILESTATUS.

           SELECT DATUMLOGG-FIL ASSIGN DYNAMIC
              WS-DATUMLOGG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND14-FILESTATUS.

           SELECT KARTORIGO-FIL ASSIGN DYNAMIC
              WS-KARTORIGO-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND15-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD HYDROFIL.
       01 WS-INPUT PIC X(60).

       FD HYDRO-RESULT-FIL.
       01 HYDRO-RESULT-REC.
          05 TP-Y PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 TP-ANTAL PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 TP-VIKT PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 TP-MAX-INTENSITET PIC 9.

       FD HYDRO-REJECT-FIL.
       COPY "REJECT-REC.cpy"
          05 HS-SVIT PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 HS-NIVA PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 HS-TOPP-INTENSITET PIC 9.

       FD HOTSPOT-RAPPORT-FIL.
       01 HOTSPOT-RAPPORT-REC.
          05 HP-SVIT PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 HP-NIVA PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 HP-TOPP-INTENSITET PIC 9.

      *> Kvalitetsrapporten per surveyor/bat: inlamnade och
      *> avvisade rader per orsak, andel diagonala linjer i promille
          05 SU-MIN-Y PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 SU-MAX-Y PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 SU-AVVISADE-DATUM PIC 9(6).

      *> Korridorextraktet: samma fonster som gridkartan, men varje
      *> cell ar S (sakert, overlapp under korridorgransen) eller X
       FD KORRIDOR-GRANS-FIL.
       01 KORRIDOR-GRANS-REC PIC 9(2).

      *> Kartfonstrets origo som korningen faktiskt anvande - efter
      *> positionsargumenten och parameterleken. Gridkartan och
      *> korridorextraktet ligger relativt origo, och HYDROLUCKA
      *> och FLOTTLINJE laser raden for att lagga dem pa samma
      *> axlar som tackningsblocken och hetpunkterna.
       FD KARTORIGO-FIL.
       01 KARTORIGO-REC.
          05 KO-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 KO-KARTA-X0 PIC 9(5).
          05 FILLER PIC X.
          05 KO-KARTA-Y0 PIC 9(5).

      *> Tackningsmastern: en rad per gridblock som nagon gang
      *> korsats av en ventlinje - forsta och senaste dag det skedde
      *> och vilken bat som var dar senast. Blocksidan star pa varje
      *> rad sa att en master byggd med en annan blocksida aldrig
      *> blandas ihop med kvallens block. HYDROLUCKA laser mastern
      *> for att hitta de block ingen tittat pa.
       FD TACKNING-FIL.
       01 TACKNING-REC.
          05 TK-BLOCK-X PIC 9(3).
          05 FILLER PIC X.
          05 TK-BLOCK-Y PIC 9(3).
          05 FILLER PIC X.
          05 TK-BLOCKSIDA PIC 9(4).
          05 FILLER PIC X.
          05 TK-FORST-SEDD PIC 9(8).
          05 FILLER PIC X.
          05 TK-SENAST-SEDD PIC 9(8).
          05 FILLER PIC X.
          05 TK-SENAST-BAT PIC X(3).

      *> Datumtabellen: en rad per bat som rapporterar i ett eget
      *> lokalt rutnat. Husets koordinat fas genom att forst byta
      *> axlar (J - batens X ar var Y), sedan skala (tiotusendelar,
      *> 0010000 = 1,0) och sist lagga pa forskjutningen. En bat som
      *> redan mater i husets rutnat star med 0, N och 0010000.
       FD DATUM-FIL.
       01 DATUM-REC.
          05 DT-BAT PIC X(3).
          05 FILLER PIC X.
          05 DT-OFFSET-X PIC S9(6) SIGN LEADING SEPARATE.
          05 FILLER PIC X.
          05 DT-OFFSET-Y PIC S9(6) SIGN LEADING SEPARATE.
          05 FILLER PIC X.
          05 DT-BYT-AXLAR PIC X.
          05 FILLER PIC X.
          05 DT-SKALA PIC 9(3)V9(4).

      *> Transformationsloggen: radens lokala (X1 Y1 X2 Y2) och
      *> transformerade koordinater sida vid sida, sa att en
      *> felaktig datumrad kan sparas till exakt de linjer den
      *> flyttat.
       FD DATUMLOGG-FIL.
       01 DATUMLOGG-REC.
          05 DL-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 DL-LINJE-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 DL-BAT PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 DL-LOKAL-X1 PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 DL-LOKAL-Y1 PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 DL-LOKAL-X2 PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 DL-LOKAL-Y2 PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 DL-HUS-X1 PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 DL-HUS-Y1 PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 DL-HUS-X2 PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 DL-HUS-Y2 PIC 9(5).

       WORKING-STORAGE SECTION.

       01 PDECK-FILESTATUS PIC XX.
          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "GENKAT-PARM.cpy".

       COPY "SIGILL-PARM.cpy".

       COPY "JOURNAL-PARM.cpy".

      *> Koordinaterna rymmer numera de nya djupfaltens fem siffror.
       01 KORDINATER.
           05 X1 PIC 9(5).
       01 LAGER-TOKEN-1 PIC X(8).
       01 LAGER-TOKEN-2 PIC X(8).
       01 LAGER-TOKEN-3 PIC X(8).
       01 LAGER-TOKEN-4 PIC X(8).

      *> Intensitet: surveyorn kan ange hur kraftig venten var med
      *> en token I1-I9 (svagt skimmer till valdsam plym). Rader
      *> utan token vager 1, sa den viktade kartan for gamla rader
      *> ar exakt densamma som antalskartan. Bredvid antalet per
      *> punkt summeras vikten, och varje overlappunkt far sin
      *> hogsta intensitet. TOPPMATT och KORRIDORMATT i
      *> parameterleken (ANTAL eller VIKT) valjer vilket matt
      *> topplistan rangordnas pa och korridorgransen provas mot.
       01 RAD-INTENSITET PIC 9 VALUE 1.
       01 TOPP-MATT PIC X(5) VALUE "ANTAL".
       01 KORRIDOR-MATT PIC X(5) VALUE "ANTAL".

       01 LAGER-SEDDA-SW PIC 9 VALUE ZERO.
          88 LAGER-SEDDA VALUE 1.
       01 GRUPP-LAGER-TABELL.
          05 GRUPP-LAGER-TACKNING PIC 9(5) OCCURS 9 TIMES.

       01 LAGER-NR PIC 9(2).
       01 AKTUELLT-KARTLAGER PIC 9(2) VALUE ZERO.

      *> Surveyoridentiteten: observationsraderna far bara en
      *> bat-kod B01-B99 bland slaptokens ("X1,Y1 -> X2,Y2
             10 BA-INLAMNADE PIC 9(6).
             10 BA-AVVISADE-FORMAT PIC 9(6).
             10 BA-AVVISADE-NUMERISK PIC 9(6).
             10 BA-AVVISADE-DATUM PIC 9(6).
             10 BA-DIAGONALA PIC 9(6).
             10 BA-MIN-X PIC 9(5).
             10 BA-MAX-X PIC 9(5).
          88 BAT-FUNNEN VALUE 1.
       01 BAT-SOK-POS PIC 9(2).
       01 BAT-PROMILLE PIC 9(6).
       01 WS-SURVEYOR-FILENAME PIC X(40).

       01 WS-KORRIDOR-FILENAME PIC X(40).
       01 KORRIDOR-GRANS PIC 9(2) VALUE 2.

      *> Tackningen per gridblock: varje behandlad ventlinje - oavsett
      *> datumfonster - gas igenom punkt for punkt och stamplar de
      *> block den korsar med sitt observationsdatum (kvallens datum
      *> for rader utan datum) och sin bat. 100 x 100 block med
      *> blocksidan 100 (parameterleken: HYDRO BLOCKSIDA) tacker
      *> hela faltregistrets koordinatrymd; punkter bortom sista
      *> blocket raknas men stamplar inget.
       01 BLOCKSIDA PIC 9(4) VALUE 100.

       01 TACKNING-TABELL.
          05 TB-RAD OCCURS 100 TIMES.
             10 TB-KOL OCCURS 100 TIMES.
                15 TB-FORST-SEDD PIC 9(8).
                15 TB-SENAST-SEDD PIC 9(8).
                15 TB-SENAST-BAT PIC X(3).

       01 TB-X PIC 9(5).
       01 TB-Y PIC 9(5).
       01 TACKNING-DATUM PIC 9(8).
       01 TACKNING-BAT PIC X(3).
       01 ANTAL-TACKNINGSBLOCK PIC 9(6) VALUE ZERO.
       01 ANTAL-UTANFOR-BLOCK PIC 9(7) VALUE ZERO.

       01 SLUT-PA-TACKNING-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-TACKNING VALUE 1.

      *> Batar som rapporterar i eget rutnat transformeras till
      *> husets rutnat innan raden gar vidare till vektortabellen.
      *> Finns hydro_datum.txt maste varje bat-kod sta i den - en
      *> rad fran en bat utan datumrad avvisas som SAKNAR DATUM i
      *> stallet for att hamna pa fel stalle, och en rad som efter
      *> transformationen hamnar utanfor rutnatet avvisas som
      *> DATUM UTANFOR. Rader utan bat-kod, och alla rader nar
      *> tabellen saknas, lases i husets rutnat som forut.
       01 DATUM-AKTIV-SW PIC 9 VALUE ZERO.
          88 DATUM-AKTIV VALUE 1.
       01 SLUT-PA-DATUM-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DATUM VALUE 1.
       01 DATUMLOGG-OPPEN-SW PIC 9 VALUE ZERO.
          88 DATUMLOGG-OPPEN VALUE 1.

       01 DATUM-ANTAL PIC 9(3) VALUE ZERO.
       01 DATUM-TABELL.
          05 DATUM-RAD OCCURS 99 TIMES.
             10 DA-BAT PIC X(3).
             10 DA-OFFSET-X PIC S9(6).
             10 DA-OFFSET-Y PIC S9(6).
             10 DA-BYT-AXLAR PIC X.
             10 DA-SKALA PIC 9(3)V9(4).

       01 DATUM-POS PIC 9(3).
       01 DATUM-FUNNEN-SW PIC 9.
          88 DATUM-FUNNEN VALUE 1.

       01 LOKAL-KORDINATER.
           05 LOKAL-X1 PIC 9(5).
           05 LOKAL-Y1 PIC 9(5).
           05 LOKAL-X2 PIC 9(5).
           05 LOKAL-Y2 PIC 9(5).

       01 HUS-X1 PIC S9(9).
       01 HUS-Y1 PIC S9(9).
       01 HUS-X2 PIC S9(9).
       01 HUS-Y2 PIC S9(9).

       01 ANTAL-TRANSFORMERADE PIC 9(6) VALUE ZERO.
       01 WS-DATUMLOGG-FILENAME PIC X(40).

      *> Ventobservationerna far numera bara ett observationsdatum
      *> sist pa raden ("X1,Y1 -> X2,Y2 YYYYMMDD"); rader utan datum
      *> lases som forut och raknas till det aktuella fonstret. Med
              10 PT-X PIC 9(5).
              10 PT-KOD PIC X.
              10 PT-LAGER PIC 9.
              10 PT-INTENSITET PIC 9.

       01 PUNKT-TABELL-FULL-SW PIC 9 VALUE ZERO.
          88 PUNKT-TABELL-FULL VALUE 1.
              10 KARTA-KOL OCCURS 1000 TIMES INDEXED BY KARTA-X-INDEX
                                             PIC 9(3).

      *> Den viktade kartan: samma fonster, summan av
      *> intensiteterna per cell.
       01 VIKT-KARTA-TABELL.
           05 VIKT-KARTA-RAD OCCURS 1000 TIMES.
              10 VIKT-KARTA-KOL OCCURS 1000 TIMES PIC 9(4).

       01 VIKT-TECKEN-TABELL PIC X(26)
          VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 KORRIDOR-VARDE PIC 9(4).

       01 KARTA-REL-X PIC 9(5).
       01 KARTA-REL-Y PIC 9(5).

       01 GRUPP-POS PIC 9(6).
       01 GRUPP-A-TACKNING PIC 9(5).
       01 GRUPP-F-TACKNING PIC 9(5).
       01 GRUPP-A-VIKT PIC 9(6).
       01 GRUPP-MAX-INTENSITET PIC 9.
       01 GRUPP-MATT PIC 9(6).
       01 GRUPP-Y PIC 9(5).
       01 GRUPP-X PIC 9(5).
       01 TOPP-MIN-POS PIC 9(2).
       01 TOPP-MIN-ANTAL PIC 9(6).

      *> Top TOPP-ANTAL-PUNKTER hotspots in the danger zone, found by
      *> repeatedly scanning the active grid area for the highest count
           05 TOPP-RAD OCCURS 10 TIMES INDEXED BY TOPP-INDEX.
              10 TOPP-X PIC 9(5).
              10 TOPP-Y PIC 9(5).
              10 TOPP-RAKNARE PIC 9(6).
              10 TOPP-ANTAL-LINJER PIC 9(5).
              10 TOPP-VIKT PIC 9(6).
              10 TOPP-MAX-INTENSITET PIC 9.

       01 TOPP-FUNNA PIC 9(2) VALUE ZERO.
       01 TOPP-RANK PIC 9(2).
       01 WS-INPUT-FILENAME PIC X(100).

       01 WS-RESULT-FILENAME PIC X(40).
       01 WS-GRID-FILENAME PIC X(40).
       01 WS-TOPP-FILENAME PIC X(40).
       01 WS-REJECT-FILENAME PIC X(40).
       01 WS-UTVECKLING-FILENAME PIC X(40).
       01 WS-HOTSPOT-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-HOTSPOT-REGISTER-FILENAME PIC X(40).
       01 WS-TACKNING-FILENAME PIC X(40).
       01 WS-KARTORIGO-FILENAME PIC X(40).

       01 ESKALERING-N PIC 9(2) VALUE 3.

       01 HOTSPOT-ANTAL PIC 9(4) VALUE ZERO.
             10 HO-TOPP-ANTAL PIC 9(5).
             10 HO-SVIT PIC 9(3).
             10 HO-NIVA PIC 9(2).
             10 HO-TOPP-INTENSITET PIC 9.
             10 HO-SEDD-IDAG PIC 9.

       01 SLUT-PA-HOTSPOTS-SW PIC 9 VALUE ZERO.
          05 IND9-FILESTATUS PIC XX.
          05 IND10-FILESTATUS PIC XX.
          05 IND11-FILESTATUS PIC XX.
          05 IND12-FILESTATUS PIC XX.
          05 IND13-FILESTATUS PIC XX.
          05 IND14-FILESTATUS PIC XX.
          05 IND15-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).
              ON EXCEPTION MOVE ZERO TO KARTA-Y0
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

           MOVE SPACES TO WS-HOTSPOT-REGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_hotspots.txt" DELIMITED BY SIZE
               INTO WS-HOTSPOT-REGISTER-FILENAME

           MOVE SPACES TO WS-TACKNING-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_tackning.txt" DELIMITED BY SIZE
               INTO WS-TACKNING-FILENAME

           MOVE SPACES TO WS-KARTORIGO-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_kartorigo.txt" DELIMITED BY SIZE
               INTO WS-KARTORIGO-FILENAME

           IF WS-INPUT-FILENAME = "input.txt"
              MOVE SPACES TO WS-INPUT-FILENAME
              STRING PLATS-PREFIX DELIMITED BY SPACE
                     "input.txt" DELIMITED BY SIZE
                  INTO WS-INPUT-FILENAME
           END-IF

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_utveckling_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-UTVECKLING-FILENAME
           CALL "GENKAT" USING GENKAT-PARM
           MOVE GK-FILNAMN TO WS-RESULT-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_gridkarta_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-GRID-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_toppunkter_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-TOPP-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_rejects_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REJECT-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_surveyor_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-SURVEYOR-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_korridor_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-KORRIDOR-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_datumlogg_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-DATUMLOGG-FILENAME

           PERFORM B2-LASA-KORRIDORGRANS
           PERFORM B3-LASA-TACKNING
           PERFORM B4-LASA-DATUM

           INITIALIZE KARTA-TABELL
           INITIALIZE VIKT-KARTA-TABELL

           OPEN INPUT HYDROFIL

                                   PERFORM CE-SKRIV-REJECT
                               ELSE
                                   SET GILTIG-RAD TO TRUE
                                   IF DATUM-AKTIV
                                         AND RAD-BAT NOT = SPACES
                                       PERFORM CG-TRANSFORMERA-DATUM
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
           END-PERFORM
           .

      *> Valfria slaptokens efter koordinaterna: ett 8-siffrigt
      *> observationsdatum, en skiktkod L1-L9, en bat-kod B01-B99
      *> och en intensitet I1-I9, i valfri ordning - varje token
      *> klassificeras pa sin form sa att gamla rader (utan dem)
      *> lases exakt som forut.
       CA-LAS-KORDINATER SECTION.

           MOVE SPACES TO OBS-DATUM-X
           MOVE SPACES TO LAGER-TOKEN-1
           MOVE SPACES TO LAGER-TOKEN-2
           MOVE SPACES TO LAGER-TOKEN-3
           MOVE SPACES TO LAGER-TOKEN-4
           MOVE 1 TO RAD-INTENSITET
           MOVE ZERO TO OBS-DATUM
           MOVE ZERO TO RAD-LAGER
           MOVE SPACES TO RAD-BAT
           DELIMITED BY ',' OR SPACE
           INTO X1 Y1 WS-UNSTRING-FILLER X2 Y2
                LAGER-TOKEN-1 LAGER-TOKEN-2 LAGER-TOKEN-3
                LAGER-TOKEN-4

           PERFORM CA1-KLASSA-TOKEN-1
           MOVE LAGER-TOKEN-2 TO LAGER-TOKEN-1
           PERFORM CA1-KLASSA-TOKEN-1
           MOVE LAGER-TOKEN-3 TO LAGER-TOKEN-1
           PERFORM CA1-KLASSA-TOKEN-1
           MOVE LAGER-TOKEN-4 TO LAGER-TOKEN-1
           PERFORM CA1-KLASSA-TOKEN-1
           .

       CA1-KLASSA-TOKEN-1 SECTION.
                       AND LAGER-TOKEN-1(2:2) IS NUMERIC
                    MOVE LAGER-TOKEN-1(1:3) TO RAD-BAT
                    SET BAT-SEDDA TO TRUE
                 ELSE
                    IF LAGER-TOKEN-1(1:1) = "I"
                          AND LAGER-TOKEN-1(2:1) >= "1"
                          AND LAGER-TOKEN-1(2:1) <= "9"
                       MOVE LAGER-TOKEN-1(2:1) TO RAD-INTENSITET
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO RAD-BAT

           PERFORM VARYING BAT-SOK-POS FROM 1 BY 1
              UNTIL BAT-SOK-POS > 57
                 OR RAD-BAT NOT = SPACES
              IF WS-INPUT(BAT-SOK-POS:1) = SPACE
                    AND WS-INPUT(BAT-SOK-POS + 1:1) = "B"
              SET BAT-SEDDA TO TRUE
              PERFORM CE2-HITTA-BAT

              EVALUATE HY-ORSAK-HOLDER
                 WHEN "FEL FORMAT"
                    ADD 1 TO BA-AVVISADE-FORMAT(BAT-POS)
                 WHEN "EJ NUMERISK"
                    ADD 1 TO BA-AVVISADE-NUMERISK(BAT-POS)
                 WHEN OTHER
                    ADD 1 TO BA-AVVISADE-DATUM(BAT-POS)
              END-EVALUATE
           END-IF
           .

              ELSE
                 ADD 1 TO ANTAL-BATAR
                 MOVE ANTAL-BATAR TO BAT-POS
                 INITIALIZE BAT-RAD(BAT-POS)
                 MOVE RAD-BAT TO BA-KOD(BAT-POS)
                 MOVE 99999 TO BA-MIN-X(BAT-POS)
                 MOVE ZERO TO BA-MAX-X(BAT-POS)
           END-IF
           .

      *> Flyttar radens koordinater fran batens lokala rutnat till
      *> husets enligt batens datumrad och loggar bada. En bat utan
      *> datumrad, eller en linje som hamnar utanfor rutnatet,
      *> avvisas - raden galler da inte som giltig.
       CG-TRANSFORMERA-DATUM SECTION.

           INITIALIZE DATUM-FUNNEN-SW

           PERFORM VARYING DATUM-POS FROM 1 BY 1
              UNTIL DATUM-POS > DATUM-ANTAL OR DATUM-FUNNEN
              IF DA-BAT(DATUM-POS) = RAD-BAT
                 SET DATUM-FUNNEN TO TRUE
                 SUBTRACT 1 FROM DATUM-POS
              END-IF
           END-PERFORM

           IF NOT DATUM-FUNNEN
              INITIALIZE GILTIG-RAD-SW
              MOVE "SAKNAR DATUM" TO HY-ORSAK-HOLDER
              PERFORM CE-SKRIV-REJECT
              EXIT SECTION
           END-IF

           IF DA-BYT-AXLAR(DATUM-POS) = "J"
              MOVE Y1 TO LOKAL-X1
              MOVE X1 TO LOKAL-Y1
              MOVE Y2 TO LOKAL-X2
              MOVE X2 TO LOKAL-Y2
           ELSE
              MOVE X1 TO LOKAL-X1
              MOVE Y1 TO LOKAL-Y1
              MOVE X2 TO LOKAL-X2
              MOVE Y2 TO LOKAL-Y2
           END-IF

           COMPUTE HUS-X1 ROUNDED = LOKAL-X1 * DA-SKALA(DATUM-POS)
              + DA-OFFSET-X(DATUM-POS)
           COMPUTE HUS-Y1 ROUNDED = LOKAL-Y1 * DA-SKALA(DATUM-POS)
              + DA-OFFSET-Y(DATUM-POS)
           COMPUTE HUS-X2 ROUNDED = LOKAL-X2 * DA-SKALA(DATUM-POS)
              + DA-OFFSET-X(DATUM-POS)
           COMPUTE HUS-Y2 ROUNDED = LOKAL-Y2 * DA-SKALA(DATUM-POS)
              + DA-OFFSET-Y(DATUM-POS)

           IF HUS-X1 < ZERO OR HUS-X1 > 99999
                 OR HUS-Y1 < ZERO OR HUS-Y1 > 99999
                 OR HUS-X2 < ZERO OR HUS-X2 > 99999
                 OR HUS-Y2 < ZERO OR HUS-Y2 > 99999
              INITIALIZE GILTIG-RAD-SW
              MOVE "DATUM UTANFOR" TO HY-ORSAK-HOLDER
              PERFORM CE-SKRIV-REJECT
              EXIT SECTION
           END-IF

           IF NOT DATUMLOGG-OPPEN
              OPEN OUTPUT DATUMLOGG-FIL
              SET DATUMLOGG-OPPEN TO TRUE
           END-IF

           MOVE SPACES TO DATUMLOGG-REC
           MOVE WS-RUN-DATE TO DL-RUN-DATE
           MOVE LINJE-NR TO DL-LINJE-NR
           MOVE RAD-BAT TO DL-BAT
           MOVE X1 TO DL-LOKAL-X1
           MOVE Y1 TO DL-LOKAL-Y1
           MOVE X2 TO DL-LOKAL-X2
           MOVE Y2 TO DL-LOKAL-Y2

           MOVE HUS-X1 TO X1
           MOVE HUS-Y1 TO Y1
           MOVE HUS-X2 TO X2
           MOVE HUS-Y2 TO Y2

           MOVE X1 TO DL-HUS-X1
           MOVE Y1 TO DL-HUS-Y1
           MOVE X2 TO DL-HUS-X2
           MOVE Y2 TO DL-HUS-Y2
           WRITE DATUMLOGG-REC

           ADD 1 TO ANTAL-TRANSFORMERADE
           .

       C-TA-INPUT SECTION.

           PERFORM CF-BEHANDLA-RAD
              END-IF
           END-IF

           PERFORM CT-MARKERA-TACKNING

           MOVE "A" TO RAD-FONSTER-KOD

           IF FONSTER-AKTIVT AND OBS-DATUM NOT = ZERO
                   MOVE PUNKT-X TO PT-X(PUNKT-INDEX)
                   MOVE PUNKT-KOD-HOLDER TO PT-KOD(PUNKT-INDEX)
                   MOVE RAD-LAGER TO PT-LAGER(PUNKT-INDEX)
                   MOVE RAD-INTENSITET TO PT-INTENSITET(PUNKT-INDEX)
               END-IF

               IF PUNKT-KOD-HOLDER = "A"
                   COMPUTE KARTA-REL-Y = PUNKT-Y - KARTA-Y0
                   ADD 1 TO KARTA-KOL(KARTA-REL-Y + 1,
                      KARTA-REL-X + 1)
                   ADD RAD-INTENSITET TO VIKT-KARTA-KOL(KARTA-REL-Y + 1,
                      KARTA-REL-X + 1)

                   IF KARTA-REL-X > KARTA-MAX-X
                       MOVE KARTA-REL-X TO KARTA-MAX-X
           END-PERFORM
           .

      *> Stamplar varje gridblock som segmentet (X1,Y1)-(X2,Y2)
      *> korsar med radens observationsdatum och bat - senaste dagen
      *> vinner, sa en ikapp-korning med aldre rader aldrig flyttar
      *> tillbaka ett blocks senaste survey.
       CT-MARKERA-TACKNING SECTION.

           IF OBS-DATUM NOT = ZERO
              MOVE OBS-DATUM TO TACKNING-DATUM
           ELSE
              MOVE WS-RUN-DATE TO TACKNING-DATUM
           END-IF

           IF RAD-BAT NOT = SPACES
              MOVE RAD-BAT TO TACKNING-BAT
           ELSE
              MOVE "---" TO TACKNING-BAT
           END-IF

           PERFORM CD-BERAKNA-STEG
           MOVE X1 TO PUNKT-X
           MOVE Y1 TO PUNKT-Y

           PERFORM VARYING STEG-INDEX FROM 0 BY 1
                   UNTIL STEG-INDEX > ANTAL-STEG

               DIVIDE PUNKT-X BY BLOCKSIDA GIVING TB-X
               DIVIDE PUNKT-Y BY BLOCKSIDA GIVING TB-Y

               IF TB-X > 99 OR TB-Y > 99
                   ADD 1 TO ANTAL-UTANFOR-BLOCK
               ELSE
                   IF TB-SENAST-SEDD(TB-Y + 1, TB-X + 1)
                         < TACKNING-DATUM
                       MOVE TACKNING-DATUM
                          TO TB-SENAST-SEDD(TB-Y + 1, TB-X + 1)
                       MOVE TACKNING-BAT
                          TO TB-SENAST-BAT(TB-Y + 1, TB-X + 1)
                   END-IF
                   IF TB-FORST-SEDD(TB-Y + 1, TB-X + 1) = ZERO
                         OR TB-FORST-SEDD(TB-Y + 1, TB-X + 1)
                            > TACKNING-DATUM
                       MOVE TACKNING-DATUM
                          TO TB-FORST-SEDD(TB-Y + 1, TB-X + 1)
                   END-IF
               END-IF

               COMPUTE PUNKT-X = PUNKT-X + STEG-X
               COMPUTE PUNKT-Y = PUNKT-Y + STEG-Y
           END-PERFORM
           .

       CD-BERAKNA-STEG SECTION.

           COMPUTE ANTAL-STEG = FUNCTION MAX(FUNCTION ABS(X2 - X1)
               MOVE PT-X(GRUPP-START-POS) TO GRUPP-X
               MOVE ZERO TO GRUPP-A-TACKNING
               MOVE ZERO TO GRUPP-F-TACKNING
               MOVE ZERO TO GRUPP-A-VIKT
               MOVE ZERO TO GRUPP-MAX-INTENSITET
               INITIALIZE GRUPP-LAGER-TABELL
               MOVE GRUPP-START-POS TO GRUPP-POS


                   IF PT-KOD(GRUPP-POS) = "A"
                       ADD 1 TO GRUPP-A-TACKNING
                       ADD PT-INTENSITET(GRUPP-POS) TO GRUPP-A-VIKT
                       IF PT-INTENSITET(GRUPP-POS)
                             > GRUPP-MAX-INTENSITET
                          MOVE PT-INTENSITET(GRUPP-POS)
                             TO GRUPP-MAX-INTENSITET
                       END-IF
                       IF PT-LAGER(GRUPP-POS) NOT = ZERO
                          ADD 1 TO GRUPP-LAGER-TACKNING(
                             PT-LAGER(GRUPP-POS))
      *> den svagaste platsen nar den har punkten ar battre.
       D1-PROVA-TOPPUNKT SECTION.

           IF TOPP-MATT = "VIKT"
               MOVE GRUPP-A-VIKT TO GRUPP-MATT
           ELSE
               MOVE GRUPP-A-TACKNING TO GRUPP-MATT
           END-IF

           IF TOPP-FUNNA < TOPP-ANTAL-PUNKTER
               ADD 1 TO TOPP-FUNNA
               MOVE TOPP-FUNNA TO TOPP-MIN-POS
               PERFORM D2-SPARA-TOPPUNKT
           ELSE
               MOVE 1 TO TOPP-MIN-POS
               MOVE TOPP-RAKNARE(1) TO TOPP-MIN-ANTAL
                   END-IF
               END-PERFORM

               IF GRUPP-MATT > TOPP-MIN-ANTAL
                   PERFORM D2-SPARA-TOPPUNKT
               END-IF
           END-IF
           .

      *> Lagger den aktuella punkten pa topplistans plats
      *> TOPP-MIN-POS.
       D2-SPARA-TOPPUNKT SECTION.

           MOVE GRUPP-X TO TOPP-X(TOPP-MIN-POS)
           MOVE GRUPP-Y TO TOPP-Y(TOPP-MIN-POS)
           MOVE GRUPP-MATT TO TOPP-RAKNARE(TOPP-MIN-POS)
           MOVE GRUPP-A-TACKNING TO TOPP-ANTAL-LINJER(TOPP-MIN-POS)
           MOVE GRUPP-A-VIKT TO TOPP-VIKT(TOPP-MIN-POS)
           MOVE GRUPP-MAX-INTENSITET
              TO TOPP-MAX-INTENSITET(TOPP-MIN-POS)
           .

       DA-SKRIV-RESULTAT SECTION.

           OPEN OUTPUT HYDRO-RESULT-FIL
           DISPLAY 'Gridkartfil skriven: ' WS-GRID-FILENAME
           .

      *> Skriver den viktade gridkartan over samma fonster som
      *> antalskartan: '.' for ingen ventlinje, siffran for summan
      *> 1-9, A-Z for 10-35 och '+' for 36 eller mer.
       DF-SKRIV-VIKTAD-GRIDKARTA SECTION.

           MOVE SPACES TO WS-GRID-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_gridkarta_viktad_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-GRID-FILENAME

           OPEN OUTPUT HYDRO-GRID-FIL

           PERFORM VARYING GRID-RAD-INDEX FROM 0 BY 1
                   UNTIL GRID-RAD-INDEX > KARTA-MAX-Y

               MOVE SPACES TO HYDRO-GRID-REC

               PERFORM VARYING GRID-KOL-INDEX FROM 0 BY 1
                       UNTIL GRID-KOL-INDEX > KARTA-MAX-X

                   MOVE VIKT-KARTA-KOL(GRID-RAD-INDEX + 1,
                           GRID-KOL-INDEX + 1)
                       TO GRID-ANTAL

                   EVALUATE TRUE
                       WHEN GRID-ANTAL = 0
                           MOVE '.' TO GRID-TECKEN
                       WHEN GRID-ANTAL <= 9
                           MOVE GRID-ANTAL TO GRID-SIFFRA
                           MOVE GRID-SIFFRA TO GRID-TECKEN
                       WHEN GRID-ANTAL <= 35
                           MOVE VIKT-TECKEN-TABELL(GRID-ANTAL - 9:1)
                              TO GRID-TECKEN
                       WHEN OTHER
                           MOVE '+' TO GRID-TECKEN
                   END-EVALUATE

                   MOVE GRID-TECKEN
                       TO HYDRO-GRID-REC(GRID-KOL-INDEX + 1:1)
               END-PERFORM

               WRITE HYDRO-GRID-REC
           END-PERFORM

           CLOSE HYDRO-GRID-FIL

           DISPLAY 'Viktad gridkarta skriven: ' WS-GRID-FILENAME
           .

      *> Laser operatorernas korridorgrans om filen finns och
      *> innehaller ett numeriskt varde skilt fran noll; annars
      *> star standardvardet kvar.
           END-IF
           .

      *> Laser tackningsmastern in i blocktabellen. Saknas den borjar
      *> tackningen om fran tom tabell; en master byggd med en annan
      *> blocksida stoppar korningen innan nagot skrivits over.
       B3-LASA-TACKNING SECTION.

           INITIALIZE TACKNING-TABELL

           OPEN INPUT TACKNING-FIL

           IF IND12-FILESTATUS = "00"
              PERFORM UNTIL SLUT-PA-TACKNING
                 READ TACKNING-FIL
                       AT END
                          SET SLUT-PA-TACKNING TO TRUE
                       NOT AT END
                          IF TK-BLOCKSIDA NOT = BLOCKSIDA
                             DISPLAY "Tackningsmastern har blocksida "
                                TK-BLOCKSIDA " men korningen "
                                BLOCKSIDA
                             DISPLAY "Programmet avslutas"
                             MOVE 1 TO RETURN-CODE
                             STOP RUN
                          END-IF
                          IF TK-BLOCK-X IS NOT NUMERIC
                                OR TK-BLOCK-Y IS NOT NUMERIC
                                OR TK-BLOCK-X > 99
                                OR TK-BLOCK-Y > 99
                             DISPLAY "Tackningsmasterns block "
                                TK-BLOCK-X "," TK-BLOCK-Y
                                " ligger utanfor rutnatet - "
                                "raden hoppas over"
                          ELSE
                             MOVE TK-FORST-SEDD TO
                                TB-FORST-SEDD(TK-BLOCK-Y + 1,
                                   TK-BLOCK-X + 1)
                             MOVE TK-SENAST-SEDD TO
                                TB-SENAST-SEDD(TK-BLOCK-Y + 1,
                                   TK-BLOCK-X + 1)
                             MOVE TK-SENAST-BAT TO
                                TB-SENAST-BAT(TK-BLOCK-Y + 1,
                                   TK-BLOCK-X + 1)
                          END-IF
                 END-READ
              END-PERFORM

              CLOSE TACKNING-FIL
           ELSE
              DISPLAY "Ingen tackningsmaster annu - skapas nu"
           END-IF
           .

      *> Laser datumtabellen om den finns. En rad med ogiltiga varden
      *> stoppar korningen - hellre ingen korning an linjer pa fel
      *> stalle.
       B4-LASA-DATUM SECTION.

           OPEN INPUT DATUM-FIL

           IF IND13-FILESTATUS NOT = "00"
              EXIT SECTION
           END-IF

           SET DATUM-AKTIV TO TRUE

           PERFORM UNTIL SLUT-PA-DATUM
              READ DATUM-FIL
                    AT END
                       SET SLUT-PA-DATUM TO TRUE
                    NOT AT END
                       IF DT-OFFSET-X IS NOT NUMERIC
                             OR DT-OFFSET-Y IS NOT NUMERIC
                             OR DT-SKALA IS NOT NUMERIC
                             OR DT-SKALA = ZERO
                             OR (DT-BYT-AXLAR NOT = "J"
                                AND DT-BYT-AXLAR NOT = "N")
                          DISPLAY "Ogiltig datumrad for bat " DT-BAT
                             " i hydro_datum.txt"
                          DISPLAY "Programmet avslutas"
                          MOVE 1 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       IF DATUM-ANTAL < 99
                          ADD 1 TO DATUM-ANTAL
                          MOVE DT-BAT TO DA-BAT(DATUM-ANTAL)
                          MOVE DT-OFFSET-X TO DA-OFFSET-X(DATUM-ANTAL)
                          MOVE DT-OFFSET-Y TO DA-OFFSET-Y(DATUM-ANTAL)
                          MOVE DT-BYT-AXLAR
                             TO DA-BYT-AXLAR(DATUM-ANTAL)
                          MOVE DT-SKALA TO DA-SKALA(DATUM-ANTAL)
                       END-IF
              END-READ
           END-PERFORM

           CLOSE DATUM-FIL

           DISPLAY "Datumtabell: " DATUM-ANTAL " batar"
           .

      *> Skriver korridorextraktet fran den fardiga kartan, och
      *> origot det ligger relativt till hydro_kartorigo.txt - maste
      *> ga fore skiktkartorna, som ateranvander kartfonstret.
       DE-SKRIV-KORRIDOR SECTION.

               PERFORM VARYING GRID-KOL-INDEX FROM 0 BY 1
                       UNTIL GRID-KOL-INDEX > KARTA-MAX-X

                   IF KORRIDOR-MATT = "VIKT"
                       MOVE VIKT-KARTA-KOL(GRID-RAD-INDEX + 1,
                          GRID-KOL-INDEX + 1) TO KORRIDOR-VARDE
                   ELSE
                       MOVE KARTA-KOL(GRID-RAD-INDEX + 1,
                          GRID-KOL-INDEX + 1) TO KORRIDOR-VARDE
                   END-IF

                   IF KORRIDOR-VARDE < KORRIDOR-GRANS
                       MOVE "S"
                          TO KORRIDOR-REC(GRID-KOL-INDEX + 1:1)
                   ELSE
           CLOSE KORRIDOR-FIL

           DISPLAY 'Korridorextrakt skrivet: ' WS-KORRIDOR-FILENAME

           OPEN OUTPUT KARTORIGO-FIL

           MOVE IND15-FILESTATUS TO WS-FILSTATUS
           MOVE WS-KARTORIGO-FILENAME TO WS-FILSTATUS-FIL
           PERFORM Z-KONTROLLERA-FILSTATUS

           MOVE SPACES TO KARTORIGO-REC
           MOVE WS-RUN-DATE TO KO-RUN-DATE
           MOVE KARTA-X0 TO KO-KARTA-X0
           MOVE KARTA-Y0 TO KO-KARTA-Y0
           WRITE KARTORIGO-REC

           CLOSE KARTORIGO-FIL
           .

      *> Skriver en gridkarta per skikt som faktiskt sags i flodet:
                 END-PERFORM

                 MOVE SPACES TO WS-GRID-FILENAME
                 STRING PLATS-PREFIX DELIMITED BY SPACE
                        "hydro_gridkarta_L" DELIMITED BY SIZE
                        AKTUELLT-KARTLAGER(2:1) DELIMITED BY SIZE
                        "_" DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        ".txt" DELIMITED BY SIZE
           .

      *> Skriver topplistan: de hogsta overlapptackningarna
      *> insamlade under genomlopningen, sorterade fallande pa
      *> TOPPMATT - antal linjer eller viktad summa.
       DC-SKRIV-TOPPLISTA SECTION.

           SORT TOPP-RAD ON DESCENDING KEY TOPP-RAKNARE
               MOVE TOPP-INDEX TO TP-RANK
               MOVE TOPP-X(TOPP-INDEX) TO TP-X
               MOVE TOPP-Y(TOPP-INDEX) TO TP-Y
               MOVE TOPP-ANTAL-LINJER(TOPP-INDEX) TO TP-ANTAL
               MOVE TOPP-VIKT(TOPP-INDEX) TO TP-VIKT
               MOVE TOPP-MAX-INTENSITET(TOPP-INDEX)
                  TO TP-MAX-INTENSITET
               WRITE HYDRO-TOPP-REC
           END-PERFORM

                                TO HO-TOPP-ANTAL(HOTSPOT-INDEX)
                             MOVE HS-SVIT TO HO-SVIT(HOTSPOT-INDEX)
                             MOVE HS-NIVA TO HO-NIVA(HOTSPOT-INDEX)
                             IF HS-TOPP-INTENSITET IS NUMERIC
                                MOVE HS-TOPP-INTENSITET
                                   TO HO-TOPP-INTENSITET(HOTSPOT-INDEX)
                             ELSE
                                MOVE ZERO
                                   TO HO-TOPP-INTENSITET(HOTSPOT-INDEX)
                             END-IF
                             MOVE ZERO
                                TO HO-SEDD-IDAG(HOTSPOT-INDEX)
                          END-IF
           SORT HOTSPOT-RAD ON DESCENDING KEY HO-NIVA HO-SVIT
              HO-TOPP-ANTAL

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_hotspotreg_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-HOTSPOT-FILENAME
              MOVE HO-TOPP-ANTAL(HOTSPOT-POS) TO HP-TOPP-ANTAL
              MOVE HO-SVIT(HOTSPOT-POS) TO HP-SVIT
              MOVE HO-NIVA(HOTSPOT-POS) TO HP-NIVA
              MOVE HO-TOPP-INTENSITET(HOTSPOT-POS)
                 TO HP-TOPP-INTENSITET

              WRITE HOTSPOT-RAPPORT-REC
           END-PERFORM

           SORT HOTSPOT-RAD ON ASCENDING KEY HO-X HO-Y

      *> Forebild fore omskrivningen och commit-rad efter - dor
      *> korningen halvvags lagger ATERRULLA tillbaka mastern.
           MOVE "FORE " TO JN-FUNKTION
           MOVE "HYDRO" TO JN-PROGRAM
           MOVE WS-HOTSPOT-REGISTER-FILENAME TO JN-MASTER
           MOVE WS-RUN-DATE TO JN-DATUM
           MOVE RETURN-CODE TO JN-RETURKOD
           CALL "JOURNAL" USING JOURNAL-PARM

           IF JN-RESULTAT = "N"
              DISPLAY "Ingen forebild av hydro_hotspots.txt - "
                 "mastern skrivs inte om"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT HOTSPOT-REGISTER-FIL

           PERFORM VARYING HOTSPOT-POS FROM 1 BY 1
              MOVE HO-TOPP-ANTAL(HOTSPOT-POS) TO HS-TOPP-ANTAL
              MOVE HO-SVIT(HOTSPOT-POS) TO HS-SVIT
              MOVE HO-NIVA(HOTSPOT-POS) TO HS-NIVA
              MOVE HO-TOPP-INTENSITET(HOTSPOT-POS)
                 TO HS-TOPP-INTENSITET

              WRITE HOTSPOT-REGISTER-REC
           END-PERFORM

           CLOSE HOTSPOT-REGISTER-FIL

           MOVE "KLAR " TO JN-FUNKTION
           MOVE "HYDRO" TO JN-PROGRAM
           MOVE WS-HOTSPOT-REGISTER-FILENAME TO JN-MASTER
           MOVE WS-RUN-DATE TO JN-DATUM
           MOVE RETURN-CODE TO JN-RETURKOD
           CALL "JOURNAL" USING JOURNAL-PARM

           DISPLAY 'Hetpunktsregister skrivet: ' WS-HOTSPOT-FILENAME
           .

                 SET HOTSPOT-FUNNEN TO TRUE
                 MOVE 1 TO HO-SEDD-IDAG(HOTSPOT-POS)

                 IF TOPP-ANTAL-LINJER(TOPP-INDEX)
                       > HO-TOPP-ANTAL(HOTSPOT-POS)
                    MOVE TOPP-ANTAL-LINJER(TOPP-INDEX)
                       TO HO-TOPP-ANTAL(HOTSPOT-POS)
                 END-IF

                 IF TOPP-MAX-INTENSITET(TOPP-INDEX)
                       > HO-TOPP-INTENSITET(HOTSPOT-POS)
                    MOVE TOPP-MAX-INTENSITET(TOPP-INDEX)
                       TO HO-TOPP-INTENSITET(HOTSPOT-POS)
                 END-IF

                 IF HO-SENAST-SEDD(HOTSPOT-POS) NOT = WS-RUN-DATE
                    ADD 1 TO HO-ANTAL-GANGER(HOTSPOT-POS)
                    ADD 1 TO HO-SVIT(HOTSPOT-POS)
                 MOVE WS-RUN-DATE TO HO-FORST-SEDD(HOTSPOT-INDEX)
                 MOVE WS-RUN-DATE TO HO-SENAST-SEDD(HOTSPOT-INDEX)
                 MOVE 1 TO HO-ANTAL-GANGER(HOTSPOT-INDEX)
                 MOVE TOPP-ANTAL-LINJER(TOPP-INDEX)
                    TO HO-TOPP-ANTAL(HOTSPOT-INDEX)
                 MOVE TOPP-MAX-INTENSITET(TOPP-INDEX)
                    TO HO-TOPP-INTENSITET(HOTSPOT-INDEX)
                 MOVE 1 TO HO-SVIT(HOTSPOT-INDEX)
                 MOVE ZERO TO HO-NIVA(HOTSPOT-INDEX)
                 MOVE 1 TO HO-SEDD-IDAG(HOTSPOT-INDEX)

           PERFORM DA-SKRIV-RESULTAT
           PERFORM DB-SKRIV-GRIDKARTA
           PERFORM DF-SKRIV-VIKTAD-GRIDKARTA
           PERFORM DE-SKRIV-KORRIDOR

           IF LAGER-SEDDA
               PERFORM G-SKRIV-SURVEYORRAPPORT
           END-IF

           PERFORM H-SKRIV-TACKNING

           IF DATUMLOGG-OPPEN
               CLOSE DATUMLOGG-FIL
               DISPLAY 'Transformationslogg skriven: '
                  WS-DATUMLOGG-FILENAME ' (' ANTAL-TRANSFORMERADE
                  ' linjer)'
           END-IF

           IF ANTAL-FEL NOT = ZERO
               CLOSE HYDRO-REJECT-FIL
               DISPLAY 'Avvisningsfil skriven: ' WS-REJECT-FILENAME
                 TO SU-AVVISADE-FORMAT
              MOVE BA-AVVISADE-NUMERISK(BAT-POS)
                 TO SU-AVVISADE-NUMERISK
              MOVE BA-AVVISADE-DATUM(BAT-POS)
                 TO SU-AVVISADE-DATUM

              IF BA-INLAMNADE(BAT-POS) NOT = ZERO
                 COMPUTE BAT-PROMILLE ROUNDED =
           DISPLAY 'Surveyorrapport skriven: ' WS-SURVEYOR-FILENAME
           .

      *> Skriver tillbaka tackningsmastern: varje block som nagon
      *> gang korsats, i blockordning rad for rad.
       H-SKRIV-TACKNING SECTION.

           OPEN OUTPUT TACKNING-FIL

           MOVE IND12-FILESTATUS TO WS-FILSTATUS
           MOVE WS-TACKNING-FILENAME TO WS-FILSTATUS-FIL
           PERFORM Z-KONTROLLERA-FILSTATUS

           MOVE ZERO TO ANTAL-TACKNINGSBLOCK

           PERFORM VARYING TB-Y FROM 0 BY 1 UNTIL TB-Y > 99
              PERFORM VARYING TB-X FROM 0 BY 1 UNTIL TB-X > 99
                 IF TB-SENAST-SEDD(TB-Y + 1, TB-X + 1) NOT = ZERO
                    MOVE SPACES TO TACKNING-REC
                    MOVE TB-X TO TK-BLOCK-X
                    MOVE TB-Y TO TK-BLOCK-Y
                    MOVE BLOCKSIDA TO TK-BLOCKSIDA
                    MOVE TB-FORST-SEDD(TB-Y + 1, TB-X + 1)
                       TO TK-FORST-SEDD
                    MOVE TB-SENAST-SEDD(TB-Y + 1, TB-X + 1)
                       TO TK-SENAST-SEDD
                    MOVE TB-SENAST-BAT(TB-Y + 1, TB-X + 1)
                       TO TK-SENAST-BAT
                    WRITE TACKNING-REC
                    ADD 1 TO ANTAL-TACKNINGSBLOCK
                 END-IF
              END-PERFORM
           END-PERFORM

           CLOSE TACKNING-FIL

           DISPLAY 'Tackningsmaster skriven: ' ANTAL-TACKNINGSBLOCK
              ' block (blocksida ' BLOCKSIDA ')'

           IF ANTAL-UTANFOR-BLOCK NOT = ZERO
               DISPLAY 'Punkter utanfor tackningsblocken: '
                  ANTAL-UTANFOR-BLOCK
           END-IF
           .

      *> Fyller i korningens rad i den gemensamma korningsauditen -
      *> vad korningen faktiskt fick, vad den gjorde av det och hur
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "HYDRO" TO RA-PROGRAM
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .


                END-IF
                MOVE PD-VARDE(1:5) TO PD-TAL
                MOVE PD-TAL TO KARTA-Y0
             WHEN "TOPPMATT"
                IF PD-VARDE(1:5) NOT = "ANTAL"
                      AND PD-VARDE(1:5) NOT = "VIKT "
                   DISPLAY "Ogiltigt varde for TOPPMATT: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:5) TO TOPP-MATT
             WHEN "KORRIDORMATT"
                IF PD-VARDE(1:5) NOT = "ANTAL"
                      AND PD-VARDE(1:5) NOT = "VIKT "
                   DISPLAY "Ogiltigt varde for KORRIDORMATT: "
                      PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:5) TO KORRIDOR-MATT
             WHEN "BLOCKSIDA"
                IF PD-VARDE(1:4) IS NOT NUMERIC
                      OR PD-VARDE(1:4) = "0000"
                   DISPLAY "Ogiltigt varde for BLOCKSIDA: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:4) TO PD-TAL
                MOVE PD-TAL TO BLOCKSIDA
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
