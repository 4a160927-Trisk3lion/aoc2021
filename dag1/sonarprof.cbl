       IDENTIFICATION DIVISION.

       PROGRAM-ID. SONARPROF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT DETALJ-LASFIL ASSIGN DYNAMIC
             WS-DETALJ-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT PROFILBAS-FIL ASSIGN DYNAMIC
             WS-PROFILBAS-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT ANDRING-FIL ASSIGN DYNAMIC
             WS-ANDRING-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT SVEPREGISTER-FIL ASSIGN DYNAMIC
             WS-SVEPREGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

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

      *> Samma postlayout som SONAR-DETALJ-REC i SONAR.
       FD DETALJ-LASFIL.
       01 DETALJ-LASFIL-REC.
          05 SD-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 SD-LINJE-NR PIC 9(6).
          05 FILLER PIC X.
          05 SD-SIFFRA PIC 9(4)V9(2).
          05 FILLER PIC X.
          05 SD-PREV-SIFFRA PIC 9(4)V9(2).
          05 FILLER PIC X.
          05 SD-TREND PIC X(7).
          05 FILLER PIC X.
          05 SD-TIDKORR-TECKEN PIC X.
          05 SD-TIDKORR PIC 9(3)V9(2).

      *> Baslinjemastern: en rad per sveplinjeposition - linjens
      *> namn, lasningens radnummer i svepet och det tidvatten-
      *> korrigerade djupet - med datum for det svep som lade
      *> baslinjen. Nyckel linje + radnummer; en linje har en och
      *> samma basdag for alla sina rader.
       FD PROFILBAS-FIL.
       01 PROFILBAS-REC.
          05 PB-LINJE PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 PB-LINJE-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 PB-SIFFRA PIC 9(4)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 PB-BAS-DATUM PIC 9(8).

      *> Andringsrapporten: en rad per sammanhangande sektion dar
      *> botten ligger grundare eller djupare an baslinjen med mer
      *> an toleransen - fran- och till-rad, antal lasningar, den
      *> storsta avvikelsen och var den satt - och en avslutande
      *> SUMMA-rad med svepets raknetal.
       FD ANDRING-FIL.
       01 ANDRING-REC.
          05 PA-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 PA-LINJE PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 PA-TYP PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 PA-FRAN-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 PA-TILL-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 PA-ANTAL PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 PA-MAX-DIFF PIC 9(4)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 PA-MAX-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 PA-BAS-SIFFRA PIC 9(4)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 PA-NY-SIFFRA PIC 9(4)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 PA-BAS-DATUM PIC 9(8).

      *> Svepregistret: en rad per svep och linje - det ar har
      *> varje dags svep knyts till sin namngivna linje, med
      *> utfallet av jamforelsen.
       FD SVEPREGISTER-FIL.
       01 SVEPREGISTER-REC.
          05 SV-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 SV-LINJE PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 SV-DETALJFIL PIC X(40).
          05 FILLER PIC X VALUE SPACE.
          05 SV-ANTAL-LASNINGAR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 SV-ANTAL-JAMFORDA PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 SV-ANTAL-SEKTIONER PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 SV-UTFALL PIC X(8).

       WORKING-STORAGE SECTION.

      *> Profiljamforelsen: SONARHIST haller REKNARE och
      *> GRAND-TOTAL per dag, men nar samma sveplinje gas igen gar
      *> det inte att se var pa linjen botten flyttat sig. Har
      *> knyts dagens svep till en namngiven linje (argument 1 eller
      *> deckets SONARPROF LINJE), hela djupserien ur sonardetaljen
      *> jamfors lasning for lasning mot linjens baslinje, och varje
      *> sektion som blivit grundare (uppslamning) eller djupare
      *> (muddring, erosion) an toleransen skrivs till
      *> andringsrapporten. Forsta svepet av en linje lagger dess
      *> baslinje; NYBAS J (argument 2 eller decket) later dagens
      *> svep ersatta baslinjen efter t.ex. en bekraftad muddring.
      *> Utan linjenamn finns inget att jamfora och programmet
      *> avslutar rent - natten kan ha steget i dag1 anda.
      *>
      *> Parameterleken: SONARPROF LINJE/TOLERANS/NYBAS.
       01 PDECK-FILESTATUS PIC XX.
       01 SLUT-PA-DECK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DECK VALUE 1.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "GENKAT-PARM.cpy".

       COPY "SIGILL-PARM.cpy".

       COPY "JOURNAL-PARM.cpy".

       01 WS-DETALJ-FILENAME PIC X(40).
       01 WS-ANDRING-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-PROFILBAS-FILENAME PIC X(40).
       01 WS-SVEPREGISTER-FILENAME PIC X(40).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(40).

       01 PROFIL-LINJE PIC X(12) VALUE SPACES.
       01 WS-NYBAS-ARG PIC X VALUE SPACE.

       01 NYBAS-SW PIC 9 VALUE ZERO.
          88 NYBAS-BEGARD VALUE 1.

      *> Toleransen i hundradels meter (fem siffror, tva
      *> underforstadda decimaler - samma format som
      *> tidvattentabellen): en avvikelse pa eller under den ar
      *> matbrus, inte en bottenforandring.
       01 PROFIL-TOLERANS PIC 9(3)V9(2) VALUE 0,50.
       01 PD-TOLERANS-W PIC 9(5).

      *> Hela mastern lases in i en tabell - ovriga linjers rader
      *> skrivs tillbaka ororda, dagens linje jamfors och (vid ny
      *> baslinje) ersatts. Samma las-in-och-skriv-om-monster som
      *> SONARHIST.
       01 BAS-ANTAL PIC 9(5) VALUE ZERO.

       01 BAS-TABELL.
          05 BAS-RAD OCCURS 0 TO 50000 TIMES
                DEPENDING ON BAS-ANTAL
                INDEXED BY BAS-INDEX.
             10 BT-LINJE PIC X(12).
             10 BT-LINJE-NR PIC 9(6).
             10 BT-SIFFRA PIC 9(4)V9(2).
             10 BT-BAS-DATUM PIC 9(8).

       01 BAS-FULL-SW PIC 9 VALUE ZERO.
          88 BAS-FULL VALUE 1.

      *> Dagens svep i minnet, i detaljfilens ordning.
       01 SVEP-ANTAL PIC 9(5) VALUE ZERO.

       01 SVEP-TABELL.
          05 SVEP-RAD OCCURS 0 TO 20000 TIMES
                DEPENDING ON SVEP-ANTAL
                INDEXED BY SVEP-INDEX.
             10 SW-LINJE-NR PIC 9(6).
             10 SW-SIFFRA PIC 9(4)V9(2).

       01 SVEP-FULL-SW PIC 9 VALUE ZERO.
          88 SVEP-FULL VALUE 1.

       01 SLUT-PA-DETALJ-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DETALJ VALUE 1.

       01 SLUT-PA-BAS-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-BAS VALUE 1.

       01 LINJE-HAR-BAS-SW PIC 9 VALUE ZERO.
          88 LINJE-HAR-BAS VALUE 1.

       01 LINJE-BAS-DATUM PIC 9(8) VALUE ZERO.
       01 LINJE-FORSTA-POS PIC 9(5) VALUE ZERO.
       01 LINJE-SISTA-POS PIC 9(5) VALUE ZERO.
       01 BAS-POS PIC 9(5).

       01 UTFALL-HOLDER PIC X(8).

       01 ANTAL-JAMFORDA PIC 9(6) VALUE ZERO.
       01 ANTAL-SAKNAS-I-BAS PIC 9(6) VALUE ZERO.
       01 ANTAL-SAKNAS-I-SVEP PIC 9(6) VALUE ZERO.
       01 ANTAL-SEKTIONER PIC 9(4) VALUE ZERO.
       01 ANTAL-GRUNDARE PIC 9(4) VALUE ZERO.
       01 ANTAL-DJUPARE PIC 9(4) VALUE ZERO.
       01 ANTAL-RAPPORTRADER PIC 9(6) VALUE ZERO.

      *> Den pagaende sektionen: riktning, start, langd och dess
      *> storsta avvikelse. En lasning inom toleransen, ett byte av
      *> riktning eller ett hal i serien avslutar sektionen.
       01 DIFF-VARDE PIC S9(5)V9(2).
       01 DIFF-ABS PIC 9(5)V9(2).
       01 DIFF-RIKTNING PIC X(8).

       01 SEKTION-OPPEN-SW PIC 9 VALUE ZERO.
          88 SEKTION-OPPEN VALUE 1.

       01 SEK-TYP PIC X(8).
       01 SEK-FRAN-NR PIC 9(6).
       01 SEK-TILL-NR PIC 9(6).
       01 SEK-ANTAL PIC 9(6).
       01 SEK-MAX-DIFF PIC 9(4)V9(2).
       01 SEK-MAX-NR PIC 9(6).
       01 SEK-MAX-BAS PIC 9(4)V9(2).
       01 SEK-MAX-NY PIC 9(4)V9(2).
       01 SEK-FORRA-NR PIC 9(6).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-PROFILBAS
          PERFORM D-LASA-SVEPET
          PERFORM E-JAMFOR-MOT-BAS
          PERFORM F-SKRIV-PROFILBAS
          PERFORM G-SKRIV-SVEPREGISTER
          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT PROFIL-LINJE FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO PROFIL-LINJE
          END-ACCEPT

          MOVE 2 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-NYBAS-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACE TO WS-NYBAS-ARG
          END-ACCEPT

          IF WS-NYBAS-ARG = "J"
             SET NYBAS-BEGARD TO TRUE
          END-IF

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

          MOVE SPACES TO WS-PROFILBAS-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_profilbas.txt" DELIMITED BY SIZE
              INTO WS-PROFILBAS-FILENAME

          MOVE SPACES TO WS-SVEPREGISTER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_svepregister.txt" DELIMITED BY SIZE
              INTO WS-SVEPREGISTER-FILENAME

          IF PROFIL-LINJE = SPACES
             DISPLAY "Ingen sveplinje angiven (argument 1 eller "
                "SONARPROF LINJE) - ingen profiljamforelse i dag"
             STOP RUN
          END-IF

          MOVE "SOK" TO GK-FUNKTION
          MOVE "SONARPROF" TO GK-PROGRAM
          MOVE "sonar_detalj_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-DETALJ-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_profilandring_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-ANDRING-FILENAME

          DISPLAY "Sveplinje: " PROFIL-LINJE
             " tolerans " PROFIL-TOLERANS " m"
          .

      *> Laser in baslinjemastern. Ingen fil alls ar en normal
      *> forsta korning; dagens linjes rader markeras sa att
      *> jamforelsen vet var de ligger och vilken basdag de bar.
       C-LASA-PROFILBAS SECTION.

          OPEN INPUT PROFILBAS-FIL

          IF IND2-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-BAS
                READ PROFILBAS-FIL
                      AT END
                         SET SLUT-PA-BAS TO TRUE
                      NOT AT END
                         PERFORM C1-LAGG-IN-BASRAD
                END-READ
             END-PERFORM

             CLOSE PROFILBAS-FIL
          ELSE
             DISPLAY "Ingen baslinjemaster annu - skapas nu"
          END-IF
          .

       C1-LAGG-IN-BASRAD SECTION.

          IF BAS-ANTAL = 50000
             IF NOT BAS-FULL
                SET BAS-FULL TO TRUE
                DISPLAY "Baslinjetabellen ar full - korningen "
                   "avbryts innan mastern skrivs om stympad"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          ELSE
             ADD 1 TO BAS-ANTAL
             SET BAS-INDEX TO BAS-ANTAL
             MOVE PB-LINJE TO BT-LINJE(BAS-INDEX)
             MOVE PB-LINJE-NR TO BT-LINJE-NR(BAS-INDEX)
             MOVE PB-SIFFRA TO BT-SIFFRA(BAS-INDEX)
             MOVE PB-BAS-DATUM TO BT-BAS-DATUM(BAS-INDEX)

             IF PB-LINJE = PROFIL-LINJE
                IF NOT LINJE-HAR-BAS
                   SET LINJE-HAR-BAS TO TRUE
                   MOVE BAS-ANTAL TO LINJE-FORSTA-POS
                   MOVE PB-BAS-DATUM TO LINJE-BAS-DATUM
                END-IF
                MOVE BAS-ANTAL TO LINJE-SISTA-POS
             END-IF
          END-IF
          .

      *> Laser dagens djupserie ur sonardetaljen. Sigillet provas
      *> forst - ett brutet sigill ar en stympad kopia och far inte
      *> bli ny baslinje eller ge falska andringar. SIG-raden ar
      *> ingen lasning och hoppas over.
       D-LASA-SVEPET SECTION.

          MOVE "PROVA" TO SG-FUNKTION
          MOVE WS-DETALJ-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          IF SG-RESULTAT = "N"
             DISPLAY "BRUTET SIGILL: " WS-DETALJ-FILENAME(1:35)
             DISPLAY "Profiljamforelsen gors inte pa en stympad "
                "detaljfil"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT DETALJ-LASFIL

          MOVE IND1-FILESTATUS TO WS-FILSTATUS
          MOVE WS-DETALJ-FILENAME TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          PERFORM UNTIL SLUT-PA-DETALJ
             READ DETALJ-LASFIL
                   AT END
                      SET SLUT-PA-DETALJ TO TRUE
                   NOT AT END
                      IF DETALJ-LASFIL-REC(1:3) NOT = "SIG"
                            AND SD-LINJE-NR IS NUMERIC
                            AND SD-SIFFRA IS NUMERIC
                         PERFORM D1-LAGG-IN-LASNING
                      END-IF
             END-READ
          END-PERFORM

          CLOSE DETALJ-LASFIL

          IF SVEP-ANTAL = ZERO
             DISPLAY "Detaljfilen " WS-DETALJ-FILENAME(1:35)
                " har inga lasningar - ingenting att jamfora"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          DISPLAY "Lasningar i dagens svep: " SVEP-ANTAL
          .

       D1-LAGG-IN-LASNING SECTION.

          IF SVEP-ANTAL = 20000
             IF NOT SVEP-FULL
                SET SVEP-FULL TO TRUE
                DISPLAY "Varning: sveptabellen ar full, resten av "
                   "svepet jamfors inte"
             END-IF
          ELSE
             ADD 1 TO SVEP-ANTAL
             SET SVEP-INDEX TO SVEP-ANTAL
             MOVE SD-LINJE-NR TO SW-LINJE-NR(SVEP-INDEX)
             MOVE SD-SIFFRA TO SW-SIFFRA(SVEP-INDEX)
          END-IF
          .

      *> Gar svepet och linjens baslinje i takt pa radnummer - bada
      *> ligger i stigande radordning. En rad som bara finns i den
      *> ena serien (avvisad lasning ena dagen, langre svep den
      *> andra) raknas for sig och bryter en pagaende sektion.
       E-JAMFOR-MOT-BAS SECTION.

          IF NOT LINJE-HAR-BAS
             MOVE "BASLINJE" TO UTFALL-HOLDER
             DISPLAY "Linjen " PROFIL-LINJE " har ingen baslinje - "
                "dagens svep blir baslinje"
             SET NYBAS-BEGARD TO TRUE
          ELSE
             OPEN OUTPUT ANDRING-FIL

             MOVE LINJE-FORSTA-POS TO BAS-POS
             SET SVEP-INDEX TO 1

             PERFORM UNTIL SVEP-INDEX > SVEP-ANTAL
                   AND BAS-POS > LINJE-SISTA-POS
                PERFORM E1-JAMFOR-EN-POSITION
             END-PERFORM

             PERFORM E3-STANG-SEKTION

             PERFORM E5-SKRIV-SUMMA

             CLOSE ANDRING-FIL

             IF NYBAS-BEGARD
                MOVE "NYBAS" TO UTFALL-HOLDER
             ELSE
                MOVE "JAMFORD" TO UTFALL-HOLDER
             END-IF

             DISPLAY "Andringsrapport skriven: " WS-ANDRING-FILENAME
             DISPLAY "Jamforda lasningar: " ANTAL-JAMFORDA
             DISPLAY "Sektioner grundare: " ANTAL-GRUNDARE
                " djupare: " ANTAL-DJUPARE
          END-IF
          .

       E1-JAMFOR-EN-POSITION SECTION.

          EVALUATE TRUE
             WHEN SVEP-INDEX > SVEP-ANTAL
                ADD 1 TO ANTAL-SAKNAS-I-SVEP
                PERFORM E3-STANG-SEKTION
                ADD 1 TO BAS-POS
             WHEN BAS-POS > LINJE-SISTA-POS
                ADD 1 TO ANTAL-SAKNAS-I-BAS
                PERFORM E3-STANG-SEKTION
                SET SVEP-INDEX UP BY 1
             WHEN SW-LINJE-NR(SVEP-INDEX) < BT-LINJE-NR(BAS-POS)
                ADD 1 TO ANTAL-SAKNAS-I-BAS
                PERFORM E3-STANG-SEKTION
                SET SVEP-INDEX UP BY 1
             WHEN SW-LINJE-NR(SVEP-INDEX) > BT-LINJE-NR(BAS-POS)
                ADD 1 TO ANTAL-SAKNAS-I-SVEP
                PERFORM E3-STANG-SEKTION
                ADD 1 TO BAS-POS
             WHEN OTHER
                ADD 1 TO ANTAL-JAMFORDA
                PERFORM E2-BEDOM-AVVIKELSE
                SET SVEP-INDEX UP BY 1
                ADD 1 TO BAS-POS
          END-EVALUATE
          .

      *> Ett storre djup an baslinjen ar DJUPARE, ett mindre
      *> GRUNDARE. Inom toleransen star botten still.
       E2-BEDOM-AVVIKELSE SECTION.

          COMPUTE DIFF-VARDE =
             SW-SIFFRA(SVEP-INDEX) - BT-SIFFRA(BAS-POS)

          IF DIFF-VARDE < ZERO
             COMPUTE DIFF-ABS = ZERO - DIFF-VARDE
             MOVE "GRUNDARE" TO DIFF-RIKTNING
          ELSE
             MOVE DIFF-VARDE TO DIFF-ABS
             MOVE "DJUPARE" TO DIFF-RIKTNING
          END-IF

          IF DIFF-ABS NOT > PROFIL-TOLERANS
             PERFORM E3-STANG-SEKTION
          ELSE
             IF SEKTION-OPPEN
                   AND (SEK-TYP NOT = DIFF-RIKTNING
                        OR SW-LINJE-NR(SVEP-INDEX)
                           NOT = SEK-FORRA-NR + 1)
                PERFORM E3-STANG-SEKTION
             END-IF

             IF NOT SEKTION-OPPEN
                SET SEKTION-OPPEN TO TRUE
                MOVE DIFF-RIKTNING TO SEK-TYP
                MOVE SW-LINJE-NR(SVEP-INDEX) TO SEK-FRAN-NR
                MOVE ZERO TO SEK-ANTAL
                MOVE ZERO TO SEK-MAX-DIFF
             END-IF

             ADD 1 TO SEK-ANTAL
             MOVE SW-LINJE-NR(SVEP-INDEX) TO SEK-TILL-NR
             MOVE SW-LINJE-NR(SVEP-INDEX) TO SEK-FORRA-NR

             IF DIFF-ABS > SEK-MAX-DIFF
                MOVE DIFF-ABS TO SEK-MAX-DIFF
                MOVE SW-LINJE-NR(SVEP-INDEX) TO SEK-MAX-NR
                MOVE BT-SIFFRA(BAS-POS) TO SEK-MAX-BAS
                MOVE SW-SIFFRA(SVEP-INDEX) TO SEK-MAX-NY
             END-IF
          END-IF
          .

       E3-STANG-SEKTION SECTION.

          IF SEKTION-OPPEN
             MOVE ZERO TO SEKTION-OPPEN-SW
             ADD 1 TO ANTAL-SEKTIONER

             IF SEK-TYP = "GRUNDARE"
                ADD 1 TO ANTAL-GRUNDARE
             ELSE
                ADD 1 TO ANTAL-DJUPARE
             END-IF

             MOVE SPACES TO ANDRING-REC
             MOVE WS-RUN-DATE TO PA-RUN-DATE
             MOVE PROFIL-LINJE TO PA-LINJE
             MOVE SEK-TYP TO PA-TYP
             MOVE SEK-FRAN-NR TO PA-FRAN-NR
             MOVE SEK-TILL-NR TO PA-TILL-NR
             MOVE SEK-ANTAL TO PA-ANTAL
             MOVE SEK-MAX-DIFF TO PA-MAX-DIFF
             MOVE SEK-MAX-NR TO PA-MAX-NR
             MOVE SEK-MAX-BAS TO PA-BAS-SIFFRA
             MOVE SEK-MAX-NY TO PA-NY-SIFFRA
             MOVE LINJE-BAS-DATUM TO PA-BAS-DATUM

             WRITE ANDRING-REC
             ADD 1 TO ANTAL-RAPPORTRADER
          END-IF
          .

      *> SUMMA-raden: jamforda lasningar i fran-faltet, lasningar
      *> utan motsvarighet i baslinjen respektive svepet i till-
      *> och antal-falten och sektionsantalet i max-radfaltet.
       E5-SKRIV-SUMMA SECTION.

          MOVE SPACES TO ANDRING-REC
          MOVE WS-RUN-DATE TO PA-RUN-DATE
          MOVE PROFIL-LINJE TO PA-LINJE
          MOVE "SUMMA" TO PA-TYP
          MOVE ANTAL-JAMFORDA TO PA-FRAN-NR
          MOVE ANTAL-SAKNAS-I-BAS TO PA-TILL-NR
          MOVE ANTAL-SAKNAS-I-SVEP TO PA-ANTAL
          MOVE ZERO TO PA-MAX-DIFF
          MOVE ANTAL-SEKTIONER TO PA-MAX-NR
          MOVE ZERO TO PA-BAS-SIFFRA
          MOVE ZERO TO PA-NY-SIFFRA
          MOVE LINJE-BAS-DATUM TO PA-BAS-DATUM

          WRITE ANDRING-REC
          ADD 1 TO ANTAL-RAPPORTRADER
          .

      *> Mastern skrivs om bara nar dagens svep ska bli linjens
      *> baslinje: linjens gamla rader tas ut och svepets laggs
      *> till, sedan sorteras tabellen pa linje + radnummer.
      *> Omskrivningen far forebild och commit-rad i journalen.
       F-SKRIV-PROFILBAS SECTION.

      *> Ett svep som inte fick plats i tabellen ar ofullstandigt -
      *> som baslinje skulle de tappade positionerna rapporteras
      *> som avvikelser i varje senare jamforelse.
          IF NYBAS-BEGARD AND SVEP-FULL
             DISPLAY "Sveptabellen blev full - dagens svep ar "
                "ofullstandigt och blir inte baslinje for "
                PROFIL-LINJE
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
          END-IF

          IF NYBAS-BEGARD
             IF LINJE-HAR-BAS
                PERFORM F1-TA-BORT-LINJENS-RADER
             END-IF

             PERFORM VARYING SVEP-INDEX FROM 1 BY 1
                UNTIL SVEP-INDEX > SVEP-ANTAL

                IF BAS-ANTAL = 50000
                   DISPLAY "Baslinjetabellen ar full - mastern "
                      "skrivs inte om"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF

                ADD 1 TO BAS-ANTAL
                SET BAS-INDEX TO BAS-ANTAL
                MOVE PROFIL-LINJE TO BT-LINJE(BAS-INDEX)
                MOVE SW-LINJE-NR(SVEP-INDEX)
                   TO BT-LINJE-NR(BAS-INDEX)
                MOVE SW-SIFFRA(SVEP-INDEX) TO BT-SIFFRA(BAS-INDEX)
                MOVE WS-RUN-DATE TO BT-BAS-DATUM(BAS-INDEX)
             END-PERFORM

             SORT BAS-RAD ON ASCENDING KEY BT-LINJE BT-LINJE-NR

             MOVE "FORE " TO JN-FUNKTION
             MOVE "SONARPROF" TO JN-PROGRAM
             MOVE WS-PROFILBAS-FILENAME TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM

             IF JN-RESULTAT = "N"
                DISPLAY "Ingen forebild, skrivs inte om: "
                   WS-PROFILBAS-FILENAME
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             OPEN OUTPUT PROFILBAS-FIL

             PERFORM VARYING BAS-INDEX FROM 1 BY 1
                UNTIL BAS-INDEX > BAS-ANTAL

                MOVE SPACES TO PROFILBAS-REC
                MOVE BT-LINJE(BAS-INDEX) TO PB-LINJE
                MOVE BT-LINJE-NR(BAS-INDEX) TO PB-LINJE-NR
                MOVE BT-SIFFRA(BAS-INDEX) TO PB-SIFFRA
                MOVE BT-BAS-DATUM(BAS-INDEX) TO PB-BAS-DATUM

                WRITE PROFILBAS-REC
             END-PERFORM

             CLOSE PROFILBAS-FIL

             MOVE "KLAR " TO JN-FUNKTION
             MOVE "SONARPROF" TO JN-PROGRAM
             MOVE WS-PROFILBAS-FILENAME TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM

             DISPLAY "Ny baslinje for " PROFIL-LINJE
                " lagd fran dagens svep (" SVEP-ANTAL " lasningar)"
          END-IF
          .

      *> Linjens rader ligger i ett sammanhangande block (mastern
      *> ar sorterad) - blocket skjuts ut genom att resten av
      *> tabellen flyttas upp over det.
       F1-TA-BORT-LINJENS-RADER SECTION.

          MOVE LINJE-FORSTA-POS TO BAS-POS

          PERFORM VARYING BAS-INDEX FROM LINJE-SISTA-POS BY 1
             UNTIL BAS-INDEX >= BAS-ANTAL
             MOVE BAS-RAD(BAS-INDEX + 1) TO BAS-RAD(BAS-POS)
             ADD 1 TO BAS-POS
          END-PERFORM

          COMPUTE BAS-ANTAL = BAS-POS - 1
          .

       G-SKRIV-SVEPREGISTER SECTION.

          OPEN EXTEND SVEPREGISTER-FIL

          IF IND4-FILESTATUS = "35"
             OPEN OUTPUT SVEPREGISTER-FIL
          END-IF

          MOVE SPACES TO SVEPREGISTER-REC
          MOVE WS-RUN-DATE TO SV-RUN-DATE
          MOVE PROFIL-LINJE TO SV-LINJE
          MOVE WS-DETALJ-FILENAME TO SV-DETALJFIL
          MOVE SVEP-ANTAL TO SV-ANTAL-LASNINGAR
          MOVE ANTAL-JAMFORDA TO SV-ANTAL-JAMFORDA
          MOVE ANTAL-SEKTIONER TO SV-ANTAL-SEKTIONER
          MOVE UTFALL-HOLDER TO SV-UTFALL

          WRITE SVEPREGISTER-REC

          CLOSE SVEPREGISTER-FIL
          .

       N-AVSLUTA SECTION.

          PERFORM Z9-SKRIV-KORNINGSAUDIT

          STOP RUN
          .

      *> Fyller i korningens rad i den gemensamma korningsauditen -
      *> vad korningen faktiskt fick, vad den gjorde av det och hur
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "SONARPROF" TO RA-PROGRAM
          MOVE WS-DETALJ-FILENAME TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          STRING "LINJE=" DELIMITED BY SIZE
                 PROFIL-LINJE DELIMITED BY SPACE
              INTO RA-PARAMETRAR
          MOVE SVEP-ANTAL TO RA-ANTAL-IN
          MOVE ZERO TO RA-ANTAL-AVVISADE
          MOVE ANTAL-RAPPORTRADER TO RA-ANTAL-SKRIVNA
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
                         IF PD-PROGRAM = "SONARPROF"
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
             WHEN "LINJE"
                MOVE PD-VARDE(1:12) TO PROFIL-LINJE
             WHEN "TOLERANS"
                IF PD-VARDE(1:5) IS NUMERIC
                      AND PD-VARDE(1:5) NOT = "00000"
                   MOVE PD-VARDE(1:5) TO PD-TOLERANS-W
                   COMPUTE PROFIL-TOLERANS = PD-TOLERANS-W / 100
                ELSE
                   DISPLAY "Ogiltig tolerans i parameterleken: "
                      PD-VARDE(1:5)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
             WHEN "NYBAS"
                IF PD-VARDE(1:1) = "J"
                   SET NYBAS-BEGARD TO TRUE
                ELSE
                   IF PD-VARDE(1:1) NOT = "N"
                      DISPLAY "Ogiltigt NYBAS-varde i "
                         "parameterleken: " PD-VARDE(1:1)
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
                   END-IF
                END-IF
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
