          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT SONARFIL ASSIGN DYNAMIC
             WS-INPUT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT SONAR-CHECKPUNKT-FIL ASSIGN DYNAMIC
             WS-SONAR-CHECKPUNKT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND8-FILESTATUS.

          SELECT SONAR3-HJARTSLAG-FIL ASSIGN DYNAMIC
             WS-SONAR3-HJARTSLAG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND9-FILESTATUS.

          SELECT SONAR3-INTRADAG-LAGE-FIL ASSIGN DYNAMIC
             WS-SONAR3-INTRADAG-LAGE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

          SELECT SONAR3-INTRADAG-FIL ASSIGN DYNAMIC
             WS-INTRADAG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND11-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

       FD SONARFIL.
       01 WS-INPUT PIC X(21).

          05 FILLER PIC X VALUE SPACE.
          05 SV-ANTAL-INLASTA PIC 9(6).

      *> Intradagslaget: allt en senare genomlasning av samma
      *> vaxande fil behover for att fortsatta dar den forra
      *> slutade - samma falt som checkpunkten plus dagen, filen,
      *> enheten och hur manga platser i fonstret som ar fyllda
      *> (tidigt pa dagen kan det finnas farre lasningar an
      *> fonstret ar stort). Skrivs om efter varje intradagskorning
      *> och toms nar nattkorningen slutfort dagen.
       FD SONAR3-INTRADAG-LAGE-FIL.
       01 SONAR3-INTRADAG-LAGE-REC.
          05 IL-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 IL-LINJE-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IL-ANTAL-FEL PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IL-REKNARE PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 IL-FONSTER-STORLEK PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 IL-FYLLDA PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 IL-SUMMA1 PIC 9(9).
          05 FILLER PIC X VALUE SPACE.
          05 IL-ENHET PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 IL-FAKTOR PIC 9(3)V9(4).
          05 FILLER PIC X VALUE SPACE.
          05 IL-FONSTER-TABELL PIC 9(5) OCCURS 20 TIMES.
          05 FILLER PIC X VALUE SPACE.
          05 IL-INFIL PIC X(100).

      *> Det lopande intradagsresultatet: en rad per genomlasning
      *> med klockslaget, antalet okande fonster hittills och hur
      *> manga lasningar som kommit till sedan forra genomlasningen.
       FD SONAR3-INTRADAG-FIL.
       01 SONAR3-INTRADAG-REC.
          05 IR-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 IR-KLOCKSLAG PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IR-FONSTER-STORLEK PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 IR-REKNARE PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 IR-ANTAL-INLASTA PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IR-ANTAL-NYA PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IR-ANTAL-FEL PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IR-ENHET PIC X(3).

       WORKING-STORAGE SECTION.

       01 PDECK-FILESTATUS PIC XX.
          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "GENKAT-PARM.cpy".

       01 WS-SVEP-FILENAME PIC X(30).

      *> Intradagslaget ("ID" som forsta argument): lasningarna
      *> droppar in under dagen men den vanliga korningen gar bara
      *> pa natten. En intradagskorning kan startas flera ganger om
      *> dagen mot samma vaxande fil - den tar bara de rader som
      *> tillkommit sedan forra genomlasningen, for fonstret vidare
      *> fran intradagslaget och skriver en rad till det lopande
      *> intradagsresultatet. Ingen resultatfil, ingen checkpunkt.
      *> Nattkorningen tar sedan over dagens lage som en aterstart
      *> och behover bara lasa det som kommit sedan sista
      *> intradagskorningen. Laget galler bara for samma dag, fil
      *> och fonsterstorlek - annars raknas filen om fran borjan.
       01 INTRADAG-AKTIV-SW PIC 9 VALUE ZERO.
          88 INTRADAG-AKTIV VALUE 1.

       01 INTRADAGSLAGE-FINNS-SW PIC 9 VALUE ZERO.
          88 INTRADAGSLAGE-FINNS VALUE 1.

       01 WS-INTRADAG-FILENAME PIC X(40).
       01 FYLLDA-PLATSER PIC 9(2) VALUE ZERO.
       01 INTRADAG-START-RAD PIC 9(6) VALUE ZERO.
       01 INTRADAG-NYA PIC 9(6) VALUE ZERO.
       01 INTRADAG-KLOCKA PIC 9(8).

      *> En valfri header-rad far inleda filen och en valfri
      *> trailer-rad avsluta den, samma konvention som DIVE och
      *> BINARY redan laser: "HDR" + 7-siffrigt antal + valfritt
                DEPENDING ON FONSTER-STORLEK
                INDEXED BY F-INDEX.

       01 WS-REJECT-FILENAME PIC X(40).
       01 WS-RESULT-FILENAME PIC X(40).
       01 WS-MANIFEST-FILENAME PIC X(100).
       01 WS-SUBTOTAL-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-SONAR-CHECKPUNKT-FILENAME PIC X(40).
       01 WS-SONAR3-HJARTSLAG-FILENAME PIC X(40).
       01 WS-SONAR3-INTRADAG-LAGE-FILENAME PIC X(40).

       01 LINJE-NR PIC 9(6) VALUE ZERO.
       01 ANTAL-FEL PIC 9(6) VALUE ZERO.
       01 SJ-ORSAK-HOLDER PIC X(20).
          05 IND7-FILESTATUS PIC XX.
          05 IND8-FILESTATUS PIC XX.
          05 IND9-FILESTATUS PIC XX.
          05 IND10-FILESTATUS PIC XX.
          05 IND11-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).
             PERFORM S-SVEP-RAKNING
             PERFORM CZ-KONTROLLERA-ANTAL
             PERFORM S9-AVSLUTA-SVEP
          ELSE
          IF INTRADAG-AKTIV
             PERFORM I-INTRADAG-RAKNING
             PERFORM I9-AVSLUTA-INTRADAG
          ELSE
             PERFORM C-COUNT
             PERFORM CZ-KONTROLLERA-ANTAL
             PERFORM F-HANTERA-EXTRA-FILER
             PERFORM N-AVSLUTA
          END-IF
          END-IF
          .
       B-INIT SECTION.

             SET SVEP-AKTIV TO TRUE
             DISPLAY "Sveplage: fonsterstorlek 2-20 i en korning"
             MOVE ZERO TO WS-FONSTER-PARM
          ELSE
          IF WS-LAGE-ARG = "ID"
             SET INTRADAG-AKTIV TO TRUE
             DISPLAY "Intradagslage: bara rader sedan forra "
                "genomlasningen"
             MOVE ZERO TO WS-FONSTER-PARM
          ELSE
             DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
             ACCEPT WS-FONSTER-PARM FROM ARGUMENT-VALUE
                ON EXCEPTION MOVE ZERO TO WS-FONSTER-PARM
             END-ACCEPT
          END-IF
          END-IF

          IF WS-FONSTER-PARM > 20
             DISPLAY "Fonsterstorlek " WS-FONSTER-PARM
                SET MANIFEST-GIVEN TO TRUE
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

          MOVE SPACES TO WS-SONAR-CHECKPUNKT-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar3_checkpoint.dat" DELIMITED BY SIZE
              INTO WS-SONAR-CHECKPUNKT-FILENAME

          MOVE SPACES TO WS-SONAR3-HJARTSLAG-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar3_hjartslag.txt" DELIMITED BY SIZE
              INTO WS-SONAR3-HJARTSLAG-FILENAME

          MOVE SPACES TO WS-SONAR3-INTRADAG-LAGE-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar3_intradag.dat" DELIMITED BY SIZE
              INTO WS-SONAR3-INTRADAG-LAGE-FILENAME

          IF WS-INPUT-FILENAME = "input.txt"
             MOVE SPACES TO WS-INPUT-FILENAME
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    "input.txt" DELIMITED BY SIZE
                 INTO WS-INPUT-FILENAME
          END-IF

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar3_rejects_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-REJECT-FILENAME

      *> Intradagskorningen skriver ingen resultatfil och ska inte
      *> ta en generation i katalogen.
          IF NOT INTRADAG-AKTIV
             MOVE "NY " TO GK-FUNKTION
             MOVE "SONAR3" TO GK-PROGRAM
             MOVE "sonar3_result_" TO GK-STEM
             MOVE WS-RUN-DATE TO GK-DATUM
             MOVE ".txt" TO GK-EXT
             CALL "GENKAT" USING GENKAT-PARM
             MOVE GK-FILNAMN TO WS-RESULT-FILENAME
          END-IF

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar3_subtotaler_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-SUBTOTAL-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar3_svep_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-SVEP-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar3_intradag_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-INTRADAG-FILENAME

          PERFORM B5-LASA-ENHETER

      *> I sveplaget galler varken checkpunkter eller forfyllt
      *> fonster - hela filen lases i S-SVEP-RAKNING fran forsta
      *> giltiga raden.
      *> En avbruten nattkorning aterstartar fran sin checkpunkt;
      *> finns ingen men dagens intradagslage, tas det over som
      *> checkpunkt och natten laser bara de sista raderna.
          IF NOT SVEP-AKTIV AND NOT INTRADAG-AKTIV
             PERFORM B2-LASA-CHECKPUNKT

             IF NOT CHECKPUNKT-FINNS
                PERFORM B7-LASA-INTRADAGSLAGE

                IF INTRADAGSLAGE-FINNS
                      AND IL-FYLLDA = FONSTER-STORLEK
                   PERFORM B8-LAGE-TILL-CHECKPUNKT
                   SET CHECKPUNKT-FINNS TO TRUE
                   DISPLAY "Slutfor dagens intradagslage"
                END-IF
             END-IF
          END-IF

          IF INTRADAG-AKTIV
             PERFORM B7-LASA-INTRADAGSLAGE
          END-IF

          OPEN INPUT SONARFIL
          MOVE "SONARFIL" TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          IF INTRADAG-AKTIV
             IF INTRADAGSLAGE-FINNS
                PERFORM B8-LAGE-TILL-CHECKPUNKT
                PERFORM B3-AVANCERA-TILL-CHECKPUNKT
                MOVE IL-FYLLDA TO FYLLDA-PLATSER
                PERFORM B9-OPPNA-REJECT-IGEN
             END-IF

             MOVE LINJE-NR TO INTRADAG-START-RAD
          END-IF

          IF NOT SVEP-AKTIV AND NOT INTRADAG-AKTIV
             IF CHECKPUNKT-FINNS
                PERFORM B3-AVANCERA-TILL-CHECKPUNKT
                PERFORM B9-OPPNA-REJECT-IGEN
             ELSE
                PERFORM VARYING F-INDEX FROM 1 BY 1
                   UNTIL F-INDEX > FONSTER-STORLEK
             END-IF
          END-IF

      *> Intradagskorningen laser sina rader sjalv - att inga nya
      *> rader kommit sedan sist ar inget fel.
          IF NOT INTRADAG-AKTIV
             PERFORM B1-LASA-GILTIG-RAD

             IF END-OF-FILE
                DISPLAY "Ingen giltig indata pa " WS-INPUT-FILENAME
                DISPLAY "Filen ar tom eller avskuren - programmet "
                   "avslutas"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF

          IF SCHEMA-HEADER-SEEN
          END-PERFORM
          .

      *> Laser dagens intradagslage. Ett lage fran en annan dag, for
      *> en annan fil eller med en annan fonsterstorlek galler inte -
      *> da borjar genomlasningen fran filens forsta rad.
       B7-LASA-INTRADAGSLAGE SECTION.

          OPEN INPUT SONAR3-INTRADAG-LAGE-FIL

          IF IND10-FILESTATUS = "00"
             READ SONAR3-INTRADAG-LAGE-FIL
                   AT END
                      CONTINUE
                   NOT AT END
                      IF IL-RUN-DATE = WS-RUN-DATE
                            AND IL-INFIL = WS-INPUT-FILENAME
                         IF IL-FONSTER-STORLEK = FONSTER-STORLEK
                            SET INTRADAGSLAGE-FINNS TO TRUE
                         ELSE
                            DISPLAY "Intradagslaget galler fonster "
                               IL-FONSTER-STORLEK " - filen raknas "
                               "om fran borjan"
                         END-IF
                      END-IF
             END-READ
             CLOSE SONAR3-INTRADAG-LAGE-FIL
          END-IF
          .

      *> Intradagslaget har samma innehall som en checkpunkt - det
      *> flyttas over sa att B3 kan avancera precis som vid en
      *> aterstart. Enheten foljer med for det fall headern ar
      *> den enda raden som hunnit komma.
       B8-LAGE-TILL-CHECKPUNKT SECTION.

          MOVE IL-LINJE-NR TO CP-LINJE-NR
          MOVE IL-ANTAL-FEL TO CP-ANTAL-FEL
          MOVE IL-REKNARE TO CP-REKNARE
          MOVE IL-FONSTER-STORLEK TO CP-FONSTER-STORLEK
          MOVE IL-SUMMA1 TO CP-SUMMA1

          PERFORM VARYING F-INDEX FROM 1 BY 1
             UNTIL F-INDEX > 20
             MOVE IL-FONSTER-TABELL(F-INDEX)
                TO CP-FONSTER-TABELL(F-INDEX)
          END-PERFORM

          MOVE IL-ENHET TO AKTIV-ENHET
          MOVE IL-FAKTOR TO ENHET-FAKTOR
          .

      *> Efter en aterstart finns redan dagens avvisningar i
      *> avvisningsfilen - de nya laggs till i stallet for att
      *> skriva over dem.
       B9-OPPNA-REJECT-IGEN SECTION.

          IF ANTAL-FEL NOT = ZERO
             OPEN EXTEND SONAR-REJECT-FIL

             IF IND2-FILESTATUS = "35"
                OPEN OUTPUT SONAR-REJECT-FIL
             END-IF
          END-IF
          .

      *> Intradagskorningens genomlasning av de nya raderna. Sa
      *> lange fonstret inte ar fullt fylls det pa; darefter
      *> skiftas och jamfors precis som i C-COUNT.
       I-INTRADAG-RAKNING SECTION.

          PERFORM B1-LASA-GILTIG-RAD

          PERFORM UNTIL END-OF-FILE

             ADD 1 TO ANTAL-BEHANDLADE

             IF FYLLDA-PLATSER < FONSTER-STORLEK
                ADD 1 TO FYLLDA-PLATSER
                MOVE SIFFRA TO FONSTER-VARDE(FYLLDA-PLATSER)

                IF FYLLDA-PLATSER = FONSTER-STORLEK
                   PERFORM D-SUMMERA-FONSTER
                   MOVE SUMMA2 TO SUMMA1
                END-IF
             ELSE
                PERFORM C1-SKIFTA-FONSTER

                PERFORM D-SUMMERA-FONSTER

                IF SUMMA2 > SUMMA1
                   ADD 1 TO REKNARE
                END-IF

                MOVE SUMMA2 TO SUMMA1
             END-IF

             PERFORM B1-LASA-GILTIG-RAD

          END-PERFORM

          COMPUTE INTRADAG-NYA = LINJE-NR - INTRADAG-START-RAD

          DISPLAY "Nya rader sedan forra genomlasningen: "
             INTRADAG-NYA
          DISPLAY "Okande fonster hittills i dag: " REKNARE
          .

      *> Sparar laget for nasta genomlasning, lagger dagens rad i
      *> det lopande intradagsresultatet och avslutar. Checkpunkt
      *> och hjartslag hor nattkorningen till och lamnas orora.
       I9-AVSLUTA-INTRADAG SECTION.

          CLOSE SONARFIL

          OPEN OUTPUT SONAR3-INTRADAG-LAGE-FIL

          MOVE SPACES TO SONAR3-INTRADAG-LAGE-REC
          MOVE WS-RUN-DATE TO IL-RUN-DATE
          MOVE LINJE-NR TO IL-LINJE-NR
          MOVE ANTAL-FEL TO IL-ANTAL-FEL
          MOVE REKNARE TO IL-REKNARE
          MOVE FONSTER-STORLEK TO IL-FONSTER-STORLEK
          MOVE FYLLDA-PLATSER TO IL-FYLLDA
          MOVE SUMMA1 TO IL-SUMMA1
          MOVE AKTIV-ENHET TO IL-ENHET
          MOVE ENHET-FAKTOR TO IL-FAKTOR

          PERFORM VARYING F-INDEX FROM 1 BY 1
             UNTIL F-INDEX > 20
             MOVE ZERO TO IL-FONSTER-TABELL(F-INDEX)
          END-PERFORM

          PERFORM VARYING F-INDEX FROM 1 BY 1
             UNTIL F-INDEX > FONSTER-STORLEK
             MOVE FONSTER-VARDE(F-INDEX) TO IL-FONSTER-TABELL(F-INDEX)
          END-PERFORM

          MOVE WS-INPUT-FILENAME TO IL-INFIL

          WRITE SONAR3-INTRADAG-LAGE-REC

          CLOSE SONAR3-INTRADAG-LAGE-FIL

          OPEN EXTEND SONAR3-INTRADAG-FIL

          IF IND11-FILESTATUS = "35"
             OPEN OUTPUT SONAR3-INTRADAG-FIL
          END-IF

          MOVE SPACES TO SONAR3-INTRADAG-REC
          MOVE WS-RUN-DATE TO IR-RUN-DATE
          ACCEPT INTRADAG-KLOCKA FROM TIME
          MOVE INTRADAG-KLOCKA(1:6) TO IR-KLOCKSLAG
          MOVE FONSTER-STORLEK TO IR-FONSTER-STORLEK
          MOVE REKNARE TO IR-REKNARE
          MOVE LINJE-NR TO IR-ANTAL-INLASTA
          MOVE INTRADAG-NYA TO IR-ANTAL-NYA
          MOVE ANTAL-FEL TO IR-ANTAL-FEL
          MOVE AKTIV-ENHET TO IR-ENHET

          WRITE SONAR3-INTRADAG-REC

          CLOSE SONAR3-INTRADAG-FIL

          DISPLAY "Intradagsresultat skrivet: " WS-INTRADAG-FILENAME

          IF ANTAL-FEL NOT = ZERO
             CLOSE SONAR-REJECT-FIL
          END-IF

          PERFORM Z9-SKRIV-KORNINGSAUDIT

          STOP RUN
          .

      *> Sveplagets enda genomlasning: varje giltig lasning laggs i
      *> ringbufferten och jamfors, for varje fonsterstorlek S dar
      *> minst S + 1 lasningar setts, med lasningen S steg tillbaka -
          OPEN OUTPUT SONAR3-HJARTSLAG-FIL
          CLOSE SONAR3-HJARTSLAG-FIL

          OPEN OUTPUT SONAR3-INTRADAG-LAGE-FIL
          CLOSE SONAR3-INTRADAG-LAGE-FIL

          CLOSE SONARFIL

          PERFORM Z9-SKRIV-KORNINGSAUDIT
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "SONAR3" TO RA-PROGRAM
          MOVE WS-INPUT-FILENAME TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          IF INTRADAG-AKTIV
             STRING "FONSTER=" DELIMITED BY SIZE
                    FONSTER-STORLEK DELIMITED BY SIZE
                    " INTRADAG" DELIMITED BY SIZE
                 INTO RA-PARAMETRAR
          ELSE
             STRING "FONSTER=" DELIMITED BY SIZE
                    FONSTER-STORLEK DELIMITED BY SIZE
                 INTO RA-PARAMETRAR
          END-IF
          MOVE LINJE-NR TO RA-ANTAL-IN
          MOVE ANTAL-FEL TO RA-ANTAL-AVVISADE
          MOVE ANTAL-BEHANDLADE TO RA-ANTAL-SKRIVNA
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .


                   END-IF
                   MOVE PD-TAL TO FONSTER-STORLEK
                END-IF
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
