       IDENTIFICATION DIVISION.

       PROGRAM-ID. PAVERKAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT FEEDREGISTER-FIL ASSIGN "batch/feedregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT ALERT-LASFIL ASSIGN DYNAMIC
             WS-ALERT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT STROMDEF-FIL ASSIGN "batch/stromdefinition.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT SLA-FIL ASSIGN "batch/sla_tider.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT STEGHISTORIK-FIL ASSIGN DYNAMIC
             WS-STEGHISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT KATALOG-FIL ASSIGN "generationskatalog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT RUTT-FIL ASSIGN "batch/rapportrutter.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT MANIFEST-FIL ASSIGN "overforing_manifest.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND8-FILESTATUS.

          SELECT OVERFORING-LASFIL ASSIGN DYNAMIC
             WS-OVERFORING-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND9-FILESTATUS.

          SELECT PAVERKAN-FIL ASSIGN DYNAMIC
             WS-PAVERKAN-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Samma postlayout som FEEDREGISTER-REC i FEEDVAKT.
       FD FEEDREGISTER-FIL.
       01 FEEDREGISTER-REC.
          05 FR-NAMN PIC X(12).
          05 FILLER PIC X.
          05 FR-FILNAMN PIC X(20).
          05 FILLER PIC X.
          05 FR-TIDIGAST PIC 9(4).
          05 FILLER PIC X.
          05 FR-SENAST PIC 9(4).
          05 FILLER PIC X.
          05 FR-STROM PIC X(4).

      *> Samma postlayout som ALERT-REC i FEEDVAKT.
       FD ALERT-LASFIL.
       01 ALERT-LASFIL-REC.
          05 AL-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 AL-NAMN PIC X(12).
          05 FILLER PIC X.
          05 AL-ORSAK PIC X(20).
          05 FILLER PIC X.
          05 AL-STROM PIC X(4).

      *> Samma strom- och stegdefinition som NATTKORNING laser.
       FD STROMDEF-FIL.
       01 STROMDEF-REC.
          05 SDF-TYP PIC X(5).
          05 FILLER PIC X.
          05 SDF-RESTEN PIC X(174).

       01 STROMDEF-STROM REDEFINES STROMDEF-REC.
          05 FILLER PIC X(6).
          05 SDS-NAMN PIC X(4).
          05 FILLER PIC X.
          05 SDS-KOMMANDO PIC X(160).
          05 FILLER PIC X(9).

       01 STROMDEF-STEG REDEFINES STROMDEF-REC.
          05 FILLER PIC X(6).
          05 SDT-NR PIC X(3).
          05 FILLER PIC X.
          05 SDT-ETIKETT PIC X(12).
          05 FILLER PIC X.
          05 SDT-KOMMANDO PIC X(40).
          05 FILLER PIC X(117).

       01 STROMDEF-EFTER REDEFINES STROMDEF-REC.
          05 FILLER PIC X(6).
          05 SDE-NAMN PIC X(4).
          05 FILLER PIC X.
          05 SDE-FORE PIC X(4).
          05 FILLER PIC X(165).

      *> Samma postlayout som SLA-FIL-REC i NATTKORNING.
       FD SLA-FIL.
       01 SLA-FIL-REC.
          05 SF-NAMN PIC X(12).
          05 FILLER PIC X.
          05 SF-TID PIC 9(6).

      *> Samma postlayout som STEGHISTORIK-REC i NATTKORNING.
       FD STEGHISTORIK-FIL.
       01 STEGHISTORIK-REC.
          05 SH-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 SH-STEG PIC X(12).
          05 FILLER PIC X.
          05 SH-START PIC 9(6).
          05 FILLER PIC X.
          05 SH-SLUT PIC 9(6).
          05 FILLER PIC X.
          05 SH-RC PIC 9(3).
          05 FILLER PIC X.
          05 SH-FORSOK PIC 9(2).
          05 FILLER PIC X.
          05 SH-POLICY PIC X(6).

      *> Samma postlayout som KATALOG-REC i GENKAT.
       FD KATALOG-FIL.
       01 KATALOG-REC.
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

      *> Samma postlayout som RUTT-REC i SLUTRAPPORT.
       FD RUTT-FIL.
       01 RUTT-REC.
          05 RT-MOTTAGARE PIC X(10).
          05 FILLER PIC X.
          05 RT-SEKTION PIC X(10).

      *> Samma postlayout som MANIFEST-REC i EXPORT.
       FD MANIFEST-FIL.
       01 MANIFEST-REC.
          05 MF-SEKVENS PIC 9(6).
          05 FILLER PIC X.
          05 MF-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 MF-FILNAMN PIC X(30).
          05 FILLER PIC X.
          05 MF-STATUS PIC X(8).
          05 FILLER PIC X.
          05 MF-KLOCKSLAG PIC 9(6).
          05 FILLER PIC X.
          05 MF-PLATS PIC X(4).

      *> Bara posttyp och program behovs ur overforingsfilens
      *> detaljposter - samma borjan som OVERFORING-DET i EXPORT.
       FD OVERFORING-LASFIL.
       01 OVERFORING-LASFIL-REC.
          05 OV-TYP PIC X(3).
          05 OV-PROGRAM PIC X(10).
          05 FILLER PIC X(27).

      *> Paverkansrapporten: en rad per berord strom, program,
      *> slutsteg, korskontroll, utdatafamilj, rapportmottagare och
      *> landkontorspost, plus senaste ankomsttid per SLA-deadline.
      *> OVERLAMNING laser den in i skiftoverlamningen.
       FD PAVERKAN-FIL.
       01 PAVERKAN-REC.
          05 PV-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 PV-FLODE PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 PV-TYP PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 PV-OBJEKT PIC X(30).
          05 FILLER PIC X VALUE SPACE.
          05 PV-INFO PIC X(30).

       WORKING-STORAGE SECTION.

      *> Paverkansanalysen for sena floden: nar FEEDVAKT larmar om
      *> ett flode ar nasta fraga alltid vem som drabbas. Svaret
      *> ligger utspritt i flodesregistret, stromdefinitionen,
      *> korskontrollerna, rapportrutterna och
      *> overforingsmanifestet - har lases allt ihop for ett sent
      *> eller saknat flode och varje berord strom, program,
      *> slutsteg, utdatafamilj, rapportmottagare och
      *> landkontorspost listas, tillsammans med den senaste
      *> ankomsttid som annu haller varje SLA-deadline. Argumentet
      *> ar flodets logiska namn; utan argument analyseras varje
      *> flode i dagens feedvaktlarm.
       01 WS-ALERT-FILENAME PIC X(40).
       01 WS-STEGHISTORIK-FILENAME PIC X(40).
       01 WS-OVERFORING-FILENAME PIC X(40).
       01 WS-PAVERKAN-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-FLODE-ARG PIC X(12) VALUE SPACES.

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

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

      *> Flodesregistret i minnet.
       01 FEED-ANTAL PIC 9(2) VALUE ZERO.

       01 FEED-TABELL.
          05 FEED-RAD OCCURS 50 TIMES.
             10 FT-NAMN PIC X(12).
             10 FT-FILNAMN PIC X(20).
             10 FT-TIDIGAST PIC 9(4).
             10 FT-SENAST PIC 9(4).
             10 FT-STROM PIC X(4).
             10 FT-VALD PIC 9.

       01 FEED-POS PIC 9(2).
       01 ANTAL-VALDA PIC 9(2) VALUE ZERO.

      *> Standardstrommarna och standardsvansen - samma som
      *> NATTKORNINGs inbyggda definition och ersatta av
      *> stromdefinitionen nar den finns.
       01 ANTAL-STROMMAR PIC 9 VALUE ZERO.

       01 STROM-TABELL.
          05 STROM-RAD OCCURS 9 TIMES.
             10 ST-NAMN PIC X(4).
             10 ST-KOMMANDO PIC X(160).
             10 ST-EFTER PIC X(4).
             10 ST-EFTER-2 PIC X(4).
             10 ST-BEROR PIC 9.
             10 ST-BEROR-FRAN PIC X(4).
             10 ST-MINUTER PIC 9(4).
             10 ST-KEDJA PIC 9(4).

       01 STROM-NR PIC 9.
       01 STROM-FORE-NR PIC 9.

       01 ANTAL-SLUTSTEG PIC 9(2) VALUE ZERO.

       01 SLUTSTEG-TABELL.
          05 SLUTSTEG-RAD OCCURS 10 TIMES.
             10 SS-NR PIC 9(3).
             10 SS-ETIKETT PIC X(12).
             10 SS-KOMMANDO PIC X(40).
             10 SS-PROGRAM PIC X(10).
             10 SS-SNITT PIC 9(3).

       01 STEG-POS PIC 9(2).

       01 SLUT-PA-STROMDEF-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-STROMDEF VALUE 1.

       01 STROMDEF-LADDAD-SW PIC 9 VALUE ZERO.
          88 STROMDEF-LADDAD VALUE 1.

      *> Strommarnas program, var for sig, med snittid och
      *> ackumulerad tid inom strommen.
       01 PROG-ANTAL PIC 9(2) VALUE ZERO.

       01 PROG-TABELL.
          05 PROG-RAD OCCURS 60 TIMES.
             10 PG-STROM-NR PIC 9.
             10 PG-KOMMANDO PIC X(40).
             10 PG-BASNAMN PIC X(12).
             10 PG-PROGRAM PIC X(10).
             10 PG-KUMULATIV PIC 9(4).

       01 PROG-POS PIC 9(2).

      *> Korskontrollerna laser flera strommars utdata pa en gang
      *> och star inte i stromdefinitionen - KOLKOLL jamfor SONARs
      *> detalj med DIVEs spar, RUTTKOLL DIVEs spar med HYDROs
      *> gridkarta.
       01 KORSKOLL-VARDEN.
          05 FILLER PIC X(30)
             VALUE "KOLKOLL   dag1dag2kol_klarning".
          05 FILLER PIC X(30)
             VALUE "RUTTKOLL  dag2dag5ruttkoll    ".

       01 KORSKOLL-TABELL REDEFINES KORSKOLL-VARDEN.
          05 KORSKOLL-RAD OCCURS 2 TIMES.
             10 KK-PROGRAM PIC X(10).
             10 KK-STROM-1 PIC X(4).
             10 KK-STROM-2 PIC X(4).
             10 KK-UTDATA PIC X(12).

       01 KORSKOLL-POS PIC 9.

      *> SLA-tiderna och snittiderna, som NATTKORNING har dem.
       01 SLA-ANTAL PIC 9(2) VALUE ZERO.

       01 SLA-TABELL.
          05 SLA-RAD OCCURS 20 TIMES.
             10 SLA-NAMN PIC X(12).
             10 SLA-DEADLINE PIC 9(6).

       01 FONSTER-SLUT PIC 9(6) VALUE 060000.
       01 SLA-POS PIC 9(2).

       01 SNITT-ANTAL PIC 9(2) VALUE ZERO.

       01 SNITT-TABELL.
          05 SNITT-RAD OCCURS 30 TIMES.
             10 SN-NAMN PIC X(12).
             10 SN-SUMMA-MIN PIC 9(7).
             10 SN-ANTAL PIC 9(4).

       01 SNITT-POS PIC 9(2).
       01 SNITT-FUNNEN-SW PIC 9.
          88 SNITT-FUNNEN VALUE 1.

       01 SOK-NAMN PIC X(12).
       01 SNITT-MINUTER PIC 9(3).

       01 TID-W PIC 9(6).
       01 TID-MIN-1 PIC 9(5).
       01 TID-MIN-2 PIC 9(5).
       01 DIFF-MIN PIC S9(6).
       01 ARBETE-MIN PIC 9(5).
       01 SENAST-MIN PIC S9(6).
       01 SENAST-HHMM PIC 9(4).
       01 SENAST-HH PIC 9(2).
       01 SENAST-MM PIC 9(2).
       01 KEDJA-MAX PIC 9(4).
       01 SVANS-MIN PIC 9(4).

       01 RUTT-ANTAL PIC 9(2) VALUE ZERO.

       01 RUTT-TABELL.
          05 RUTT-RAD OCCURS 50 TIMES.
             10 RU-MOTTAGARE PIC X(10).
             10 RU-SEKTION PIC X(10).

       01 RUTT-POS PIC 9(2).

       01 FAMILJ-ANTAL PIC 9(3).

       01 FAMILJ-TABELL.
          05 FAMILJ-RAD OCCURS 100 TIMES.
             10 FA-STEM PIC X(20).
             10 FA-PROGRAM PIC X(10).

       01 FAMILJ-POS PIC 9(3).

       01 SENASTE-OVERFORING PIC X(30).
       01 SENASTE-SEKVENS PIC 9(6).

       01 PEKARE PIC 9(3).
       01 KOMMANDO-ORD PIC X(40).
       01 TECKEN-POS PIC 9(2).
       01 WS-BASNAMN PIC X(12).
       01 WS-PROGRAM PIC X(10).

       01 BEROR-SW PIC 9.
          88 BEROR VALUE 1.
       01 FUNNEN-SW PIC 9.
          88 FUNNEN VALUE 1.

       01 PV-TYP-HOLDER PIC X(10).
       01 PV-OBJEKT-HOLDER PIC X(30).
       01 PV-INFO-HOLDER PIC X(30).

       01 ANTAL-RADER PIC 9(4) VALUE ZERO.
       01 VARV PIC 9.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM B1-LAS-STROMDEFINITION
          PERFORM B2-LAS-FEEDREGISTER
          PERFORM B3-LAS-SLA-TIDER
          PERFORM B4-LAS-STEGSNITT
          PERFORM B5-LAS-RUTTER
          PERFORM B6-BYGG-PROGRAMLISTA
          PERFORM C-VALJ-FLODEN

          OPEN OUTPUT PAVERKAN-FIL

          PERFORM VARYING FEED-POS FROM 1 BY 1
             UNTIL FEED-POS > FEED-ANTAL
             IF FT-VALD(FEED-POS) = 1
                PERFORM D-ANALYSERA-FLODE
             END-IF
          END-PERFORM

          CLOSE PAVERKAN-FIL

          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT WS-FLODE-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-FLODE-ARG
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
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-ALERT-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "feedvakt_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-ALERT-FILENAME

          MOVE SPACES TO WS-STEGHISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_steghistorik.txt" DELIMITED BY SIZE
              INTO WS-STEGHISTORIK-FILENAME

          MOVE SPACES TO WS-PAVERKAN-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "paverkan_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-PAVERKAN-FILENAME

          MOVE 6 TO ANTAL-STROMMAR
          MOVE "dag1" TO ST-NAMN(1)
          MOVE SPACES TO ST-KOMMANDO(1)
          STRING "./dag1/sonar ./dag1/sonar3 " DELIMITED BY SIZE
                 "./dag1/sonarhist ./dag1/sonarprof "
                    DELIMITED BY SIZE
                 "./dag1/sonarkart" DELIMITED BY SIZE
              INTO ST-KOMMANDO(1)
          MOVE "dag2" TO ST-NAMN(2)
          MOVE SPACES TO ST-KOMMANDO(2)
          STRING "./dag2/dive ./dag2/dive2 " DELIMITED BY SIZE
                 "./dag2/diveundh ./dag2/diveavst " DELIMITED BY SIZE
                 "./dag7/flottlage ./dag7/flottlinje"
                    DELIMITED BY SIZE
              INTO ST-KOMMANDO(2)
          MOVE "dag3" TO ST-EFTER(2)
          MOVE "dag5" TO ST-EFTER-2(2)
          MOVE "dag3" TO ST-NAMN(3)
          MOVE SPACES TO ST-KOMMANDO(3)
          STRING "./dag3/binary ./dag3/binary2 " DELIMITED BY SIZE
                 "./dag3/binary2q " DELIMITED BY SIZE
                 "./dag3/binarysum ./dag3/binbank " DELIMITED BY SIZE
                 "./dag3/energi" DELIMITED BY SIZE
              INTO ST-KOMMANDO(3)
          MOVE "dag4" TO ST-NAMN(4)
          MOVE SPACES TO ST-KOMMANDO(4)
          STRING "./dag4/bingo ./dag4/bingosalj " DELIMITED BY SIZE
                 "./dag4/bingo2 ./dag4/bingokoll" DELIMITED BY SIZE
              INTO ST-KOMMANDO(4)
          MOVE "dag5" TO ST-NAMN(5)
          MOVE SPACES TO ST-KOMMANDO(5)
          STRING "./dag5/hydro ./dag5/hydrovarn " DELIMITED BY SIZE
                 "./dag5/hydrolucka" DELIMITED BY SIZE
              INTO ST-KOMMANDO(5)
          MOVE "dag6" TO ST-NAMN(6)
          MOVE "./dag6/lekcykel ./dag6/lekprognos"
             TO ST-KOMMANDO(6)

          MOVE 6 TO ANTAL-SLUTSTEG
          MOVE 115 TO SS-NR(1)
          MOVE "LAYOUTKOLL" TO SS-ETIKETT(1)
          MOVE "./batch/layoutkoll" TO SS-KOMMANDO(1)
          MOVE 120 TO SS-NR(2)
          MOVE "REGKONTROLL" TO SS-ETIKETT(2)
          MOVE "./batch/regkontroll" TO SS-KOMMANDO(2)
          MOVE 130 TO SS-NR(3)
          MOVE "DASHBOARD" TO SS-ETIKETT(3)
          MOVE "./batch/dashboard" TO SS-KOMMANDO(3)
          MOVE 135 TO SS-NR(4)
          MOVE "BALANS" TO SS-ETIKETT(4)
          MOVE "./batch/balans" TO SS-KOMMANDO(4)
          MOVE 137 TO SS-NR(5)
          MOVE "EXPORT" TO SS-ETIKETT(5)
          MOVE "./batch/export" TO SS-KOMMANDO(5)
          MOVE 140 TO SS-NR(6)
          MOVE "SLUTRAPPORT" TO SS-ETIKETT(6)
          MOVE "./batch/slutrapport" TO SS-KOMMANDO(6)
          .

      *> Samma regler som NATTKORNINGs B9: en fil som finns galler
      *> i sin helhet. NATTKORNING sjalv vagrar ogiltiga rader -
      *> har hoppas de bara over.
       B1-LAS-STROMDEFINITION SECTION.

          OPEN INPUT STROMDEF-FIL

          IF IND3-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-STROMDEF
                READ STROMDEF-FIL
                      AT END
                         SET SLUT-PA-STROMDEF TO TRUE
                      NOT AT END
                         PERFORM B1A-TOLKA-DEFINITIONSRAD
                END-READ
             END-PERFORM

             CLOSE STROMDEF-FIL
          END-IF
          .

       B1A-TOLKA-DEFINITIONSRAD SECTION.

          IF SDF-TYP = "STROM" OR "STEG " OR "EFTER"
             IF NOT STROMDEF-LADDAD
                SET STROMDEF-LADDAD TO TRUE
                MOVE ZERO TO ANTAL-STROMMAR
                MOVE ZERO TO ANTAL-SLUTSTEG
                INITIALIZE STROM-TABELL
             END-IF
          END-IF

          EVALUATE SDF-TYP
             WHEN "STROM"
                IF SDS-NAMN NOT = SPACES
                      AND SDS-KOMMANDO NOT = SPACES
                      AND ANTAL-STROMMAR < 9
                   ADD 1 TO ANTAL-STROMMAR
                   MOVE SDS-NAMN TO ST-NAMN(ANTAL-STROMMAR)
                   MOVE SDS-KOMMANDO TO ST-KOMMANDO(ANTAL-STROMMAR)
                END-IF
             WHEN "STEG "
                IF SDT-NR IS NUMERIC
                      AND SDT-KOMMANDO NOT = SPACES
                      AND ANTAL-SLUTSTEG < 10
                   ADD 1 TO ANTAL-SLUTSTEG
                   MOVE SDT-NR TO SS-NR(ANTAL-SLUTSTEG)
                   MOVE SDT-ETIKETT TO SS-ETIKETT(ANTAL-SLUTSTEG)
                   MOVE SDT-KOMMANDO TO SS-KOMMANDO(ANTAL-SLUTSTEG)
                END-IF
             WHEN "EFTER"
                PERFORM VARYING STROM-NR FROM 1 BY 1
                   UNTIL STROM-NR > ANTAL-STROMMAR
                   IF ST-NAMN(STROM-NR) = SDE-NAMN
                      IF ST-EFTER(STROM-NR) = SPACES
                         MOVE SDE-FORE TO ST-EFTER(STROM-NR)
                      ELSE
                         MOVE SDE-FORE TO ST-EFTER-2(STROM-NR)
                      END-IF
                   END-IF
                END-PERFORM
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          .

       B2-LAS-FEEDREGISTER SECTION.

          OPEN INPUT FEEDREGISTER-FIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Inget flodesregister (batch/feedregister.txt)"
                " - ingen paverkan att analysera"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ FEEDREGISTER-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF FEED-ANTAL < 50 AND FR-NAMN NOT = SPACES
                         ADD 1 TO FEED-ANTAL
                         MOVE FR-NAMN TO FT-NAMN(FEED-ANTAL)
                         MOVE FR-FILNAMN TO FT-FILNAMN(FEED-ANTAL)
                         MOVE FR-TIDIGAST TO FT-TIDIGAST(FEED-ANTAL)
                         MOVE FR-SENAST TO FT-SENAST(FEED-ANTAL)
                         MOVE FR-STROM TO FT-STROM(FEED-ANTAL)
                         MOVE ZERO TO FT-VALD(FEED-ANTAL)
                      END-IF
             END-READ
          END-PERFORM

          CLOSE FEEDREGISTER-FIL
          .

       B3-LAS-SLA-TIDER SECTION.

          OPEN INPUT SLA-FIL

          IF IND4-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ SLA-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF SF-NAMN = "FONSTER"
                            MOVE SF-TID TO FONSTER-SLUT
                         ELSE
                            IF SLA-ANTAL < 20
                               ADD 1 TO SLA-ANTAL
                               MOVE SF-NAMN TO SLA-NAMN(SLA-ANTAL)
                               MOVE SF-TID
                                  TO SLA-DEADLINE(SLA-ANTAL)
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE SLA-FIL
          END-IF
          .

      *> Snittid per steg ur korhistoriken - samma underlag som
      *> NATTKORNINGs fonsterprognos.
       B4-LAS-STEGSNITT SECTION.

          OPEN INPUT STEGHISTORIK-FIL

          IF IND5-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ STEGHISTORIK-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         PERFORM B4A-RAKNA-IN-SNITT
                END-READ
             END-PERFORM

             CLOSE STEGHISTORIK-FIL
          END-IF
          .

       B4A-RAKNA-IN-SNITT SECTION.

          MOVE SH-START TO TID-W
          PERFORM S9-TID-TILL-MINUTER
          MOVE TID-MIN-1 TO TID-MIN-2

          MOVE SH-SLUT TO TID-W
          PERFORM S9-TID-TILL-MINUTER

          COMPUTE DIFF-MIN = TID-MIN-1 - TID-MIN-2
          IF DIFF-MIN < ZERO
             ADD 1440 TO DIFF-MIN
          END-IF

          INITIALIZE SNITT-FUNNEN-SW

          PERFORM VARYING SNITT-POS FROM 1 BY 1
             UNTIL SNITT-POS > SNITT-ANTAL OR SNITT-FUNNEN
             IF SN-NAMN(SNITT-POS) = SH-STEG
                SET SNITT-FUNNEN TO TRUE
                ADD DIFF-MIN TO SN-SUMMA-MIN(SNITT-POS)
                ADD 1 TO SN-ANTAL(SNITT-POS)
             END-IF
          END-PERFORM

          IF NOT SNITT-FUNNEN AND SNITT-ANTAL < 30
             ADD 1 TO SNITT-ANTAL
             MOVE SH-STEG TO SN-NAMN(SNITT-ANTAL)
             MOVE DIFF-MIN TO SN-SUMMA-MIN(SNITT-ANTAL)
             MOVE 1 TO SN-ANTAL(SNITT-ANTAL)
          END-IF
          .

       B5-LAS-RUTTER SECTION.

          OPEN INPUT RUTT-FIL

          IF IND7-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ RUTT-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF RUTT-ANTAL < 50
                               AND RT-MOTTAGARE NOT = SPACES
                            ADD 1 TO RUTT-ANTAL
                            MOVE RT-MOTTAGARE
                               TO RU-MOTTAGARE(RUTT-ANTAL)
                            MOVE RT-SEKTION TO RU-SEKTION(RUTT-ANTAL)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE RUTT-FIL
          END-IF
          .

      *> Delar upp varje stroms programlista, och slar upp snittid
      *> for varje program och slutsteg. Stromskalet bokfor ett
      *> program under sitt basnamn och ett slutsteg som "STEG"
      *> plus numret - utan historik raknas fem minuter, samma
      *> antagande som NATTKORNINGs prognos.
       B6-BYGG-PROGRAMLISTA SECTION.

          PERFORM VARYING STROM-NR FROM 1 BY 1
             UNTIL STROM-NR > ANTAL-STROMMAR

             MOVE ZERO TO ST-MINUTER(STROM-NR)
             MOVE 1 TO PEKARE

             PERFORM UNTIL PEKARE > 160
                MOVE SPACES TO KOMMANDO-ORD
                UNSTRING ST-KOMMANDO(STROM-NR)
                   DELIMITED BY ALL SPACE
                   INTO KOMMANDO-ORD
                   WITH POINTER PEKARE
                END-UNSTRING

                IF KOMMANDO-ORD NOT = SPACES AND PROG-ANTAL < 60
                   ADD 1 TO PROG-ANTAL
                   MOVE STROM-NR TO PG-STROM-NR(PROG-ANTAL)
                   MOVE KOMMANDO-ORD TO PG-KOMMANDO(PROG-ANTAL)
                   PERFORM S1-TA-BASNAMN
                   MOVE WS-BASNAMN TO PG-BASNAMN(PROG-ANTAL)
                   MOVE WS-PROGRAM TO PG-PROGRAM(PROG-ANTAL)

                   MOVE WS-BASNAMN TO SOK-NAMN
                   PERFORM S2-SOK-SNITT
                   ADD SNITT-MINUTER TO ST-MINUTER(STROM-NR)
                   MOVE ST-MINUTER(STROM-NR)
                      TO PG-KUMULATIV(PROG-ANTAL)
                END-IF
             END-PERFORM
          END-PERFORM

          PERFORM VARYING STEG-POS FROM 1 BY 1
             UNTIL STEG-POS > ANTAL-SLUTSTEG
             MOVE SS-KOMMANDO(STEG-POS) TO KOMMANDO-ORD
             PERFORM S1-TA-BASNAMN
             MOVE WS-PROGRAM TO SS-PROGRAM(STEG-POS)

             MOVE SPACES TO SOK-NAMN
             STRING "STEG" DELIMITED BY SIZE
                    SS-NR(STEG-POS) DELIMITED BY SIZE
                 INTO SOK-NAMN
             PERFORM S2-SOK-SNITT
             MOVE SNITT-MINUTER TO SS-SNITT(STEG-POS)
          END-PERFORM
          .

      *> Ett namngivet flode, eller utan argument varje flode i
      *> dagens feedvaktlarm.
       C-VALJ-FLODEN SECTION.

          IF WS-FLODE-ARG NOT = SPACES
             PERFORM VARYING FEED-POS FROM 1 BY 1
                UNTIL FEED-POS > FEED-ANTAL
                IF FT-NAMN(FEED-POS) = WS-FLODE-ARG
                   MOVE 1 TO FT-VALD(FEED-POS)
                   ADD 1 TO ANTAL-VALDA
                END-IF
             END-PERFORM

             IF ANTAL-VALDA = ZERO
                DISPLAY "Flodet " WS-FLODE-ARG
                   " finns inte i flodesregistret"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             EXIT SECTION
          END-IF

          OPEN INPUT ALERT-LASFIL

          IF IND2-FILESTATUS NOT = "00"
             DISPLAY "Inget feedvaktlarm for " WS-RUN-DATE
                " - ange flodets namn som argument"
             STOP RUN
          END-IF

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ ALERT-LASFIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      PERFORM VARYING FEED-POS FROM 1 BY 1
                         UNTIL FEED-POS > FEED-ANTAL
                         IF FT-NAMN(FEED-POS) = AL-NAMN
                               AND FT-VALD(FEED-POS) = ZERO
                            MOVE 1 TO FT-VALD(FEED-POS)
                            ADD 1 TO ANTAL-VALDA
                         END-IF
                      END-PERFORM
             END-READ
          END-PERFORM

          CLOSE ALERT-LASFIL
          .

      *> Ett flodes hela paverkan: flodets strom halls av
      *> feedvakten, strommar med EFTER pa den startar utan dess
      *> underlag, och eftersom en hallen strom stoppar slutstegen
      *> drabbas hela svansen - och med den rapporten och
      *> overforingen till landkontoret.
       D-ANALYSERA-FLODE SECTION.

          DISPLAY "Paverkan av flodet " FT-NAMN(FEED-POS)
             " (strom " FT-STROM(FEED-POS) ")"

          MOVE "FLODE" TO PV-TYP-HOLDER
          MOVE SPACES TO PV-OBJEKT-HOLDER
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 FT-FILNAMN(FEED-POS) DELIMITED BY SPACE
              INTO PV-OBJEKT-HOLDER
          MOVE SPACES TO PV-INFO-HOLDER
          STRING "STROM " DELIMITED BY SIZE
                 FT-STROM(FEED-POS) DELIMITED BY SIZE
                 " FONSTER " DELIMITED BY SIZE
                 FT-TIDIGAST(FEED-POS) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 FT-SENAST(FEED-POS) DELIMITED BY SIZE
              INTO PV-INFO-HOLDER
          PERFORM Y-SKRIV-RAD

          PERFORM D1-MARKERA-STROMMAR
          PERFORM D2-STROMMAR-OCH-PROGRAM
          PERFORM D3-SLUTSTEG
          PERFORM D4-KORSKONTROLLER
          PERFORM D5-UTDATAFAMILJER
          PERFORM D6-MOTTAGARE
          PERFORM D7-OVERFORING
          PERFORM D8-SENASTE-ANKOMST
          .

      *> Flodets strom och, transitivt, varje strom med EFTER pa en
      *> berord strom (en strom kan ha tva foregangare). Kedjan ar
      *> strommens tid fran flodets ankomst: den langsta berorda
      *> foregangarens kedja plus de egna programmen.
       D1-MARKERA-STROMMAR SECTION.

          PERFORM VARYING STROM-NR FROM 1 BY 1
             UNTIL STROM-NR > ANTAL-STROMMAR
             MOVE ZERO TO ST-BEROR(STROM-NR)
             MOVE SPACES TO ST-BEROR-FRAN(STROM-NR)
             MOVE ZERO TO ST-KEDJA(STROM-NR)
             IF ST-NAMN(STROM-NR) = FT-STROM(FEED-POS)
                MOVE 1 TO ST-BEROR(STROM-NR)
                MOVE ST-MINUTER(STROM-NR) TO ST-KEDJA(STROM-NR)
             END-IF
          END-PERFORM

          PERFORM VARYING VARV FROM 1 BY 1
             UNTIL VARV > ANTAL-STROMMAR
             PERFORM VARYING STROM-NR FROM 1 BY 1
                UNTIL STROM-NR > ANTAL-STROMMAR
                IF ST-EFTER(STROM-NR) NOT = SPACES
                      AND ST-NAMN(STROM-NR) NOT = FT-STROM(FEED-POS)
                   PERFORM VARYING STROM-FORE-NR FROM 1 BY 1
                      UNTIL STROM-FORE-NR > ANTAL-STROMMAR
                      IF (ST-NAMN(STROM-FORE-NR) = ST-EFTER(STROM-NR)
                          OR ST-NAMN(STROM-FORE-NR)
                             = ST-EFTER-2(STROM-NR))
                            AND ST-BEROR(STROM-FORE-NR) = 1
                            AND (ST-BEROR(STROM-NR) = ZERO
                              OR ST-KEDJA(STROM-FORE-NR)
                                 + ST-MINUTER(STROM-NR)
                                 > ST-KEDJA(STROM-NR))
                         MOVE 1 TO ST-BEROR(STROM-NR)
                         MOVE ST-NAMN(STROM-FORE-NR)
                            TO ST-BEROR-FRAN(STROM-NR)
                         COMPUTE ST-KEDJA(STROM-NR) =
                            ST-KEDJA(STROM-FORE-NR)
                            + ST-MINUTER(STROM-NR)
                      END-IF
                   END-PERFORM
                END-IF
             END-PERFORM
          END-PERFORM

          MOVE ZERO TO KEDJA-MAX

          PERFORM VARYING STROM-NR FROM 1 BY 1
             UNTIL STROM-NR > ANTAL-STROMMAR
             IF ST-BEROR(STROM-NR) = 1
                   AND ST-KEDJA(STROM-NR) > KEDJA-MAX
                MOVE ST-KEDJA(STROM-NR) TO KEDJA-MAX
             END-IF
          END-PERFORM
          .

       D2-STROMMAR-OCH-PROGRAM SECTION.

          PERFORM VARYING STROM-NR FROM 1 BY 1
             UNTIL STROM-NR > ANTAL-STROMMAR

             IF ST-BEROR(STROM-NR) = 1
                MOVE ST-NAMN(STROM-NR) TO PV-OBJEKT-HOLDER
                MOVE SPACES TO PV-INFO-HOLDER

                IF ST-NAMN(STROM-NR) = FT-STROM(FEED-POS)
                   MOVE "STROM" TO PV-TYP-HOLDER
                   MOVE "HALLS AV FEEDVAKTEN" TO PV-INFO-HOLDER
                ELSE
                   MOVE "EFTERSTROM" TO PV-TYP-HOLDER
                   STRING "STARTAR UTAN INDATA FRAN "
                             DELIMITED BY SIZE
                          ST-BEROR-FRAN(STROM-NR) DELIMITED BY SIZE
                       INTO PV-INFO-HOLDER
                END-IF

                PERFORM Y-SKRIV-RAD

                PERFORM VARYING PROG-POS FROM 1 BY 1
                   UNTIL PROG-POS > PROG-ANTAL
                   IF PG-STROM-NR(PROG-POS) = STROM-NR
                      MOVE "PROGRAM" TO PV-TYP-HOLDER
                      MOVE PG-KOMMANDO(PROG-POS) TO PV-OBJEKT-HOLDER
                      MOVE SPACES TO PV-INFO-HOLDER
                      STRING "STROM " DELIMITED BY SIZE
                             ST-NAMN(STROM-NR) DELIMITED BY SIZE
                          INTO PV-INFO-HOLDER
                      PERFORM Y-SKRIV-RAD
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM
          .

      *> NATTKORNING kor inga slutsteg efter en hallen strom.
       D3-SLUTSTEG SECTION.

          PERFORM VARYING STEG-POS FROM 1 BY 1
             UNTIL STEG-POS > ANTAL-SLUTSTEG
             MOVE "SLUTSTEG" TO PV-TYP-HOLDER
             MOVE SPACES TO PV-OBJEKT-HOLDER
             STRING SS-NR(STEG-POS) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    SS-ETIKETT(STEG-POS) DELIMITED BY SIZE
                 INTO PV-OBJEKT-HOLDER
             MOVE "KORS EJ FORRAN STROMMEN SLAPPS" TO PV-INFO-HOLDER
             PERFORM Y-SKRIV-RAD
          END-PERFORM
          .

       D4-KORSKONTROLLER SECTION.

          PERFORM VARYING KORSKOLL-POS FROM 1 BY 1
             UNTIL KORSKOLL-POS > 2

             INITIALIZE BEROR-SW

             PERFORM VARYING STROM-NR FROM 1 BY 1
                UNTIL STROM-NR > ANTAL-STROMMAR
                IF ST-BEROR(STROM-NR) = 1
                      AND (ST-NAMN(STROM-NR)
                              = KK-STROM-1(KORSKOLL-POS)
                        OR ST-NAMN(STROM-NR)
                              = KK-STROM-2(KORSKOLL-POS))
                   SET BEROR TO TRUE
                END-IF
             END-PERFORM

             IF BEROR
                MOVE "KORSKOLL" TO PV-TYP-HOLDER
                MOVE KK-PROGRAM(KORSKOLL-POS) TO PV-OBJEKT-HOLDER
                MOVE SPACES TO PV-INFO-HOLDER
                STRING "BEHOVER " DELIMITED BY SIZE
                       KK-STROM-1(KORSKOLL-POS) DELIMITED BY SIZE
                       "+" DELIMITED BY SIZE
                       KK-STROM-2(KORSKOLL-POS) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KK-UTDATA(KORSKOLL-POS) DELIMITED BY SIZE
                    INTO PV-INFO-HOLDER
                PERFORM Y-SKRIV-RAD
             END-IF
          END-PERFORM
          .

      *> Varje generationsfamilj ett berort program eller slutsteg
      *> har bokfort for platsen - de generationerna blir inte
      *> skrivna for dagen.
       D5-UTDATAFAMILJER SECTION.

          MOVE ZERO TO FAMILJ-ANTAL
          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT KATALOG-FIL

          IF IND6-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ KATALOG-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF KAT-PLATS = PLATS-KOD
                         MOVE KAT-PROGRAM TO WS-PROGRAM
                         PERFORM S3-PROVA-PROGRAM
                         IF BEROR
                            PERFORM D5A-TA-FAMILJ
                         END-IF
                      END-IF
             END-READ
          END-PERFORM

          CLOSE KATALOG-FIL

          PERFORM VARYING FAMILJ-POS FROM 1 BY 1
             UNTIL FAMILJ-POS > FAMILJ-ANTAL
             MOVE "FAMILJ" TO PV-TYP-HOLDER
             MOVE SPACES TO PV-OBJEKT-HOLDER
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    FA-STEM(FAMILJ-POS) DELIMITED BY SPACE
                    WS-RUN-DATE DELIMITED BY SIZE
                 INTO PV-OBJEKT-HOLDER
             MOVE SPACES TO PV-INFO-HOLDER
             STRING "SKRIVS AV " DELIMITED BY SIZE
                    FA-PROGRAM(FAMILJ-POS) DELIMITED BY SIZE
                 INTO PV-INFO-HOLDER
             PERFORM Y-SKRIV-RAD
          END-PERFORM
          .

       D5A-TA-FAMILJ SECTION.

          INITIALIZE FUNNEN-SW

          PERFORM VARYING FAMILJ-POS FROM 1 BY 1
             UNTIL FAMILJ-POS > FAMILJ-ANTAL OR FUNNEN
             IF FA-STEM(FAMILJ-POS) = KAT-STEM
                SET FUNNEN TO TRUE
             END-IF
          END-PERFORM

          IF NOT FUNNEN AND FAMILJ-ANTAL < 100
             ADD 1 TO FAMILJ-ANTAL
             MOVE KAT-STEM TO FA-STEM(FAMILJ-ANTAL)
             MOVE KAT-PROGRAM TO FA-PROGRAM(FAMILJ-ANTAL)
          END-IF
          .

      *> Rapportrutternas sektioner ar programnamn - en mottagare
      *> vars sektion kommer fran ett berort program far en
      *> inaktuell eller saknad sektion.
       D6-MOTTAGARE SECTION.

          PERFORM VARYING RUTT-POS FROM 1 BY 1
             UNTIL RUTT-POS > RUTT-ANTAL
             MOVE RU-SEKTION(RUTT-POS) TO WS-PROGRAM
             PERFORM S3-PROVA-PROGRAM
             IF BEROR
                MOVE "MOTTAGARE" TO PV-TYP-HOLDER
                MOVE RU-MOTTAGARE(RUTT-POS) TO PV-OBJEKT-HOLDER
                MOVE SPACES TO PV-INFO-HOLDER
                STRING "SEKTION " DELIMITED BY SIZE
                       RU-SEKTION(RUTT-POS) DELIMITED BY SIZE
                    INTO PV-INFO-HOLDER
                PERFORM Y-SKRIV-RAD
             END-IF
          END-PERFORM
          .

      *> Platsens senaste overforing i manifestet visar vilka
      *> programs varden landkontoret far - de berorda posterna
      *> saknas tills strommen korts om och EXPORT gatt.
       D7-OVERFORING SECTION.

          MOVE SPACES TO SENASTE-OVERFORING
          MOVE ZERO TO SENASTE-SEKVENS
          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT MANIFEST-FIL

          IF IND8-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ MANIFEST-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF MF-PLATS = PLATS-KOD
                         MOVE MF-FILNAMN TO SENASTE-OVERFORING
                         MOVE MF-SEKVENS TO SENASTE-SEKVENS
                      END-IF
             END-READ
          END-PERFORM

          CLOSE MANIFEST-FIL

          IF SENASTE-OVERFORING = SPACES
             EXIT SECTION
          END-IF

      *> Manifestet bar filnamnet utan platsprefix.
          MOVE SPACES TO WS-OVERFORING-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 SENASTE-OVERFORING DELIMITED BY SPACE
              INTO WS-OVERFORING-FILENAME

          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT OVERFORING-LASFIL

          IF IND9-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ OVERFORING-LASFIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF OV-TYP = "DET" OR OV-TYP = "ERS"
                         MOVE OV-PROGRAM TO WS-PROGRAM
                         PERFORM S3-PROVA-PROGRAM
                         IF BEROR
                            MOVE "OVERFORING" TO PV-TYP-HOLDER
                            MOVE OV-PROGRAM TO PV-OBJEKT-HOLDER
                            MOVE SPACES TO PV-INFO-HOLDER
                            STRING "POST I LOPNR " DELIMITED BY SIZE
                                   SENASTE-SEKVENS DELIMITED BY SIZE
                                INTO PV-INFO-HOLDER
                            PERFORM Y-SKRIV-RAD
                         END-IF
                      END-IF
             END-READ
          END-PERFORM

          CLOSE OVERFORING-LASFIL
          .

      *> Senaste ankomsttid som annu haller varje SLA-deadline:
      *> deadline minus arbetet mellan flodets ankomst och det
      *> stegets slut - den berorda stromkedjan fram till
      *> programmet, eller hela den berorda kedjan plus svansen fram
      *> till slutsteget. Ovriga strommar antas klara i tid.
       D8-SENASTE-ANKOMST SECTION.

          PERFORM VARYING PROG-POS FROM 1 BY 1
             UNTIL PROG-POS > PROG-ANTAL
             MOVE PG-STROM-NR(PROG-POS) TO STROM-NR
             IF ST-BEROR(STROM-NR) = 1
                MOVE PG-BASNAMN(PROG-POS) TO SOK-NAMN
                COMPUTE ARBETE-MIN = ST-KEDJA(STROM-NR)
                   - ST-MINUTER(STROM-NR) + PG-KUMULATIV(PROG-POS)
                PERFORM D8A-PROVA-DEADLINE
             END-IF
          END-PERFORM

          PERFORM VARYING STROM-NR FROM 1 BY 1
             UNTIL STROM-NR > ANTAL-STROMMAR
             IF ST-BEROR(STROM-NR) = 1
                MOVE ST-NAMN(STROM-NR) TO SOK-NAMN
                MOVE ST-KEDJA(STROM-NR) TO ARBETE-MIN
                PERFORM D8A-PROVA-DEADLINE
             END-IF
          END-PERFORM

          MOVE ZERO TO SVANS-MIN

          PERFORM VARYING STEG-POS FROM 1 BY 1
             UNTIL STEG-POS > ANTAL-SLUTSTEG
             ADD SS-SNITT(STEG-POS) TO SVANS-MIN
             MOVE SPACES TO SOK-NAMN
             STRING "STEG" DELIMITED BY SIZE
                    SS-NR(STEG-POS) DELIMITED BY SIZE
                 INTO SOK-NAMN
             COMPUTE ARBETE-MIN = KEDJA-MAX + SVANS-MIN
             PERFORM D8A-PROVA-DEADLINE
          END-PERFORM

          MOVE "FONSTER" TO SOK-NAMN
          COMPUTE ARBETE-MIN = KEDJA-MAX + SVANS-MIN
          MOVE FONSTER-SLUT TO TID-W
          PERFORM D8B-SKRIV-SENAST
          .

       D8A-PROVA-DEADLINE SECTION.

          PERFORM VARYING SLA-POS FROM 1 BY 1
             UNTIL SLA-POS > SLA-ANTAL
             IF SLA-NAMN(SLA-POS) = SOK-NAMN
                MOVE SLA-DEADLINE(SLA-POS) TO TID-W
                PERFORM D8B-SKRIV-SENAST
             END-IF
          END-PERFORM
          .

      *> TID-W ar deadline; tiderna raknas i minuter fran 18:00 som
      *> i NATTKORNING, sa att en natt over midnatt jamfors ratt.
       D8B-SKRIV-SENAST SECTION.

          PERFORM S9-TID-TILL-MINUTER
          COMPUTE SENAST-MIN = TID-MIN-1 - ARBETE-MIN

          MOVE "SENAST" TO PV-TYP-HOLDER
          MOVE SPACES TO PV-OBJEKT-HOLDER
          STRING SOK-NAMN DELIMITED BY SPACE
                 " DEADLINE " DELIMITED BY SIZE
                 TID-W DELIMITED BY SIZE
              INTO PV-OBJEKT-HOLDER

          MOVE SPACES TO PV-INFO-HOLDER

          IF SENAST-MIN < ZERO
             STRING "HALLS INTE - " DELIMITED BY SIZE
                    ARBETE-MIN DELIMITED BY SIZE
                    " MIN ARBETE" DELIMITED BY SIZE
                 INTO PV-INFO-HOLDER
          ELSE
             COMPUTE SENAST-HH =
                FUNCTION MOD(SENAST-MIN + 1080, 1440) / 60
             COMPUTE SENAST-MM = FUNCTION MOD(
                FUNCTION MOD(SENAST-MIN + 1080, 1440), 60)
             COMPUTE SENAST-HHMM = SENAST-HH * 100 + SENAST-MM
             STRING "ANKOMST SENAST " DELIMITED BY SIZE
                    SENAST-HHMM DELIMITED BY SIZE
                 INTO PV-INFO-HOLDER
          END-IF

          PERFORM Y-SKRIV-RAD
          .

      *> Basnamnet (som stromskalets ${p##*/}) och programnamnet i
      *> versaler, som katalogen, rutterna och overforingen bar det.
       S1-TA-BASNAMN SECTION.

          MOVE SPACES TO WS-BASNAMN

          PERFORM VARYING TECKEN-POS FROM 40 BY -1
             UNTIL TECKEN-POS < 1
                OR KOMMANDO-ORD(TECKEN-POS:1) = "/"
             CONTINUE
          END-PERFORM

          IF TECKEN-POS < 40
             UNSTRING KOMMANDO-ORD(TECKEN-POS + 1:)
                DELIMITED BY SPACE
                INTO WS-BASNAMN
             END-UNSTRING
          END-IF

          MOVE FUNCTION UPPER-CASE(WS-BASNAMN) TO WS-PROGRAM
          .

       S2-SOK-SNITT SECTION.

          MOVE 5 TO SNITT-MINUTER

          PERFORM VARYING SNITT-POS FROM 1 BY 1
             UNTIL SNITT-POS > SNITT-ANTAL
             IF SN-NAMN(SNITT-POS) = SOK-NAMN
                   AND SN-ANTAL(SNITT-POS) NOT = ZERO
                COMPUTE SNITT-MINUTER ROUNDED =
                   SN-SUMMA-MIN(SNITT-POS) / SN-ANTAL(SNITT-POS)
             END-IF
          END-PERFORM
          .

      *> BEROR nar WS-PROGRAM ar ett program i en berord strom
      *> eller ett slutsteg.
       S3-PROVA-PROGRAM SECTION.

          INITIALIZE BEROR-SW

          PERFORM VARYING PROG-POS FROM 1 BY 1
             UNTIL PROG-POS > PROG-ANTAL OR BEROR
             IF PG-PROGRAM(PROG-POS) = WS-PROGRAM
                MOVE PG-STROM-NR(PROG-POS) TO STROM-NR
                IF ST-BEROR(STROM-NR) = 1
                   SET BEROR TO TRUE
                END-IF
             END-IF
          END-PERFORM

          PERFORM VARYING STEG-POS FROM 1 BY 1
             UNTIL STEG-POS > ANTAL-SLUTSTEG OR BEROR
             IF SS-PROGRAM(STEG-POS) = WS-PROGRAM
                SET BEROR TO TRUE
             END-IF
          END-PERFORM
          .

      *> HHMMSS till minuter fran 18:00 - nattbatchens ankare.
       S9-TID-TILL-MINUTER SECTION.

          COMPUTE TID-MIN-1 =
             FUNCTION MOD(
                FUNCTION NUMVAL(TID-W(1:2)) * 60
                + FUNCTION NUMVAL(TID-W(3:2))
                - 1080 + 1440, 1440)
          .

       Y-SKRIV-RAD SECTION.

          ADD 1 TO ANTAL-RADER

          MOVE SPACES TO PAVERKAN-REC
          MOVE WS-RUN-DATE TO PV-RUN-DATE
          MOVE FT-NAMN(FEED-POS) TO PV-FLODE
          MOVE PV-TYP-HOLDER TO PV-TYP
          MOVE PV-OBJEKT-HOLDER TO PV-OBJEKT
          MOVE PV-INFO-HOLDER TO PV-INFO
          WRITE PAVERKAN-REC
          .

       N-AVSLUTA SECTION.

          DISPLAY "Analyserade floden: " ANTAL-VALDA
          DISPLAY "Paverkansrapport skriven: " WS-PAVERKAN-FILENAME
          DISPLAY "Antal rader: " ANTAL-RADER

          STOP RUN
          .
