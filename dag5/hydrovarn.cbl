       IDENTIFICATION DIVISION.

       PROGRAM-ID. HYDROVARN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HOTSPOT-REGISTER-FIL ASSIGN DYNAMIC
              WS-HOTSPOT-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND1-FILESTATUS.

           SELECT FALT-REGISTER-FIL ASSIGN DYNAMIC
              WS-FALT-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND2-FILESTATUS.

           SELECT VARNINGSLOGG-FIL ASSIGN DYNAMIC
              WS-VARNINGSLOGG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND3-FILESTATUS.

           SELECT BULLETIN-FIL ASSIGN DYNAMIC
              WS-BULLETIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND4-FILESTATUS.

           SELECT IKRAFT-FIL ASSIGN DYNAMIC
              WS-IKRAFT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND5-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Samma postlayout som HOTSPOT-REGISTER-REC i HYDRO.
       FD HOTSPOT-REGISTER-FIL.
       01 HOTSPOT-REGISTER-REC.
          05 HS-X PIC 9(5).
          05 FILLER PIC X.
          05 HS-Y PIC 9(5).
          05 FILLER PIC X.
          05 HS-FORST-SEDD PIC 9(8).
          05 FILLER PIC X.
          05 HS-SENAST-SEDD PIC 9(8).
          05 FILLER PIC X.
          05 HS-ANTAL-GANGER PIC 9(4).
          05 FILLER PIC X.
          05 HS-TOPP-ANTAL PIC 9(5).
          05 FILLER PIC X.
          05 HS-SVIT PIC 9(3).
          05 FILLER PIC X.
          05 HS-NIVA PIC 9(2).
          05 FILLER PIC X.
          05 HS-TOPP-INTENSITET PIC 9.

      *> Samma postlayout som FALT-REGISTER-REC i HYDROFALT.
       FD FALT-REGISTER-FIL.
       01 FALT-REGISTER-REC.
          05 FG-FALT-ID PIC X(5).
          05 FILLER PIC X.
          05 FG-CENTRUM-X PIC 9(4).
          05 FILLER PIC X.
          05 FG-CENTRUM-Y PIC 9(4).
          05 FILLER PIC X.
          05 FG-MIN-X PIC 9(4).
          05 FILLER PIC X.
          05 FG-MAX-X PIC 9(4).
          05 FILLER PIC X.
          05 FG-MIN-Y PIC 9(4).
          05 FILLER PIC X.
          05 FG-MAX-Y PIC 9(4).
          05 FILLER PIC X.
          05 FG-SENAST-SEDD PIC 9(8).

      *> Varningsloggen: en rad per utfardad varning i den arliga
      *> serien (ar och nummer), med typ NY (ny fara), HOJD
      *> (eskalerad - ersatter den tidigare varningen for punkten)
      *> eller UPPHAV (upphavande). REF pekar ut varningen som
      *> ersatts eller upphavts. Loggen ar det hamnkontoret fragar
      *> nar det vill veta vilka varningar som galler en viss dag.
       FD VARNINGSLOGG-FIL.
       01 VARNINGSLOGG-REC.
          05 VL-AR PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 VL-NR PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 VL-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 VL-TYP PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 VL-X PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 VL-Y PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 VL-NIVA PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 VL-TOPP-ANTAL PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 VL-FORST-SEDD PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 VL-FALT-ID PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 VL-REF-AR PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 VL-REF-NR PIC 9(4).

      *> Bulletinen i fast sjofartsmeddelandeform: varje varning ar
      *> ett block av rader med fasta ledtexter (rubrik med
      *> serienummer och typ, position, overlapptal och niva,
      *> forst sedd, ventfalt och vilken varning den ersatter eller
      *> upphaver), avslutat med en slutrad.
       FD BULLETIN-FIL.
       01 BULLETIN-REC PIC X(72).

      *> Forteckningen over varningar i kraft en given dag.
       FD IKRAFT-FIL.
       01 IKRAFT-REC.
          05 IK-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 IK-AR PIC 9(4).
          05 FILLER PIC X VALUE "/".
          05 IK-NR PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 IK-TYP PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 IK-UTFARDAD PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 IK-X PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 IK-Y PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 IK-NIVA PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 IK-FALT-ID PIC X(5).

       WORKING-STORAGE SECTION.

      *> Navigationsvarningar ur hetpunktsregistret. HYDRO hojer
      *> en punkts eskaleringsniva (HS-NIVA) for varje ESKALERING-N
      *> surveyer i rad pa topplistan och nollar den nar punkten
      *> faller av listan - men bara den som laser
      *> hydro_hotspotreg_ far veta det. Har jamfors registret mot
      *> de varningar som ar i kraft: en punkt som nar
      *> VARNING-MIN-NIVA utan gallande varning far en NY varning,
      *> en punkt vars niva stigit over den gallande varningens far
      *> en HOJD som ersatter den, och en punkt med gallande
      *> varning som tystnat (nivan nollad) far ett upphavande.
      *> Varningarna numreras i en arlig serie och loggas.
      *>
      *> Anrop: hydrovarn            (utfardar dagens varningar)
      *>        hydrovarn IKRAFT [datum]
       01 WS-AKTION PIC X(6).
       01 WS-DATUM-ARG PIC X(8).
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-HOTSPOT-REGISTER-FILENAME PIC X(40).
       01 WS-FALT-REGISTER-FILENAME PIC X(40).
       01 WS-VARNINGSLOGG-FILENAME PIC X(40).
       01 WS-BULLETIN-FILENAME PIC X(40).
       01 WS-IKRAFT-FILENAME PIC X(40).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       01 VARNING-MIN-NIVA PIC 9(2) VALUE 1.

       01 IKRAFT-DATUM PIC 9(8).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       01 BULLETIN-OPPEN-SW PIC 9 VALUE ZERO.
          88 BULLETIN-OPPEN VALUE 1.

      *> Loggen i minnet, i utfardandeordning.
       01 LOGG-ANTAL PIC 9(5) VALUE ZERO.
       01 LOGG-TABELL.
          05 LOGG-RAD OCCURS 20000 TIMES.
             10 LG-AR PIC 9(4).
             10 LG-NR PIC 9(4).
             10 LG-DATUM PIC 9(8).
             10 LG-TYP PIC X(6).
             10 LG-X PIC 9(5).
             10 LG-Y PIC 9(5).
             10 LG-NIVA PIC 9(2).
             10 LG-FALT-ID PIC X(5).
             10 LG-REF-AR PIC 9(4).
             10 LG-REF-NR PIC 9(4).

      *> Gallande varning per punkt: den senaste NY- eller
      *> HOJD-raden som inte upphavts.
       01 AKTIV-ANTAL PIC 9(4) VALUE ZERO.
       01 AKTIV-TABELL.
          05 AKTIV-RAD OCCURS 5000 TIMES.
             10 AK-X PIC 9(5).
             10 AK-Y PIC 9(5).
             10 AK-AR PIC 9(4).
             10 AK-NR PIC 9(4).
             10 AK-NIVA PIC 9(2).
             10 AK-I-KRAFT PIC 9.

       01 FALT-ANTAL PIC 9(4) VALUE ZERO.
       01 FALT-TABELL.
          05 FALT-RAD OCCURS 500 TIMES.
             10 FR-FALT-ID PIC X(5).
             10 FR-MIN-X PIC 9(4).
             10 FR-MAX-X PIC 9(4).
             10 FR-MIN-Y PIC 9(4).
             10 FR-MAX-Y PIC 9(4).

       01 LOGG-POS PIC 9(5).
       01 REF-POS PIC 9(5).
       01 AKTIV-POS PIC 9(4).
       01 FALT-POS PIC 9(4).
       01 SOK-X PIC 9(5).
       01 SOK-Y PIC 9(5).
       01 SOK-AR PIC 9(4).
       01 SOK-NR PIC 9(4).
       01 AKTIV-FUNNEN-SW PIC 9.
          88 AKTIV-FUNNEN VALUE 1.
       01 VARNING-UPPHORD-SW PIC 9.
          88 VARNING-UPPHORD VALUE 1.

       01 SERIE-AR PIC 9(4).
       01 SERIE-NR PIC 9(4) VALUE ZERO.

      *> Den varning som utfardas just nu.
       01 NY-TYP PIC X(6).
       01 NY-FALT-ID PIC X(5).
       01 NY-REF-AR PIC 9(4).
       01 NY-REF-NR PIC 9(4).

       01 ANTAL-HOTSPOTS PIC 9(6) VALUE ZERO.
       01 ANTAL-NY PIC 9(4) VALUE ZERO.
       01 ANTAL-HOJD PIC 9(4) VALUE ZERO.
       01 ANTAL-UPPHAV PIC 9(4) VALUE ZERO.
       01 ANTAL-UTFARDADE PIC 9(4) VALUE ZERO.
       01 ANTAL-I-KRAFT PIC 9(4) VALUE ZERO.

      *> Bulletinens fasta radbilder.
       01 BV-RUBRIK.
          05 FILLER PIC X(19) VALUE "NAVIGATIONSVARNING ".
          05 BV-AR PIC 9(4).
          05 FILLER PIC X VALUE "/".
          05 BV-NR PIC 9(4).
          05 FILLER PIC X(3) VALUE SPACES.
          05 BV-TYP-TEXT PIC X(16).
          05 FILLER PIC X(10) VALUE " UTFARDAD ".
          05 BV-DATUM PIC 9(8).

       01 BV-POSITION.
          05 FILLER PIC X(19) VALUE "   POSITION      X ".
          05 BV-X PIC 9(5).
          05 FILLER PIC X(4) VALUE "  Y ".
          05 BV-Y PIC 9(5).

       01 BV-OVERLAPP.
          05 FILLER PIC X(17) VALUE "   OVERLAPP      ".
          05 BV-TOPP-ANTAL PIC 9(5).
          05 FILLER PIC X(7) VALUE "  NIVA ".
          05 BV-NIVA PIC 9(2).

       01 BV-FORST-SEDD.
          05 FILLER PIC X(17) VALUE "   FORST SEDD    ".
          05 BV-FORST-DATUM PIC 9(8).

       01 BV-FALT.
          05 FILLER PIC X(17) VALUE "   VENTFALT      ".
          05 BV-FALT-ID PIC X(5).

       01 BV-REFERENS.
          05 FILLER PIC X(3) VALUE SPACES.
          05 BV-REF-TEXT PIC X(14).
          05 BV-REF-AR PIC 9(4).
          05 FILLER PIC X VALUE "/".
          05 BV-REF-NR PIC 9(4).

       01 BV-SLUT.
          05 FILLER PIC X(7) VALUE "   SLUT".

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-INIT
           PERFORM C-LASA-LOGGEN

           IF WS-AKTION = "IKRAFT"
              PERFORM H-LISTA-I-KRAFT
           ELSE
              PERFORM D-LASA-FALTREGISTER
              PERFORM E-GA-IGENOM-HOTSPOTS
              PERFORM F-AVSLUTA-BULLETIN
              PERFORM Z9-SKRIV-KORNINGSAUDIT
           END-IF

           STOP RUN
           .

       B-INIT SECTION.

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-AKTION FROM ARGUMENT-VALUE
              ON EXCEPTION MOVE SPACES TO WS-AKTION
           END-ACCEPT

           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-DATUM-ARG FROM ARGUMENT-VALUE
              ON EXCEPTION MOVE SPACES TO WS-DATUM-ARG
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

           MOVE SPACES TO WS-HOTSPOT-REGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_hotspots.txt" DELIMITED BY SIZE
               INTO WS-HOTSPOT-REGISTER-FILENAME

           MOVE SPACES TO WS-FALT-REGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_faltregister.txt" DELIMITED BY SIZE
               INTO WS-FALT-REGISTER-FILENAME

           MOVE SPACES TO WS-VARNINGSLOGG-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_varningslogg.txt" DELIMITED BY SIZE
               INTO WS-VARNINGSLOGG-FILENAME

           IF WS-AKTION NOT = SPACES AND WS-AKTION NOT = "IKRAFT"
              DISPLAY "Okand aktion: " WS-AKTION
              DISPLAY "Giltiga: (ingen), IKRAFT [datum]"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO IKRAFT-DATUM

           IF WS-DATUM-ARG IS NUMERIC
              MOVE WS-DATUM-ARG TO IKRAFT-DATUM
           END-IF

           MOVE WS-RUN-DATE(1:4) TO SERIE-AR

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_navvarning_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-BULLETIN-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_varningar_ikraft_" DELIMITED BY SIZE
                  IKRAFT-DATUM DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-IKRAFT-FILENAME
           .

      *> Laser loggen, tar fram arets hogsta serienummer och bygger
      *> de gallande varningarna per punkt.
       C-LASA-LOGGEN SECTION.

           OPEN INPUT VARNINGSLOGG-FIL

           IF IND3-FILESTATUS = "00"
              INITIALIZE SLUT-PA-FIL-SW

              PERFORM UNTIL SLUT-PA-FIL
                 READ VARNINGSLOGG-FIL
                       AT END
                          SET SLUT-PA-FIL TO TRUE
                       NOT AT END
                          PERFORM C1-LAGRA-LOGGRAD
                 END-READ
              END-PERFORM

              CLOSE VARNINGSLOGG-FIL
           END-IF
           .

       C1-LAGRA-LOGGRAD SECTION.

           IF LOGG-ANTAL = 20000
              DISPLAY "Avbryter - fler an 20000 rader i "
                 "hydro_varningslogg.txt"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO LOGG-ANTAL
           MOVE VL-AR TO LG-AR(LOGG-ANTAL)
           MOVE VL-NR TO LG-NR(LOGG-ANTAL)
           MOVE VL-DATUM TO LG-DATUM(LOGG-ANTAL)
           MOVE VL-TYP TO LG-TYP(LOGG-ANTAL)
           MOVE VL-X TO LG-X(LOGG-ANTAL)
           MOVE VL-Y TO LG-Y(LOGG-ANTAL)
           MOVE VL-NIVA TO LG-NIVA(LOGG-ANTAL)
           MOVE VL-FALT-ID TO LG-FALT-ID(LOGG-ANTAL)
           MOVE VL-REF-AR TO LG-REF-AR(LOGG-ANTAL)
           MOVE VL-REF-NR TO LG-REF-NR(LOGG-ANTAL)

           IF VL-AR = SERIE-AR AND VL-NR > SERIE-NR
              MOVE VL-NR TO SERIE-NR
           END-IF

           MOVE VL-X TO SOK-X
           MOVE VL-Y TO SOK-Y
           PERFORM Z1-SOK-AKTIV

           IF VL-TYP = "UPPHAV"
              IF AKTIV-FUNNEN
                 MOVE ZERO TO AK-I-KRAFT(AKTIV-POS)
              END-IF
           ELSE
              IF NOT AKTIV-FUNNEN
                 PERFORM Z2-NY-AKTIV
              END-IF

              MOVE VL-AR TO AK-AR(AKTIV-POS)
              MOVE VL-NR TO AK-NR(AKTIV-POS)
              MOVE VL-NIVA TO AK-NIVA(AKTIV-POS)
              MOVE 1 TO AK-I-KRAFT(AKTIV-POS)
           END-IF
           .

      *> Faltregistret ger ventfaltet: den punkt som ligger inom
      *> ett registrerat falts utstrackning hor till det faltet.
       D-LASA-FALTREGISTER SECTION.

           OPEN INPUT FALT-REGISTER-FIL

           IF IND2-FILESTATUS = "00"
              INITIALIZE SLUT-PA-FIL-SW

              PERFORM UNTIL SLUT-PA-FIL
                 READ FALT-REGISTER-FIL
                       AT END
                          SET SLUT-PA-FIL TO TRUE
                       NOT AT END
                          IF FALT-ANTAL < 500
                             ADD 1 TO FALT-ANTAL
                             MOVE FG-FALT-ID TO FR-FALT-ID(FALT-ANTAL)
                             MOVE FG-MIN-X TO FR-MIN-X(FALT-ANTAL)
                             MOVE FG-MAX-X TO FR-MAX-X(FALT-ANTAL)
                             MOVE FG-MIN-Y TO FR-MIN-Y(FALT-ANTAL)
                             MOVE FG-MAX-Y TO FR-MAX-Y(FALT-ANTAL)
                          END-IF
                 END-READ
              END-PERFORM

              CLOSE FALT-REGISTER-FIL
           ELSE
              DISPLAY "Inget faltregister - ventfalt anges inte"
           END-IF
           .

       E-GA-IGENOM-HOTSPOTS SECTION.

           OPEN INPUT HOTSPOT-REGISTER-FIL

           IF IND1-FILESTATUS NOT = "00"
              DISPLAY "Inget hetpunktsregister (hydro_hotspots.txt) "
                 "- inga varningar"
              EXIT SECTION
           END-IF

           INITIALIZE SLUT-PA-FIL-SW

           PERFORM UNTIL SLUT-PA-FIL
              READ HOTSPOT-REGISTER-FIL
                    AT END
                       SET SLUT-PA-FIL TO TRUE
                    NOT AT END
                       ADD 1 TO ANTAL-HOTSPOTS
                       PERFORM E1-PROVA-EN-HOTSPOT
              END-READ
           END-PERFORM

           CLOSE HOTSPOT-REGISTER-FIL
           .

       E1-PROVA-EN-HOTSPOT SECTION.

           MOVE HS-X TO SOK-X
           MOVE HS-Y TO SOK-Y
           PERFORM Z1-SOK-AKTIV

           IF AKTIV-FUNNEN AND AK-I-KRAFT(AKTIV-POS) = ZERO
              INITIALIZE AKTIV-FUNNEN-SW
           END-IF

           MOVE ZERO TO NY-REF-AR
           MOVE ZERO TO NY-REF-NR
           MOVE SPACES TO NY-TYP

           EVALUATE TRUE
              WHEN HS-NIVA >= VARNING-MIN-NIVA AND NOT AKTIV-FUNNEN
                 MOVE "NY" TO NY-TYP
                 ADD 1 TO ANTAL-NY
              WHEN HS-NIVA >= VARNING-MIN-NIVA
                    AND HS-NIVA > AK-NIVA(AKTIV-POS)
                 MOVE "HOJD" TO NY-TYP
                 MOVE AK-AR(AKTIV-POS) TO NY-REF-AR
                 MOVE AK-NR(AKTIV-POS) TO NY-REF-NR
                 ADD 1 TO ANTAL-HOJD
              WHEN HS-NIVA = ZERO AND AKTIV-FUNNEN
                 MOVE "UPPHAV" TO NY-TYP
                 MOVE AK-AR(AKTIV-POS) TO NY-REF-AR
                 MOVE AK-NR(AKTIV-POS) TO NY-REF-NR
                 ADD 1 TO ANTAL-UPPHAV
           END-EVALUATE

           IF NY-TYP NOT = SPACES
              PERFORM E2-UTFARDA-VARNING
           END-IF
           .

      *> Utfardar varningen: nasta nummer i arets serie, ett block i
      *> dagens bulletin och en rad i loggen. Punktens gallande
      *> varning uppdateras sa att en omkorning samma dag inte
      *> utfardar samma varning igen.
       E2-UTFARDA-VARNING SECTION.

           ADD 1 TO SERIE-NR
           ADD 1 TO ANTAL-UTFARDADE

           MOVE "-----" TO NY-FALT-ID

           PERFORM VARYING FALT-POS FROM 1 BY 1
                   UNTIL FALT-POS > FALT-ANTAL
              IF HS-X >= FR-MIN-X(FALT-POS)
                    AND HS-X <= FR-MAX-X(FALT-POS)
                    AND HS-Y >= FR-MIN-Y(FALT-POS)
                    AND HS-Y <= FR-MAX-Y(FALT-POS)
                 MOVE FR-FALT-ID(FALT-POS) TO NY-FALT-ID
              END-IF
           END-PERFORM

           IF NOT BULLETIN-OPPEN
              OPEN EXTEND BULLETIN-FIL

              IF IND4-FILESTATUS = "35"
                 OPEN OUTPUT BULLETIN-FIL
              END-IF

              MOVE IND4-FILESTATUS TO WS-FILSTATUS
              MOVE WS-BULLETIN-FILENAME TO WS-FILSTATUS-FIL
              PERFORM Z-KONTROLLERA-FILSTATUS

              SET BULLETIN-OPPEN TO TRUE
           END-IF

           MOVE SERIE-AR TO BV-AR
           MOVE SERIE-NR TO BV-NR
           MOVE WS-RUN-DATE TO BV-DATUM

           EVALUATE NY-TYP
              WHEN "NY"
                 MOVE "NY FARA" TO BV-TYP-TEXT
              WHEN "HOJD"
                 MOVE "ESKALERAD FARA" TO BV-TYP-TEXT
              WHEN OTHER
                 MOVE "UPPHAVANDE" TO BV-TYP-TEXT
           END-EVALUATE

           MOVE BV-RUBRIK TO BULLETIN-REC
           WRITE BULLETIN-REC

           MOVE HS-X TO BV-X
           MOVE HS-Y TO BV-Y
           MOVE BV-POSITION TO BULLETIN-REC
           WRITE BULLETIN-REC

           MOVE HS-TOPP-ANTAL TO BV-TOPP-ANTAL
           MOVE HS-NIVA TO BV-NIVA
           MOVE BV-OVERLAPP TO BULLETIN-REC
           WRITE BULLETIN-REC

           MOVE HS-FORST-SEDD TO BV-FORST-DATUM
           MOVE BV-FORST-SEDD TO BULLETIN-REC
           WRITE BULLETIN-REC

           MOVE NY-FALT-ID TO BV-FALT-ID
           MOVE BV-FALT TO BULLETIN-REC
           WRITE BULLETIN-REC

           IF NY-TYP NOT = "NY"
              IF NY-TYP = "HOJD"
                 MOVE "ERSATTER      " TO BV-REF-TEXT
              ELSE
                 MOVE "UPPHAVER      " TO BV-REF-TEXT
              END-IF

              MOVE NY-REF-AR TO BV-REF-AR
              MOVE NY-REF-NR TO BV-REF-NR
              MOVE BV-REFERENS TO BULLETIN-REC
              WRITE BULLETIN-REC
           END-IF

           MOVE BV-SLUT TO BULLETIN-REC
           WRITE BULLETIN-REC

           MOVE SPACES TO BULLETIN-REC
           WRITE BULLETIN-REC

           OPEN EXTEND VARNINGSLOGG-FIL

           IF IND3-FILESTATUS = "35"
              OPEN OUTPUT VARNINGSLOGG-FIL
           END-IF

           MOVE SPACES TO VARNINGSLOGG-REC
           MOVE SERIE-AR TO VL-AR
           MOVE SERIE-NR TO VL-NR
           MOVE WS-RUN-DATE TO VL-DATUM
           MOVE NY-TYP TO VL-TYP
           MOVE HS-X TO VL-X
           MOVE HS-Y TO VL-Y
           MOVE HS-NIVA TO VL-NIVA
           MOVE HS-TOPP-ANTAL TO VL-TOPP-ANTAL
           MOVE HS-FORST-SEDD TO VL-FORST-SEDD
           MOVE NY-FALT-ID TO VL-FALT-ID
           MOVE NY-REF-AR TO VL-REF-AR
           MOVE NY-REF-NR TO VL-REF-NR
           WRITE VARNINGSLOGG-REC

           CLOSE VARNINGSLOGG-FIL

           IF NOT AKTIV-FUNNEN
              PERFORM Z2-NY-AKTIV
           END-IF

           IF NY-TYP = "UPPHAV"
              MOVE ZERO TO AK-I-KRAFT(AKTIV-POS)
           ELSE
              MOVE SERIE-AR TO AK-AR(AKTIV-POS)
              MOVE SERIE-NR TO AK-NR(AKTIV-POS)
              MOVE HS-NIVA TO AK-NIVA(AKTIV-POS)
              MOVE 1 TO AK-I-KRAFT(AKTIV-POS)
           END-IF

           DISPLAY "Varning " SERIE-AR "/" SERIE-NR " " NY-TYP
              " X " HS-X " Y " HS-Y " niva " HS-NIVA
              " falt " NY-FALT-ID
           .

       F-AVSLUTA-BULLETIN SECTION.

           IF BULLETIN-OPPEN
              CLOSE BULLETIN-FIL
              DISPLAY "Bulletin skriven: " WS-BULLETIN-FILENAME
           END-IF

           DISPLAY "Hetpunkter provade: " ANTAL-HOTSPOTS
              "  nya: " ANTAL-NY "  eskalerade: " ANTAL-HOJD
              "  upphavda: " ANTAL-UPPHAV
           .

      *> Varningarna i kraft en given dag: utfardade senast den
      *> dagen och varken ersatta eller upphavda av en rad med
      *> datum senast samma dag.
       H-LISTA-I-KRAFT SECTION.

           OPEN OUTPUT IKRAFT-FIL

           MOVE IND5-FILESTATUS TO WS-FILSTATUS
           MOVE WS-IKRAFT-FILENAME TO WS-FILSTATUS-FIL
           PERFORM Z-KONTROLLERA-FILSTATUS

           PERFORM VARYING LOGG-POS FROM 1 BY 1
                   UNTIL LOGG-POS > LOGG-ANTAL
              IF LG-TYP(LOGG-POS) NOT = "UPPHAV"
                    AND LG-DATUM(LOGG-POS) <= IKRAFT-DATUM
                 MOVE LG-AR(LOGG-POS) TO SOK-AR
                 MOVE LG-NR(LOGG-POS) TO SOK-NR
                 PERFORM H1-AR-VARNINGEN-UPPHORD

                 IF NOT VARNING-UPPHORD
                    PERFORM H2-SKRIV-I-KRAFT
                 END-IF
              END-IF
           END-PERFORM

           CLOSE IKRAFT-FIL

           DISPLAY "Varningar i kraft " IKRAFT-DATUM ": "
              ANTAL-I-KRAFT " (" WS-IKRAFT-FILENAME ")"
           .

       H1-AR-VARNINGEN-UPPHORD SECTION.

           INITIALIZE VARNING-UPPHORD-SW

           PERFORM VARYING REF-POS FROM 1 BY 1
                   UNTIL REF-POS > LOGG-ANTAL
              IF LG-REF-AR(REF-POS) = SOK-AR
                    AND LG-REF-NR(REF-POS) = SOK-NR
                    AND LG-DATUM(REF-POS) <= IKRAFT-DATUM
                 SET VARNING-UPPHORD TO TRUE
              END-IF
           END-PERFORM
           .

       H2-SKRIV-I-KRAFT SECTION.

           ADD 1 TO ANTAL-I-KRAFT

           MOVE SPACES TO IKRAFT-REC
           MOVE IKRAFT-DATUM TO IK-DATUM
           MOVE LG-AR(LOGG-POS) TO IK-AR
           MOVE "/" TO IKRAFT-REC(14:1)
           MOVE LG-NR(LOGG-POS) TO IK-NR
           MOVE LG-TYP(LOGG-POS) TO IK-TYP
           MOVE LG-DATUM(LOGG-POS) TO IK-UTFARDAD
           MOVE LG-X(LOGG-POS) TO IK-X
           MOVE LG-Y(LOGG-POS) TO IK-Y
           MOVE LG-NIVA(LOGG-POS) TO IK-NIVA
           MOVE LG-FALT-ID(LOGG-POS) TO IK-FALT-ID
           WRITE IKRAFT-REC

           DISPLAY "  " LG-AR(LOGG-POS) "/" LG-NR(LOGG-POS) " "
              LG-TYP(LOGG-POS) " utfardad " LG-DATUM(LOGG-POS)
              " X " LG-X(LOGG-POS) " Y " LG-Y(LOGG-POS)
              " niva " LG-NIVA(LOGG-POS)
           .

       Z1-SOK-AKTIV SECTION.

           INITIALIZE AKTIV-FUNNEN-SW

           PERFORM VARYING AKTIV-POS FROM 1 BY 1
                   UNTIL AKTIV-POS > AKTIV-ANTAL
                      OR AKTIV-FUNNEN
              IF AK-X(AKTIV-POS) = SOK-X
                    AND AK-Y(AKTIV-POS) = SOK-Y
                 SET AKTIV-FUNNEN TO TRUE
              END-IF
           END-PERFORM

           IF AKTIV-FUNNEN
              SUBTRACT 1 FROM AKTIV-POS
           END-IF
           .

       Z2-NY-AKTIV SECTION.

           IF AKTIV-ANTAL = 5000
              DISPLAY "Avbryter - fler an 5000 varnade punkter"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO AKTIV-ANTAL
           MOVE AKTIV-ANTAL TO AKTIV-POS
           MOVE SOK-X TO AK-X(AKTIV-POS)
           MOVE SOK-Y TO AK-Y(AKTIV-POS)
           MOVE ZERO TO AK-I-KRAFT(AKTIV-POS)
           .

       Z9-SKRIV-KORNINGSAUDIT SECTION.

           MOVE SPACES TO RA-KORNINGSAUDIT-REC
           MOVE WS-RUN-DATE TO RA-RUN-DATE
           MOVE "HYDROVARN" TO RA-PROGRAM
           MOVE "hydro_hotspots.txt" TO RA-INFIL
           MOVE SPACES TO RA-PARAMETRAR
           MOVE ANTAL-HOTSPOTS TO RA-ANTAL-IN
           MOVE ZERO TO RA-ANTAL-AVVISADE
           MOVE ANTAL-UTFARDADE TO RA-ANTAL-SKRIVNA
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
