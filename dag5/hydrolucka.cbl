       IDENTIFICATION DIVISION.

       PROGRAM-ID. HYDROLUCKA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

           SELECT TACKNING-FIL ASSIGN DYNAMIC
              WS-TACKNING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND1-FILESTATUS.

           SELECT FALT-REGISTER-FIL ASSIGN DYNAMIC
              WS-FALT-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND2-FILESTATUS.

           SELECT KORRIDOR-LASFIL ASSIGN DYNAMIC
              WS-KORRIDOR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND3-FILESTATUS.

           SELECT LUCKA-RAPPORT-FIL ASSIGN DYNAMIC
              WS-LUCKA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND4-FILESTATUS.

           SELECT KARTORIGO-FIL ASSIGN DYNAMIC
              WS-KARTORIGO-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND5-FILESTATUS.

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

      *> Samma postlayout som TACKNING-REC i HYDRO.
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

      *> HYDROs korridorextrakt: S for saker cell, X for osaker.
       FD KORRIDOR-LASFIL.
       01 KORRIDOR-LASFIL-REC PIC X(1000).

      *> Samma postlayout som KARTORIGO-REC i HYDRO.
       FD KARTORIGO-FIL.
       01 KARTORIGO-REC.
          05 KO-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 KO-KARTA-X0 PIC 9(5).
          05 FILLER PIC X.
          05 KO-KARTA-Y0 PIC 9(5).

      *> Luckrapporten: ett block per rad i prioritetsordning - blockets
      *> lage (blocknummer och koordinat for dess hornet), senaste
      *> survey och bat (ALDRIG om blocket aldrig korsats), dagar
      *> sedan dess, narmaste kanda ventfalt och avstandet dit samt
      *> avstandet till den sakra korridoren, bada i block.
       FD LUCKA-RAPPORT-FIL.
       01 LUCKA-RAPPORT-REC.
          05 LR-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 LR-RANG PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 LR-BLOCK-X PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 LR-BLOCK-Y PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 LR-HORN-X PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 LR-HORN-Y PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 LR-SENAST-SEDD PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 LR-DAGAR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 LR-SENAST-BAT PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 LR-FALT-ID PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 LR-FALT-AVSTAND PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 LR-KORRIDOR-AVSTAND PIC 9(3).

       WORKING-STORAGE SECTION.

      *> Tackningsluckor i surveyomradet. HYDRO stamplar varje
      *> gridblock som en ventlinje korsar i tackningsmastern; har
      *> letas de block upp som ingen bat korsat pa LUCKA-DAGAR dagar
      *> (eller aldrig). Surveyomradet ar den rektangel av block som
      *> spanns upp av allt som nagonsin surveyats och alla kanda
      *> ventfalt - det ar dar en blind flack kan gomma ett falt som
      *> vaxer. Luckorna rangordnas efter summan av avstandet till
      *> narmaste kanda falt och till den sakra korridoren (S-celler
      *> i HYDROs korridorextrakt), lika summa ger narmast falt
      *> forst och darefter aldst survey forst.
      *>
      *> Anrop: hydrolucka [dagar] [korridorfil]
      *> Parameterleken: HYDROLUCKA DAGAR nnnn. Blocksidan hamtas
      *> ur HYDROs egen rad (BLOCKSIDA) och kartfonstrets origo ur
      *> hydro_kartorigo.txt, dar HYDRO bokfor det origo den
      *> faktiskt korde med - aven nar det kom som positions-
      *> argument. Finns inte filen galler HYDROs rader KARTAX0 och
      *> KARTAY0. Sa ligger blocken, falten och korridoren exakt
      *> dar HYDRO lade dem.
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-TACKNING-FILENAME PIC X(40).
       01 WS-FALT-REGISTER-FILENAME PIC X(40).
       01 WS-KORRIDOR-FILENAME PIC X(100).
       01 WS-LUCKA-FILENAME PIC X(40).
       01 WS-KARTORIGO-FILENAME PIC X(40).

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
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       01 LUCKA-DAGAR PIC 9(4) VALUE 30.
       01 BLOCKSIDA PIC 9(4) VALUE 100.
       01 KARTA-X0 PIC 9(5) VALUE ZERO.
       01 KARTA-Y0 PIC 9(5) VALUE ZERO.

      *> Blocken i samma 100 x 100-rutnat som HYDROs blocktabell.
      *> AV-FALT och AV-KORRIDOR ar avstandet i block (schackbrade -
      *> diagonalt steg raknas som ett) till narmaste faltblock
      *> respektive korridorblock, 999 nar det inte finns nagot.
       01 BLOCK-TABELL.
          05 BL-RAD OCCURS 100 TIMES.
             10 BL-KOL OCCURS 100 TIMES.
                15 BL-SENAST-SEDD PIC 9(8).
                15 BL-SENAST-BAT PIC X(3).
                15 BL-AV-FALT PIC 9(3).
                15 BL-AV-FALT-ID PIC X(5).
                15 BL-AV-KORRIDOR PIC 9(3).

       01 GY PIC 9(3).
       01 GX PIC 9(3).
       01 NB-Y PIC S9(4).
       01 NB-X PIC S9(4).
       01 BLOCK-NR-X PIC 9(5).
       01 BLOCK-NR-Y PIC 9(5).
       01 FALT-BLOCK-MIN-X PIC 9(3).
       01 FALT-BLOCK-MAX-X PIC 9(3).
       01 FALT-BLOCK-MIN-Y PIC 9(3).
       01 FALT-BLOCK-MAX-Y PIC 9(3).

      *> Surveyomradets rektangel i block.
       01 OMRADE-MIN-X PIC 9(3) VALUE 999.
       01 OMRADE-MAX-X PIC 9(3) VALUE ZERO.
       01 OMRADE-MIN-Y PIC 9(3) VALUE 999.
       01 OMRADE-MAX-Y PIC 9(3) VALUE ZERO.

       01 KORRIDOR-RAD-NR PIC 9(4) VALUE ZERO.
       01 KORRIDOR-KOL PIC 9(4).
       01 KORRIDOR-AKTIV-SW PIC 9 VALUE ZERO.
          88 KORRIDOR-AKTIV VALUE 1.

       01 ANTAL-MASTERBLOCK PIC 9(6) VALUE ZERO.
       01 ANTAL-FALT PIC 9(4) VALUE ZERO.
       01 ANTAL-KORRIDORBLOCK PIC 9(6) VALUE ZERO.
       01 ANTAL-OMRADESBLOCK PIC 9(6) VALUE ZERO.
       01 ANTAL-ALDRIG PIC 9(6) VALUE ZERO.

       01 BLOCK-ALDER PIC 9(5).

       01 LUCKA-ANTAL PIC 9(5) VALUE ZERO.
       01 LUCKA-TABELL.
          05 LUCKA-RAD OCCURS 0 TO 10000 TIMES
                DEPENDING ON LUCKA-ANTAL
                INDEXED BY LUCKA-INDEX.
             10 LU-PRIORITET PIC 9(4).
             10 LU-FALT-AVSTAND PIC 9(3).
             10 LU-ALDER PIC 9(5).
             10 LU-KORRIDOR-AVSTAND PIC 9(3).
             10 LU-BLOCK-X PIC 9(3).
             10 LU-BLOCK-Y PIC 9(3).
             10 LU-SENAST-SEDD PIC 9(8).
             10 LU-SENAST-BAT PIC X(3).
             10 LU-FALT-ID PIC X(5).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-INIT
           PERFORM C-LASA-TACKNING
           PERFORM D-LASA-FALTREGISTER
           PERFORM E-LASA-KORRIDOR
           PERFORM F-BERAKNA-AVSTAND
           PERFORM G-SOKA-LUCKOR
           PERFORM H-SKRIV-RAPPORT
           PERFORM Z9-SKRIV-KORNINGSAUDIT

           STOP RUN
           .

       B-INIT SECTION.

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT LUCKA-DAGAR FROM ARGUMENT-VALUE
              ON EXCEPTION MOVE 30 TO LUCKA-DAGAR
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

           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-KORRIDOR-FILENAME FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-KORRIDOR-FILENAME
           END-ACCEPT

           PERFORM B0-LAS-PARAMETERDECK

           MOVE SPACES TO WS-TACKNING-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_tackning.txt" DELIMITED BY SIZE
               INTO WS-TACKNING-FILENAME

           MOVE SPACES TO WS-FALT-REGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_faltregister.txt" DELIMITED BY SIZE
               INTO WS-FALT-REGISTER-FILENAME

      *> Utan korridorargument galler dagens korridorfil for den
      *> plats som galler efter parameterleken.
           IF WS-KORRIDOR-FILENAME = SPACES
              STRING PLATS-PREFIX DELIMITED BY SPACE
                     "hydro_korridor_" DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                  INTO WS-KORRIDOR-FILENAME
           END-IF

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_luckor_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-LUCKA-FILENAME

           MOVE SPACES TO WS-KARTORIGO-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_kartorigo.txt" DELIMITED BY SIZE
               INTO WS-KARTORIGO-FILENAME

           PERFORM B1-LASA-KARTORIGO

           INITIALIZE BLOCK-TABELL

           PERFORM VARYING GY FROM 1 BY 1 UNTIL GY > 100
              PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 100
                 MOVE 999 TO BL-AV-FALT(GY, GX)
                 MOVE "-----" TO BL-AV-FALT-ID(GY, GX)
                 MOVE 999 TO BL-AV-KORRIDOR(GY, GX)
              END-PERFORM
           END-PERFORM

           DISPLAY "Luckgrans: " LUCKA-DAGAR " dagar, blocksida "
              BLOCKSIDA
           DISPLAY "Kartfonstrets origo: " KARTA-X0 "," KARTA-Y0
           .

      *> Origot HYDRO senast korde med gar fore parameterlekens
      *> KARTAX0/KARTAY0 - HYDRO kan ha fatt det som argument.
       B1-LASA-KARTORIGO SECTION.

           OPEN INPUT KARTORIGO-FIL

           IF IND5-FILESTATUS NOT = "00"
              EXIT SECTION
           END-IF

           READ KARTORIGO-FIL
              AT END
                 CONTINUE
              NOT AT END
                 IF KO-KARTA-X0 IS NUMERIC
                       AND KO-KARTA-Y0 IS NUMERIC
                    MOVE KO-KARTA-X0 TO KARTA-X0
                    MOVE KO-KARTA-Y0 TO KARTA-Y0
                 END-IF
           END-READ

           CLOSE KARTORIGO-FIL
           .

      *> Laser tackningsmastern in i blocktabellen och spanner upp
      *> surveyomradet over de block som nagon gang korsats.
       C-LASA-TACKNING SECTION.

           OPEN INPUT TACKNING-FIL

           IF IND1-FILESTATUS NOT = "00"
              DISPLAY "Ingen tackningsmaster (" WS-TACKNING-FILENAME
                 ") - hela faltomradet raknas som aldrig surveyat"
              EXIT SECTION
           END-IF

           INITIALIZE SLUT-PA-FIL-SW

           PERFORM UNTIL SLUT-PA-FIL
              READ TACKNING-FIL
                    AT END
                       SET SLUT-PA-FIL TO TRUE
                    NOT AT END
                       PERFORM C1-LAGRA-BLOCK
              END-READ
           END-PERFORM

           CLOSE TACKNING-FIL
           .

       C1-LAGRA-BLOCK SECTION.

           IF TK-BLOCKSIDA NOT = BLOCKSIDA
              DISPLAY "Tackningsmastern har blocksida " TK-BLOCKSIDA
                 " men HYDRO kor med " BLOCKSIDA
              DISPLAY "Programmet avslutas"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           IF TK-BLOCK-X IS NOT NUMERIC OR TK-BLOCK-Y IS NOT NUMERIC
                 OR TK-BLOCK-X > 99 OR TK-BLOCK-Y > 99
              DISPLAY "Tackningsmasterns block " TK-BLOCK-X ","
                 TK-BLOCK-Y " ligger utanfor rutnatet - "
                 "raden hoppas over"
              EXIT SECTION
           END-IF

           ADD 1 TO ANTAL-MASTERBLOCK

           MOVE TK-SENAST-SEDD
              TO BL-SENAST-SEDD(TK-BLOCK-Y + 1, TK-BLOCK-X + 1)
           MOVE TK-SENAST-BAT
              TO BL-SENAST-BAT(TK-BLOCK-Y + 1, TK-BLOCK-X + 1)

           MOVE TK-BLOCK-X TO FALT-BLOCK-MIN-X
           MOVE TK-BLOCK-X TO FALT-BLOCK-MAX-X
           MOVE TK-BLOCK-Y TO FALT-BLOCK-MIN-Y
           MOVE TK-BLOCK-Y TO FALT-BLOCK-MAX-Y
           PERFORM Z1-VIDGA-OMRADET
           .

      *> Laser de kanda ventfalten, markerar deras block som
      *> faltblock (avstand noll) och vidgar surveyomradet over dem.
       D-LASA-FALTREGISTER SECTION.

           OPEN INPUT FALT-REGISTER-FIL

           IF IND2-FILESTATUS NOT = "00"
              DISPLAY "Inget faltregister - faltavstand anges inte"
              EXIT SECTION
           END-IF

           INITIALIZE SLUT-PA-FIL-SW

           PERFORM UNTIL SLUT-PA-FIL
              READ FALT-REGISTER-FIL
                    AT END
                       SET SLUT-PA-FIL TO TRUE
                    NOT AT END
                       PERFORM D1-MARKERA-FALT
              END-READ
           END-PERFORM

           CLOSE FALT-REGISTER-FIL
           .

      *> Faltens granser ligger relativt kartfonstrets origo, som
      *> korridorens celler.
       D1-MARKERA-FALT SECTION.

           ADD 1 TO ANTAL-FALT

           COMPUTE BLOCK-NR-X = (KARTA-X0 + FG-MIN-X) / BLOCKSIDA
           COMPUTE BLOCK-NR-Y = (KARTA-Y0 + FG-MIN-Y) / BLOCKSIDA
           IF BLOCK-NR-X > 99 OR BLOCK-NR-Y > 99
              EXIT SECTION
           END-IF
           MOVE BLOCK-NR-X TO FALT-BLOCK-MIN-X
           MOVE BLOCK-NR-Y TO FALT-BLOCK-MIN-Y

           COMPUTE BLOCK-NR-X = (KARTA-X0 + FG-MAX-X) / BLOCKSIDA
           COMPUTE BLOCK-NR-Y = (KARTA-Y0 + FG-MAX-Y) / BLOCKSIDA
           IF BLOCK-NR-X > 99
              MOVE 99 TO BLOCK-NR-X
           END-IF
           IF BLOCK-NR-Y > 99
              MOVE 99 TO BLOCK-NR-Y
           END-IF
           MOVE BLOCK-NR-X TO FALT-BLOCK-MAX-X
           MOVE BLOCK-NR-Y TO FALT-BLOCK-MAX-Y

           PERFORM VARYING GY FROM FALT-BLOCK-MIN-Y BY 1
                 UNTIL GY > FALT-BLOCK-MAX-Y
              PERFORM VARYING GX FROM FALT-BLOCK-MIN-X BY 1
                    UNTIL GX > FALT-BLOCK-MAX-X
                 MOVE ZERO TO BL-AV-FALT(GY + 1, GX + 1)
                 MOVE FG-FALT-ID TO BL-AV-FALT-ID(GY + 1, GX + 1)
              END-PERFORM
           END-PERFORM

           PERFORM Z1-VIDGA-OMRADET
           .

      *> Laser korridorextraktet och markerar varje block som
      *> innehaller minst en saker cell som korridorblock. Cellerna
      *> ligger relativt kartfonstrets origo.
       E-LASA-KORRIDOR SECTION.

           OPEN INPUT KORRIDOR-LASFIL

           IF IND3-FILESTATUS NOT = "00"
              DISPLAY "Inget korridorextrakt (" WS-KORRIDOR-FILENAME
                 ") - korridoravstand anges inte"
              EXIT SECTION
           END-IF

           SET KORRIDOR-AKTIV TO TRUE
           INITIALIZE SLUT-PA-FIL-SW

           PERFORM UNTIL SLUT-PA-FIL OR KORRIDOR-RAD-NR = 1000
              READ KORRIDOR-LASFIL
                    AT END
                       SET SLUT-PA-FIL TO TRUE
                    NOT AT END
                       PERFORM E1-MARKERA-KORRIDORRAD
              END-READ
           END-PERFORM

           CLOSE KORRIDOR-LASFIL

           DISPLAY "Korridorextrakt last: " KORRIDOR-RAD-NR
              " rader, " ANTAL-KORRIDORBLOCK " korridorblock ("
              WS-KORRIDOR-FILENAME ")"
           .

       E1-MARKERA-KORRIDORRAD SECTION.

           COMPUTE BLOCK-NR-Y = (KARTA-Y0 + KORRIDOR-RAD-NR)
              / BLOCKSIDA
           ADD 1 TO KORRIDOR-RAD-NR

           IF BLOCK-NR-Y > 99
              EXIT SECTION
           END-IF

           PERFORM VARYING KORRIDOR-KOL FROM 1 BY 1
                 UNTIL KORRIDOR-KOL > 1000
              IF KORRIDOR-LASFIL-REC(KORRIDOR-KOL:1) = "S"
                 COMPUTE BLOCK-NR-X = (KARTA-X0 + KORRIDOR-KOL - 1)
                    / BLOCKSIDA
                 IF BLOCK-NR-X <= 99
                    IF BL-AV-KORRIDOR(BLOCK-NR-Y + 1, BLOCK-NR-X + 1)
                          NOT = ZERO
                       MOVE ZERO TO
                          BL-AV-KORRIDOR(BLOCK-NR-Y + 1,
                             BLOCK-NR-X + 1)
                       ADD 1 TO ANTAL-KORRIDORBLOCK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

      *> Avstanden till narmaste falt- och korridorblock for hela
      *> rutnatet i tva svep - framat fran ovre vanstra hornet och
      *> bakat fran nedre hogra - dar varje block provar de fyra
      *> grannar svepet redan passerat. Efter bada svepen ar
      *> avstandet exakt, och narmaste falt foljer med avstandet.
       F-BERAKNA-AVSTAND SECTION.

           PERFORM VARYING GY FROM 1 BY 1 UNTIL GY > 100
              PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 100
                 COMPUTE NB-Y = GY - 1
                 COMPUTE NB-X = GX - 1
                 PERFORM F1-PROVA-GRANNE
                 COMPUTE NB-X = GX
                 PERFORM F1-PROVA-GRANNE
                 COMPUTE NB-X = GX + 1
                 PERFORM F1-PROVA-GRANNE
                 COMPUTE NB-Y = GY
                 COMPUTE NB-X = GX - 1
                 PERFORM F1-PROVA-GRANNE
              END-PERFORM
           END-PERFORM

           PERFORM VARYING GY FROM 100 BY -1 UNTIL GY < 1
              PERFORM VARYING GX FROM 100 BY -1 UNTIL GX < 1
                 COMPUTE NB-Y = GY + 1
                 COMPUTE NB-X = GX + 1
                 PERFORM F1-PROVA-GRANNE
                 COMPUTE NB-X = GX
                 PERFORM F1-PROVA-GRANNE
                 COMPUTE NB-X = GX - 1
                 PERFORM F1-PROVA-GRANNE
                 COMPUTE NB-Y = GY
                 COMPUTE NB-X = GX + 1
                 PERFORM F1-PROVA-GRANNE
              END-PERFORM
           END-PERFORM
           .

       F1-PROVA-GRANNE SECTION.

           IF NB-Y < 1 OR NB-Y > 100 OR NB-X < 1 OR NB-X > 100
              EXIT SECTION
           END-IF

           IF BL-AV-FALT(NB-Y, NB-X) < 999
                 AND BL-AV-FALT(NB-Y, NB-X) + 1 < BL-AV-FALT(GY, GX)
              COMPUTE BL-AV-FALT(GY, GX) = BL-AV-FALT(NB-Y, NB-X) + 1
              MOVE BL-AV-FALT-ID(NB-Y, NB-X) TO BL-AV-FALT-ID(GY, GX)
           END-IF

           IF BL-AV-KORRIDOR(NB-Y, NB-X) < 999
                 AND BL-AV-KORRIDOR(NB-Y, NB-X) + 1
                    < BL-AV-KORRIDOR(GY, GX)
              COMPUTE BL-AV-KORRIDOR(GY, GX) =
                 BL-AV-KORRIDOR(NB-Y, NB-X) + 1
           END-IF
           .

      *> Gar igenom surveyomradet och samlar de block som inte
      *> korsats inom luckgransen.
       G-SOKA-LUCKOR SECTION.

           IF OMRADE-MIN-X > OMRADE-MAX-X
              DISPLAY "Varken tackningsmaster eller faltregister - "
                 "inget surveyomrade att granska"
              EXIT SECTION
           END-IF

           PERFORM VARYING GY FROM OMRADE-MIN-Y BY 1
                 UNTIL GY > OMRADE-MAX-Y
              PERFORM VARYING GX FROM OMRADE-MIN-X BY 1
                    UNTIL GX > OMRADE-MAX-X
                 ADD 1 TO ANTAL-OMRADESBLOCK
                 PERFORM G1-PROVA-BLOCK
              END-PERFORM
           END-PERFORM
           .

       G1-PROVA-BLOCK SECTION.

           IF BL-SENAST-SEDD(GY + 1, GX + 1) = ZERO
              MOVE 99999 TO BLOCK-ALDER
           ELSE
              IF BL-SENAST-SEDD(GY + 1, GX + 1) >= WS-RUN-DATE
                 MOVE ZERO TO BLOCK-ALDER
              ELSE
                 COMPUTE BLOCK-ALDER =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(
                         BL-SENAST-SEDD(GY + 1, GX + 1))
              END-IF
           END-IF

           IF BLOCK-ALDER <= LUCKA-DAGAR
              EXIT SECTION
           END-IF

           IF BL-SENAST-SEDD(GY + 1, GX + 1) = ZERO
              ADD 1 TO ANTAL-ALDRIG
           END-IF

           ADD 1 TO LUCKA-ANTAL
           SET LUCKA-INDEX TO LUCKA-ANTAL
           MOVE GX TO LU-BLOCK-X(LUCKA-INDEX)
           MOVE GY TO LU-BLOCK-Y(LUCKA-INDEX)
           MOVE BLOCK-ALDER TO LU-ALDER(LUCKA-INDEX)
           MOVE BL-SENAST-SEDD(GY + 1, GX + 1)
              TO LU-SENAST-SEDD(LUCKA-INDEX)
           MOVE BL-SENAST-BAT(GY + 1, GX + 1)
              TO LU-SENAST-BAT(LUCKA-INDEX)
           MOVE BL-AV-FALT(GY + 1, GX + 1)
              TO LU-FALT-AVSTAND(LUCKA-INDEX)
           MOVE BL-AV-FALT-ID(GY + 1, GX + 1)
              TO LU-FALT-ID(LUCKA-INDEX)
           MOVE BL-AV-KORRIDOR(GY + 1, GX + 1)
              TO LU-KORRIDOR-AVSTAND(LUCKA-INDEX)
           COMPUTE LU-PRIORITET(LUCKA-INDEX) =
              BL-AV-FALT(GY + 1, GX + 1)
              + BL-AV-KORRIDOR(GY + 1, GX + 1)
           .

      *> Sorterar luckorna i prioritetsordning och skriver rapporten.
       H-SKRIV-RAPPORT SECTION.

           IF LUCKA-ANTAL > 1
              SORT LUCKA-RAD ON ASCENDING KEY LU-PRIORITET
                 LU-FALT-AVSTAND
                 ON DESCENDING KEY LU-ALDER
           END-IF

           OPEN OUTPUT LUCKA-RAPPORT-FIL

           MOVE IND4-FILESTATUS TO WS-FILSTATUS
           MOVE "LUCKA-RAPPORT-FIL" TO WS-FILSTATUS-FIL
           PERFORM Z-KONTROLLERA-FILSTATUS

           PERFORM VARYING LUCKA-INDEX FROM 1 BY 1
                 UNTIL LUCKA-INDEX > LUCKA-ANTAL
              MOVE SPACES TO LUCKA-RAPPORT-REC
              MOVE WS-RUN-DATE TO LR-RUN-DATE
              SET LR-RANG TO LUCKA-INDEX
              MOVE LU-BLOCK-X(LUCKA-INDEX) TO LR-BLOCK-X
              MOVE LU-BLOCK-Y(LUCKA-INDEX) TO LR-BLOCK-Y
              COMPUTE LR-HORN-X = LU-BLOCK-X(LUCKA-INDEX) * BLOCKSIDA
              COMPUTE LR-HORN-Y = LU-BLOCK-Y(LUCKA-INDEX) * BLOCKSIDA
              IF LU-SENAST-SEDD(LUCKA-INDEX) = ZERO
                 MOVE "ALDRIG" TO LR-SENAST-SEDD
                 MOVE "---" TO LR-SENAST-BAT
              ELSE
                 MOVE LU-SENAST-SEDD(LUCKA-INDEX) TO LR-SENAST-SEDD
                 MOVE LU-SENAST-BAT(LUCKA-INDEX) TO LR-SENAST-BAT
              END-IF
              MOVE LU-ALDER(LUCKA-INDEX) TO LR-DAGAR
              MOVE LU-FALT-ID(LUCKA-INDEX) TO LR-FALT-ID
              MOVE LU-FALT-AVSTAND(LUCKA-INDEX) TO LR-FALT-AVSTAND
              MOVE LU-KORRIDOR-AVSTAND(LUCKA-INDEX)
                 TO LR-KORRIDOR-AVSTAND
              WRITE LUCKA-RAPPORT-REC
           END-PERFORM

           CLOSE LUCKA-RAPPORT-FIL

           DISPLAY "Surveyomrade: " ANTAL-OMRADESBLOCK " block, "
              ANTAL-MASTERBLOCK " i tackningsmastern, "
              ANTAL-FALT " kanda falt"
           DISPLAY "Luckor: " LUCKA-ANTAL " block (varav "
              ANTAL-ALDRIG " aldrig surveyade)"
           DISPLAY "Luckrapport skriven: " WS-LUCKA-FILENAME
           .

      *> Vidgar surveyomradet sa att det tacker blocken
      *> FALT-BLOCK-MIN/MAX.
       Z1-VIDGA-OMRADET SECTION.

           IF FALT-BLOCK-MIN-X < OMRADE-MIN-X
              MOVE FALT-BLOCK-MIN-X TO OMRADE-MIN-X
           END-IF
           IF FALT-BLOCK-MAX-X > OMRADE-MAX-X
              MOVE FALT-BLOCK-MAX-X TO OMRADE-MAX-X
           END-IF
           IF FALT-BLOCK-MIN-Y < OMRADE-MIN-Y
              MOVE FALT-BLOCK-MIN-Y TO OMRADE-MIN-Y
           END-IF
           IF FALT-BLOCK-MAX-Y > OMRADE-MAX-Y
              MOVE FALT-BLOCK-MAX-Y TO OMRADE-MAX-Y
           END-IF
           .

       B0-LAS-PARAMETERDECK SECTION.

           OPEN INPUT PARAMDECK-FIL

           IF PDECK-FILESTATUS = "00"
              PERFORM UNTIL SLUT-PA-DECK
                 READ PARAMDECK-FIL
                       AT END
                          SET SLUT-PA-DECK TO TRUE
                       NOT AT END
                          IF PD-PROGRAM = "HYDROLUCKA"
                             PERFORM B0A-TILLAMPA-PARAMETER
                          END-IF
                          IF PD-PROGRAM = "HYDRO"
                             PERFORM B0B-HAMTA-HYDROPARAMETER
                          END-IF
                 END-READ
              END-PERFORM

              CLOSE PARAMDECK-FIL
           END-IF
           .

       B0A-TILLAMPA-PARAMETER SECTION.

           DISPLAY "PARM " PD-PROGRAM " " PD-NYCKEL " = " PD-VARDE

           EVALUATE PD-NYCKEL
              WHEN "DAGAR"
                 IF PD-VARDE(1:4) IS NOT NUMERIC
                    DISPLAY "Ogiltigt varde for DAGAR: " PD-VARDE
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE PD-VARDE(1:4) TO PD-TAL
                 MOVE PD-TAL TO LUCKA-DAGAR
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

      *> HYDROs egna rader valideras av HYDRO - har plockas bara de
      *> som bestammer blockens och korridorens lage.
       B0B-HAMTA-HYDROPARAMETER SECTION.

           EVALUATE PD-NYCKEL
              WHEN "BLOCKSIDA"
                 IF PD-VARDE(1:4) IS NUMERIC
                       AND PD-VARDE(1:4) NOT = "0000"
                    MOVE PD-VARDE(1:4) TO PD-TAL
                    MOVE PD-TAL TO BLOCKSIDA
                 END-IF
              WHEN "KARTAX0"
                 IF PD-VARDE(1:5) IS NUMERIC
                    MOVE PD-VARDE(1:5) TO PD-TAL
                    MOVE PD-TAL TO KARTA-X0
                 END-IF
              WHEN "KARTAY0"
                 IF PD-VARDE(1:5) IS NUMERIC
                    MOVE PD-VARDE(1:5) TO PD-TAL
                    MOVE PD-TAL TO KARTA-Y0
                 END-IF
           END-EVALUATE
           .

      *> Fyller i korningens rad i den gemensamma korningsauditen -
      *> vad korningen faktiskt fick, vad den gjorde av det och hur
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

           MOVE SPACES TO RA-KORNINGSAUDIT-REC
           MOVE WS-RUN-DATE TO RA-RUN-DATE
           MOVE "HYDROLUCKA" TO RA-PROGRAM
           MOVE WS-TACKNING-FILENAME TO RA-INFIL
           MOVE SPACES TO RA-PARAMETRAR
           STRING "DAGAR=" DELIMITED BY SIZE
                  LUCKA-DAGAR DELIMITED BY SIZE
               INTO RA-PARAMETRAR
           MOVE ANTAL-MASTERBLOCK TO RA-ANTAL-IN
           MOVE ZERO TO RA-ANTAL-AVVISADE
           MOVE LUCKA-ANTAL TO RA-ANTAL-SKRIVNA
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
