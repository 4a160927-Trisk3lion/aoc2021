       IDENTIFICATION DIVISION.

       PROGRAM-ID. LAYOUTKOLL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT REGISTER-FIL ASSIGN "batch/layoutregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT KONTROLL-FIL ASSIGN DYNAMIC
             WS-KONTROLL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT RAPPORT-FIL ASSIGN DYNAMIC
             WS-RAPPORT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Layoutregistret: en POST-rad per utdatafamilj med stam,
      *> postlangd och filandelse, foljd av en FALT-rad per
      *> kontrollerat falt med position, langd, typ, tillatet
      *> intervall och faltnamn. Typerna ar N (siffror, med
      *> valfritt min/max), D (korningsdatumet, 8 siffror), B
      *> (blankt skiljetecken) och X (fritt, kontrolleras bara att
      *> det ryms i posten). Intervallet anges i faltets egna
      *> siffror - ett falt med tva implicita decimaler har sitt
      *> min/max i hundradelar. Tomt min eller max betyder ingen
      *> grans at det hallet. En familj med flera posttyper
      *> registrerar bara de falt som ar gemensamma for alla.
      *> Min och max star i kolumn 37 och 56, 18 siffror var, och
      *> faltnamnet i kolumn 75. Exempel (utan intervall):
      *>
      *>     POST hydro_toppunkter_    038 .txt
      *>     FALT hydro_toppunkter_    001 008 D
      *>     FALT hydro_toppunkter_    013 005 N
       FD REGISTER-FIL.
       01 REGISTER-REC.
          05 LR-TYP PIC X(4).
          05 FILLER PIC X.
          05 LR-STEM PIC X(20).
          05 FILLER PIC X.
          05 LR-POS PIC X(3).
          05 FILLER PIC X.
          05 LR-LANGD PIC X(3).
          05 FILLER PIC X.
          05 LR-FALTTYP PIC X.
          05 FILLER PIC X.
          05 LR-MIN PIC X(18).
          05 FILLER PIC X.
          05 LR-MAX PIC X(18).
          05 FILLER PIC X.
          05 LR-NAMN PIC X(20).

       01 REGISTER-POST-REC.
          05 FILLER PIC X(26).
          05 LP-POSTLANGD PIC X(3).
          05 FILLER PIC X.
          05 LP-EXT PIC X(4).
          05 FILLER PIC X(60).

       FD KONTROLL-FIL.
       01 KONTROLL-REC PIC X(250).

      *> Sigillraden som SIGILL later filen bara sist - den ar inte
      *> data och provas inte mot layouten.
       01 KONTROLL-SIG-REC.
          05 KS-TYP PIC X(3).
          05 KS-ANTAL PIC X(7).
          05 FILLER PIC X(240).

      *> Fyndrapporten: en rad per fynd med fil, radnummer, falt,
      *> position, typ, fyndet och det varde som stod i faltet. Sist
      *> per fil en summeringsrad (faltet HELA FILEN) med antalet
      *> lasta rader, domen GODKAND, KARANTAN eller SAKNAS och
      *> antalet fynd.
       FD RAPPORT-FIL.
       01 RAPPORT-REC.
          05 LK-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 LK-FILNAMN PIC X(40).
          05 FILLER PIC X VALUE SPACE.
          05 LK-RAD PIC 9(7).
          05 FILLER PIC X VALUE SPACE.
          05 LK-FALT PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 LK-POS PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 LK-TYP PIC X.
          05 FILLER PIC X VALUE SPACE.
          05 LK-FYND PIC X(16).
          05 FILLER PIC X VALUE SPACE.
          05 LK-VARDE PIC X(18).

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

       WORKING-STORAGE SECTION.

      *> Layoutkontrollen: varje registrerad familjs senaste
      *> generation for korningsdatumet provas rad for rad mot
      *> registret innan slutstegen laser den. En fil med minst ett
      *> fynd flyttas till katalogen karantan/ - dar ligger den kvar
      *> for granskning, och lasarna ser den som saknad i stallet for
      *> att rakna pa den - och ett KRIT-larm gar till larmcentralen.
      *> Operatoren slapper en granskad fil genom att flytta tillbaka
      *> den. En familj utan fil for dagen ar ingen avvikelse.
      *>
      *> Ett register med ogiltiga rader stoppar kontrollen med
      *> returkod 1 - en halvt last layout skulle karantansatta
      *> friska filer eller slappa igenom trasiga.
       COPY "GENKAT-PARM.cpy".
       COPY "SIGILL-PARM.cpy".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-RAPPORT-FILENAME PIC X(40).
       01 WS-KONTROLL-FILENAME PIC X(40).
       01 WS-CMD PIC X(100).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-TEXT-HOLDER PIC X(40).
       01 LARM-KLOCKA PIC 9(8).

       01 SLUT-PA-REGISTER-SW PIC 9.
          88 SLUT-PA-REGISTER VALUE 1.

       01 SLUT-PA-KONTROLL-SW PIC 9.
          88 SLUT-PA-KONTROLL VALUE 1.

       01 REGISTER-FEL-SW PIC 9.
          88 REGISTER-FEL VALUE 1.

       01 REG-RAD-NR PIC 9(4) VALUE ZERO.

       01 FAM-ANTAL PIC 9(3) VALUE ZERO.
       01 FAM-POS PIC 9(3).

       01 FAM-TABELL.
          05 FAM-RAD OCCURS 50 TIMES.
             10 FT-STEM PIC X(20).
             10 FT-EXT PIC X(4).
             10 FT-POSTLANGD PIC 9(3).

       01 FALT-ANTAL PIC 9(4) VALUE ZERO.
       01 FALT-POS PIC 9(4).

       01 FALT-TABELL.
          05 FALT-RAD OCCURS 500 TIMES.
             10 FF-FAM PIC 9(3).
             10 FF-POS PIC 9(3).
             10 FF-LANGD PIC 9(2).
             10 FF-TYP PIC X.
             10 FF-HAR-MIN PIC 9.
             10 FF-MIN PIC 9(18).
             10 FF-HAR-MAX PIC 9.
             10 FF-MAX PIC 9(18).
             10 FF-NAMN PIC X(20).

       01 REG-POS PIC 9(3).
       01 REG-LANGD PIC 9(3).

      *> Faltvardet hogerstallt med inledande nollor, sa att ett
      *> numeriskt falt av vilken langd som helst kan jamforas mot
      *> registrets 18-siffriga granser.
       01 FALT-TAL-X PIC X(18).
       01 FALT-TAL REDEFINES FALT-TAL-X PIC 9(18).

       01 FALT-FYND PIC X(16).

       01 RAD-NR PIC 9(7).
       01 FIL-FYND PIC 9(7).
       01 FYND-TAK PIC 9(3) VALUE 20.
       01 FYND-VISNING PIC Z(6)9.

       01 ANTAL-PROVADE PIC 9(3) VALUE ZERO.
       01 ANTAL-GODKANDA PIC 9(3) VALUE ZERO.
       01 ANTAL-KARANTAN PIC 9(3) VALUE ZERO.
       01 ANTAL-SAKNADE PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LAS-REGISTER
          PERFORM C5-OPPNA-RAPPORT

          PERFORM VARYING FAM-POS FROM 1 BY 1
             UNTIL FAM-POS > FAM-ANTAL
             PERFORM D-PROVA-FAMILJ
          END-PERFORM

          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

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
          .

      *> Utan register finns inget att prova - kontrollen avslutar
      *> rent sa att slutstegen gar vidare som forut.
       C-LAS-REGISTER SECTION.

          OPEN INPUT REGISTER-FIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Inget layoutregister (batch/layoutregister.txt)"
                " - inga filer provas"
             STOP RUN
          END-IF

          PERFORM UNTIL SLUT-PA-REGISTER
             READ REGISTER-FIL
                   AT END
                      SET SLUT-PA-REGISTER TO TRUE
                   NOT AT END
                      ADD 1 TO REG-RAD-NR
                      PERFORM C1-TOLKA-REGISTERRAD
             END-READ
          END-PERFORM

          CLOSE REGISTER-FIL

          IF REGISTER-FEL
             DISPLAY "Layoutregistret har ogiltiga rader - "
                "kontrollen avbryts"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          DISPLAY "Layoutregister last: " FAM-ANTAL " familjer, "
             FALT-ANTAL " falt"
          .

       C1-TOLKA-REGISTERRAD SECTION.

          EVALUATE LR-TYP
             WHEN SPACES
                CONTINUE
             WHEN "POST"
                PERFORM C2-TOLKA-POST
             WHEN "FALT"
                PERFORM C3-TOLKA-FALT
             WHEN OTHER
                DISPLAY "Registerrad " REG-RAD-NR
                   ": okand radtyp " LR-TYP
                SET REGISTER-FEL TO TRUE
          END-EVALUATE
          .

       C2-TOLKA-POST SECTION.

          IF LR-STEM = SPACES OR LP-EXT = SPACES
                OR LP-POSTLANGD IS NOT NUMERIC
                OR LP-POSTLANGD = "000" OR LP-POSTLANGD > "250"
             DISPLAY "Registerrad " REG-RAD-NR
                ": POST kraver stam, postlangd 001-250 och andelse"
             SET REGISTER-FEL TO TRUE
             EXIT SECTION
          END-IF

          PERFORM C4-SOK-FAMILJ

          IF FAM-POS <= FAM-ANTAL
             DISPLAY "Registerrad " REG-RAD-NR ": familjen "
                LR-STEM " ar redan registrerad"
             SET REGISTER-FEL TO TRUE
             EXIT SECTION
          END-IF

          IF FAM-ANTAL = 50
             DISPLAY "Registerrad " REG-RAD-NR
                ": fler an 50 familjer i registret"
             SET REGISTER-FEL TO TRUE
             EXIT SECTION
          END-IF

          ADD 1 TO FAM-ANTAL
          MOVE LR-STEM TO FT-STEM(FAM-ANTAL)
          MOVE LP-EXT TO FT-EXT(FAM-ANTAL)
          MOVE LP-POSTLANGD TO FT-POSTLANGD(FAM-ANTAL)
          .

      *> Ett falt hor till en familj som redan har sin POST-rad och
      *> maste rymmas i familjens postlangd.
       C3-TOLKA-FALT SECTION.

          PERFORM C4-SOK-FAMILJ

          IF FAM-POS > FAM-ANTAL
             DISPLAY "Registerrad " REG-RAD-NR ": FALT for "
                LR-STEM " saknar POST-rad fore sig"
             SET REGISTER-FEL TO TRUE
             EXIT SECTION
          END-IF

          IF LR-POS IS NOT NUMERIC OR LR-LANGD IS NOT NUMERIC
                OR LR-POS = "000" OR LR-LANGD = "000"
                OR LR-LANGD > "018"
             DISPLAY "Registerrad " REG-RAD-NR
                ": position och langd 001-018 kravs"
             SET REGISTER-FEL TO TRUE
             EXIT SECTION
          END-IF

          MOVE LR-POS TO REG-POS
          MOVE LR-LANGD TO REG-LANGD

          IF REG-POS + REG-LANGD - 1 > FT-POSTLANGD(FAM-POS)
             DISPLAY "Registerrad " REG-RAD-NR ": faltet "
                LR-NAMN " slutar efter postlangden"
             SET REGISTER-FEL TO TRUE
             EXIT SECTION
          END-IF

          IF LR-FALTTYP NOT = "N" AND LR-FALTTYP NOT = "D"
                AND LR-FALTTYP NOT = "B" AND LR-FALTTYP NOT = "X"
             DISPLAY "Registerrad " REG-RAD-NR ": okand faltyp "
                LR-FALTTYP " (N, D, B eller X)"
             SET REGISTER-FEL TO TRUE
             EXIT SECTION
          END-IF

          IF LR-FALTTYP = "D" AND REG-LANGD NOT = 8
             DISPLAY "Registerrad " REG-RAD-NR
                ": ett datumfalt ar 8 positioner"
             SET REGISTER-FEL TO TRUE
             EXIT SECTION
          END-IF

          IF (LR-MIN NOT = SPACES AND LR-MIN IS NOT NUMERIC)
                OR (LR-MAX NOT = SPACES AND LR-MAX IS NOT NUMERIC)
             DISPLAY "Registerrad " REG-RAD-NR
                ": min och max ar 18 siffror eller blanka"
             SET REGISTER-FEL TO TRUE
             EXIT SECTION
          END-IF

          IF FALT-ANTAL = 500
             DISPLAY "Registerrad " REG-RAD-NR
                ": fler an 500 falt i registret"
             SET REGISTER-FEL TO TRUE
             EXIT SECTION
          END-IF

          ADD 1 TO FALT-ANTAL
          MOVE FAM-POS TO FF-FAM(FALT-ANTAL)
          MOVE REG-POS TO FF-POS(FALT-ANTAL)
          MOVE REG-LANGD TO FF-LANGD(FALT-ANTAL)
          MOVE LR-FALTTYP TO FF-TYP(FALT-ANTAL)
          MOVE LR-NAMN TO FF-NAMN(FALT-ANTAL)

          IF LR-MIN IS NUMERIC
             MOVE 1 TO FF-HAR-MIN(FALT-ANTAL)
             MOVE LR-MIN TO FF-MIN(FALT-ANTAL)
          ELSE
             MOVE ZERO TO FF-HAR-MIN(FALT-ANTAL)
             MOVE ZERO TO FF-MIN(FALT-ANTAL)
          END-IF

          IF LR-MAX IS NUMERIC
             MOVE 1 TO FF-HAR-MAX(FALT-ANTAL)
             MOVE LR-MAX TO FF-MAX(FALT-ANTAL)
          ELSE
             MOVE ZERO TO FF-HAR-MAX(FALT-ANTAL)
             MOVE ZERO TO FF-MAX(FALT-ANTAL)
          END-IF
          .

      *> Soker LR-STEM bland familjerna - FAM-POS pekar pa familjen
      *> nar den finns och ar FAM-ANTAL + 1 annars.
       C4-SOK-FAMILJ SECTION.

          PERFORM VARYING FAM-POS FROM 1 BY 1
             UNTIL FAM-POS > FAM-ANTAL
                OR FT-STEM(FAM-POS) = LR-STEM
             CONTINUE
          END-PERFORM
          .

      *> Rapportens generation bokfors forst nar registret ar last -
      *> en kontroll som aldrig kom igang lamnar inget hal i
      *> katalogen.
       C5-OPPNA-RAPPORT SECTION.

          MOVE "NY " TO GK-FUNKTION
          MOVE "LAYOUTKOLL" TO GK-PROGRAM
          MOVE "layoutkoll_rapport_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-RAPPORT-FILENAME

          OPEN OUTPUT RAPPORT-FIL
          .

      *> Familjens senaste generation for dagen slas upp i
      *> generationskatalogen - familjer utanfor katalogen far sitt
      *> kala datumnamn tillbaka, sa bada sorterna provas lika.
       D-PROVA-FAMILJ SECTION.

          MOVE "SOK" TO GK-FUNKTION
          MOVE "LAYOUTKOLL" TO GK-PROGRAM
          MOVE FT-STEM(FAM-POS) TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE FT-EXT(FAM-POS) TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-KONTROLL-FILENAME

          MOVE ZERO TO RAD-NR
          MOVE ZERO TO FIL-FYND
          INITIALIZE SLUT-PA-KONTROLL-SW

          OPEN INPUT KONTROLL-FIL

          IF IND2-FILESTATUS = "35"
             ADD 1 TO ANTAL-SAKNADE
             MOVE "SAKNAS" TO FALT-FYND
             PERFORM Y2-SKRIV-SUMMERING
             EXIT SECTION
          END-IF

          ADD 1 TO ANTAL-PROVADE

          IF IND2-FILESTATUS NOT = "00"
             MOVE "KAN INTE OPPNAS" TO FALT-FYND
             MOVE SPACES TO FALT-TAL-X
             MOVE IND2-FILESTATUS TO FALT-TAL-X
             MOVE SPACES TO RAPPORT-REC
             MOVE "HELA FILEN" TO LK-FALT
             PERFORM Y-SKRIV-FYND
          ELSE
             PERFORM UNTIL SLUT-PA-KONTROLL
                READ KONTROLL-FIL
                      AT END
                         SET SLUT-PA-KONTROLL TO TRUE
                      NOT AT END
                         IF KS-TYP = "SIG" AND KS-ANTAL IS NUMERIC
                            CONTINUE
                         ELSE
                            ADD 1 TO RAD-NR
                            PERFORM D1-PROVA-RAD
                         END-IF
                END-READ
             END-PERFORM

             CLOSE KONTROLL-FIL
          END-IF

          IF FIL-FYND = ZERO
             ADD 1 TO ANTAL-GODKANDA
             MOVE "GODKAND" TO FALT-FYND
             PERFORM Y2-SKRIV-SUMMERING
          ELSE
             PERFORM E-KARANTANSATT
          END-IF
          .

       D1-PROVA-RAD SECTION.

          IF FT-POSTLANGD(FAM-POS) < 250
             IF KONTROLL-REC(FT-POSTLANGD(FAM-POS) + 1:) NOT = SPACES
                MOVE SPACES TO RAPPORT-REC
                MOVE "HELA RADEN" TO LK-FALT
                MOVE FT-POSTLANGD(FAM-POS) TO LK-POS
                MOVE "RADEN FOR LANG" TO FALT-FYND
                MOVE KONTROLL-REC(FT-POSTLANGD(FAM-POS) + 1:)
                   TO FALT-TAL-X
                PERFORM Y-SKRIV-FYND
             END-IF
          END-IF

          PERFORM VARYING FALT-POS FROM 1 BY 1
             UNTIL FALT-POS > FALT-ANTAL
             IF FF-FAM(FALT-POS) = FAM-POS
                PERFORM D2-PROVA-FALT
             END-IF
          END-PERFORM
          .

       D2-PROVA-FALT SECTION.

          MOVE SPACES TO FALT-FYND

          EVALUATE FF-TYP(FALT-POS)
             WHEN "N"
                IF KONTROLL-REC(FF-POS(FALT-POS):FF-LANGD(FALT-POS))
                      IS NOT NUMERIC
                   MOVE "EJ NUMERISKT" TO FALT-FYND
                ELSE
                   PERFORM D3-HAMTA-TAL
                   IF FF-HAR-MIN(FALT-POS) = 1
                         AND FALT-TAL < FF-MIN(FALT-POS)
                      MOVE "UNDER MIN" TO FALT-FYND
                   END-IF
                   IF FF-HAR-MAX(FALT-POS) = 1
                         AND FALT-TAL > FF-MAX(FALT-POS)
                      MOVE "OVER MAX" TO FALT-FYND
                   END-IF
                END-IF
             WHEN "D"
                IF KONTROLL-REC(FF-POS(FALT-POS):8) NOT = WS-RUN-DATE
                   MOVE "FEL DATUM" TO FALT-FYND
                END-IF
             WHEN "B"
                IF KONTROLL-REC(FF-POS(FALT-POS):FF-LANGD(FALT-POS))
                      NOT = SPACES
                   MOVE "EJ BLANKT" TO FALT-FYND
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE

          IF FALT-FYND NOT = SPACES
             MOVE SPACES TO RAPPORT-REC
             MOVE FF-NAMN(FALT-POS) TO LK-FALT
             MOVE FF-POS(FALT-POS) TO LK-POS
             MOVE FF-TYP(FALT-POS) TO LK-TYP
             MOVE KONTROLL-REC(FF-POS(FALT-POS):FF-LANGD(FALT-POS))
                TO FALT-TAL-X
             PERFORM Y-SKRIV-FYND
          END-IF
          .

       D3-HAMTA-TAL SECTION.

          MOVE ALL "0" TO FALT-TAL-X
          MOVE KONTROLL-REC(FF-POS(FALT-POS):FF-LANGD(FALT-POS))
             TO FALT-TAL-X(19 - FF-LANGD(FALT-POS):
                           FF-LANGD(FALT-POS))
          .

      *> Filen flyttas ur lasarnas vag med sitt namn i behall, sa
      *> att den kan sparas tillbaka till generationskatalogens
      *> namn nar den ar granskad.
       E-KARANTANSATT SECTION.

          ADD 1 TO ANTAL-KARANTAN

          MOVE "mkdir -p karantan" TO WS-CMD
          CALL "SYSTEM" USING WS-CMD

          MOVE SPACES TO WS-CMD
          STRING "mv " DELIMITED BY SIZE
                 WS-KONTROLL-FILENAME DELIMITED BY SPACE
                 " karantan/" DELIMITED BY SIZE
              INTO WS-CMD
          CALL "SYSTEM" USING WS-CMD

          MOVE "KARANTAN" TO FALT-FYND
          PERFORM Y2-SKRIV-SUMMERING

          DISPLAY WS-KONTROLL-FILENAME ": " FIL-FYND
             " layoutfynd - flyttad till karantan/"

          MOVE "KRIT" TO LARM-ALLVAR-HOLDER
          MOVE SPACES TO LARM-TEXT-HOLDER
          STRING "KARANTAN " DELIMITED BY SIZE
                 WS-KONTROLL-FILENAME DELIMITED BY SPACE
              INTO LARM-TEXT-HOLDER
          PERFORM Y8-SKRIV-LARM
          .

       N-AVSLUTA SECTION.

          CLOSE RAPPORT-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-RAPPORT-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          DISPLAY "Layoutkontroll: " ANTAL-PROVADE " provade, "
             ANTAL-GODKANDA " godkanda, " ANTAL-KARANTAN
             " i karantan, " ANTAL-SAKNADE " saknade"
          DISPLAY "Fyndrapport skriven: " WS-RAPPORT-FILENAME

          STOP RUN
          .

      *> Raknar fyndet och skriver det - efter FYND-TAK fynd i
      *> samma fil raknas resten bara, summeringsraden bar hela
      *> antalet. Anroparen har fyllt falt, position och typ.
       Y-SKRIV-FYND SECTION.

          ADD 1 TO FIL-FYND

          IF FIL-FYND <= FYND-TAK
             MOVE WS-RUN-DATE TO LK-RUN-DATE
             MOVE WS-KONTROLL-FILENAME TO LK-FILNAMN
             MOVE RAD-NR TO LK-RAD
             MOVE FALT-FYND TO LK-FYND
             MOVE FALT-TAL-X TO LK-VARDE
             WRITE RAPPORT-REC
          END-IF
          .

       Y2-SKRIV-SUMMERING SECTION.

          MOVE SPACES TO RAPPORT-REC
          MOVE WS-RUN-DATE TO LK-RUN-DATE
          MOVE WS-KONTROLL-FILENAME TO LK-FILNAMN
          MOVE RAD-NR TO LK-RAD
          MOVE "HELA FILEN" TO LK-FALT
          MOVE ZERO TO LK-POS
          MOVE FALT-FYND TO LK-FYND
          MOVE FIL-FYND TO FYND-VISNING
          MOVE FYND-VISNING TO LK-VARDE
          WRITE RAPPORT-REC
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
          MOVE "LAYOUTKOLL" TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS

          WRITE LC-LARM-REC

          CLOSE LARM-FIL
          .
