       IDENTIFICATION DIVISION.

       PROGRAM-ID. DIVEPLAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KURS-FIL ASSIGN DYNAMIC
              WS-KURS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND1-FILESTATUS.

           SELECT DIVE-MAKRO-FIL ASSIGN TO
              "dive_makron.txt"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND2-FILESTATUS.

           SELECT DJUPREGEL-FIL ASSIGN TO
              "dive_djupregel.txt"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND3-FILESTATUS.

           SELECT KORRIDOR-LASFIL ASSIGN DYNAMIC
              WS-KORRIDOR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND4-FILESTATUS.

           SELECT KURSREGISTER-FIL ASSIGN DYNAMIC
              WS-KURSREGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND5-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Den planerade kursfilen - samma radform som DIVE laser.
       FD KURS-FIL.
       01 KURS-REC PIC X(18).

      *> Samma radformat som DIVEs manoverbibliotek.
       FD DIVE-MAKRO-FIL.
       01 DIVE-MAKRO-REC PIC X(30).

      *> Samma djupregel som DIVEKOLL provar mot.
       FD DJUPREGEL-FIL.
       01 DJUPREGEL-REC PIC 9(4).

      *> HYDROs korridorextrakt: S for saker cell, X for osaker.
       FD KORRIDOR-LASFIL.
       01 KORRIDOR-LASFIL-REC PIC X(1000).

      *> Samma postlayout som KURSREGISTER-REC i KURSREG.
       FD KURSREGISTER-FIL.
       01 KURSREGISTER-REC.
          05 KV-VERSION PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 KV-FILNAMN PIC X(30).
          05 FILLER PIC X VALUE SPACE.
          05 KV-ANTAL PIC 9(7).
          05 FILLER PIC X VALUE SPACE.
          05 KV-HASH PIC 9(15).
          05 FILLER PIC X VALUE SPACE.
          05 KV-FORFATTARE PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 KV-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KV-STATUS PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 KV-GODKAND-AV PIC X(8).

       WORKING-STORAGE SECTION.

      *> Kursplaneraren: i stallet for att skriva kursfilen for hand
      *> och iterera mot DIVEKOLL tills korridoren och djupregeln
      *> haller, lagger planeraren en kurs fran start (djup 0,
      *> framdrift 0) till ett mallage. Kartan ar korridorextraktets
      *> - framdriften ar x, djupet y, samma konvention som DIVEKOLL
      *> och RUTTKOLL - och djupet begransas av dive_djupregel.txt.
      *> Eftersom DIVE bara kan ga framat laggs natet upp kolumn for
      *> kolumn: ett lage nas antingen rakt framifran eller lodratt
      *> genom sakra celler i samma kolumn. Vagen sparas baklanges,
      *> slas ihop till kommandon om hogst 9 (DIVEs SIFFRA ar en
      *> siffra) och delsekvenser som exakt motsvarar ett makro i
      *> dive_makron.txt skrivs som makroanrop. Den fardiga kursen
      *> checkas in i kursregistret som INCHECKAD - DIVEKOLL och
      *> GODKANN ar fortfarande vagen till segling.
      *>
      *> Anrop: diveplan <framdrift> <djup> [forfattare]
      *>        [korridorfil]
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-ARG-FRAMDRIFT PIC X(4).
       01 WS-ARG-DJUP PIC X(4).
       01 WS-FORFATTARE PIC X(8).

       01 WS-KURS-FILENAME PIC X(40).
       01 WS-KORRIDOR-FILENAME PIC X(100).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-KURSREGISTER-FILENAME PIC X(40).

       01 MAL-FRAMDRIFT PIC 9(4) VALUE ZERO.
       01 MAL-DJUP PIC 9(4) VALUE ZERO.
       01 PLAN-MAX-DJUP PIC 9(4) VALUE 999.

       01 DJUPREGEL-GRANS PIC 9(4) VALUE ZERO.
       01 DJUPREGEL-FINNS-SW PIC 9 VALUE ZERO.
          88 DJUPREGEL-FINNS VALUE 1.

      *> Korridoren lases som i DIVEKOLL. En cell utanfor extraktets
      *> yta bedoms inte dar och raknas darfor som farbar aven har -
      *> planeraren ska inte vara strangare an kontrollen.
       01 KORRIDOR-AKTIV-SW PIC 9 VALUE ZERO.
          88 KORRIDOR-AKTIV VALUE 1.

       01 KORRIDOR-ANTAL-RADER PIC 9(4) VALUE ZERO.

       01 KORRIDOR-KARTA.
          05 KORRIDOR-RAD PIC X(1000) OCCURS 1000 TIMES.

       01 SLUT-PA-KORRIDOR-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-KORRIDOR VALUE 1.

      *> Natet: en cell per lage (rad = djup + 1, position =
      *> framdrift + 1). Blank ar ej nadd, S ar start, F nadd
      *> framifran, D nadd ovanifran (down) och U nadd nedifran (up).
       01 NAT-KARTA.
          05 NAT-RAD PIC X(1000) OCCURS 1000 TIMES.

       01 NAT-KOL PIC 9(4).
       01 NAT-DJUP PIC 9(4).
       01 NAT-NADDA PIC 9(7).
       01 KOLUMN-NADDA PIC 9(4).

       01 PROV-DJUP PIC 9(4).
       01 PROV-FRAMDRIFT PIC 9(4).
       01 CELL-SAKER-SW PIC 9.
          88 CELL-SAKER VALUE 1.

      *> Vagen baklanges fran mallaget, ett steg per enhet.
       01 STEG-ANTAL PIC 9(5) VALUE ZERO.

       01 STEG-TABELL.
          05 STEG-RIKTNING PIC X OCCURS 50000 TIMES.

       01 STEG-POS PIC 9(5).

      *> Kursen som primitiva kommandon, i seglingsordning.
       01 KOMMANDO-ANTAL PIC 9(5) VALUE ZERO.

       01 KOMMANDO-TABELL.
          05 KOMMANDO-RAD PIC X(18) OCCURS 20000 TIMES.

       01 KOMMANDO-POS PIC 9(5).
       01 SEKVENS-RIKTNING PIC X.
       01 SEKVENS-LANGD PIC 9.
       01 SEKVENS-SIFFRA PIC 9.

       01 SUMMA-DOWN PIC 9(6) VALUE ZERO.
       01 SUMMA-UP PIC 9(6) VALUE ZERO.
       01 SUMMA-FORWARD PIC 9(6) VALUE ZERO.

      *> Samma bibliotek och tolkning som DIVEs B3-LASA-MAKRON.
       01 ANTAL-MAKRON PIC 9(2) VALUE ZERO.

       01 MAKRO-BIBLIOTEK.
          05 MAKRO-POST OCCURS 20 TIMES.
             10 MB-NAMN PIC X(12).
             10 MB-ANTAL PIC 9(2).
             10 MB-RAD PIC X(18) OCCURS 20 TIMES.

       01 SLUT-PA-MAKRON-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-MAKRON VALUE 1.

       01 MAKRO-DEF-OPPEN-SW PIC 9 VALUE ZERO.
          88 MAKRO-DEF-OPPEN VALUE 1.

       01 MAKRO-VALD PIC 9(2).
       01 MAKRO-BASTA PIC 9(2).
       01 MAKRO-POS PIC 9(2).
       01 MAKRO-TRAFF-SW PIC 9.
          88 MAKRO-TRAFF VALUE 1.
       01 ANTAL-MAKROANROP PIC 9(5) VALUE ZERO.
       01 ANTAL-KURSRADER PIC 9(7) VALUE ZERO.

       COPY "GENKAT-PARM.cpy".
       COPY "SIGILL-PARM.cpy".

      *> Incheckningen foljer KURSREGs CHECKIN: registret lases in,
      *> versionen far nasta nummer och registret skrivs om.
       01 KURS-ANTAL PIC 9(4) VALUE ZERO.

       01 KURS-TABELL.
          05 KURS-RAD OCCURS 500 TIMES.
             10 KT-VERSION PIC 9(4).
             10 KT-FILNAMN PIC X(30).
             10 KT-ANTAL PIC 9(7).
             10 KT-HASH PIC 9(15).
             10 KT-FORFATTARE PIC X(8).
             10 KT-DATUM PIC 9(8).
             10 KT-STATUS PIC X(9).
             10 KT-GODKAND-AV PIC X(8).

       01 KURS-POS PIC 9(4).
       01 HOGSTA-VERSION PIC 9(4) VALUE ZERO.
       01 SLUT-PA-KURSREG-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-KURSREG VALUE 1.

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-INIT
           PERFORM C-BYGG-NAT
           PERFORM D-SPARA-VAG
           PERFORM E-SLA-IHOP-KOMMANDON
           PERFORM F-SKRIV-KURS
           PERFORM G-CHECKA-IN
           PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-FRAMDRIFT FROM ARGUMENT-VALUE
              ON EXCEPTION MOVE SPACES TO WS-ARG-FRAMDRIFT
           END-ACCEPT

           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-DJUP FROM ARGUMENT-VALUE
              ON EXCEPTION MOVE SPACES TO WS-ARG-DJUP
           END-ACCEPT

           IF WS-ARG-FRAMDRIFT = SPACES OR WS-ARG-DJUP = SPACES
              DISPLAY "Ange mallage: diveplan <framdrift> <djup> "
                 "[forfattare] [korridorfil]"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FUNCTION NUMVAL(WS-ARG-FRAMDRIFT) TO MAL-FRAMDRIFT
           MOVE FUNCTION NUMVAL(WS-ARG-DJUP) TO MAL-DJUP

           MOVE 3 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-FORFATTARE FROM ARGUMENT-VALUE
              ON EXCEPTION MOVE "DIVEPLAN" TO WS-FORFATTARE
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

           MOVE SPACES TO WS-KURSREGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "kursregister.txt" DELIMITED BY SIZE
               INTO WS-KURSREGISTER-FILENAME

           MOVE 4 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-KORRIDOR-FILENAME FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-KORRIDOR-FILENAME
                 STRING PLATS-PREFIX DELIMITED BY SPACE
                        "hydro_korridor_" DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        ".txt" DELIMITED BY SIZE
                     INTO WS-KORRIDOR-FILENAME
           END-ACCEPT

           PERFORM B3-LASA-MAKRON
           PERFORM B4-LASA-DJUPREGEL
           PERFORM B5-LASA-KORRIDOR

           IF DJUPREGEL-FINNS AND DJUPREGEL-GRANS < PLAN-MAX-DJUP
              MOVE DJUPREGEL-GRANS TO PLAN-MAX-DJUP
           END-IF

           IF MAL-FRAMDRIFT > 999
              DISPLAY "Mallagets framdrift " MAL-FRAMDRIFT
                 " ligger utanfor kartan (max 999)"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           IF MAL-DJUP > PLAN-MAX-DJUP
              DISPLAY "Mallagets djup " MAL-DJUP
                 " bryter djupregeln (max " PLAN-MAX-DJUP ")"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "Planerar kurs till framdrift " MAL-FRAMDRIFT
              " djup " MAL-DJUP " (max djup " PLAN-MAX-DJUP ")"
          .

      *> Laser operatorernas manoverbibliotek - samma fil och samma
      *> tolkning som DIVEs B3-LASA-MAKRON.
       B3-LASA-MAKRON SECTION.

           OPEN INPUT DIVE-MAKRO-FIL

           IF IND2-FILESTATUS = "00"
              PERFORM UNTIL SLUT-PA-MAKRON
                 READ DIVE-MAKRO-FIL
                       AT END
                          SET SLUT-PA-MAKRON TO TRUE
                       NOT AT END
                          PERFORM B3A-TOLKA-MAKRORAD
                 END-READ
              END-PERFORM

              CLOSE DIVE-MAKRO-FIL

              DISPLAY "Manoverbibliotek last: " ANTAL-MAKRON
                 " makron"
           END-IF
           .

       B3A-TOLKA-MAKRORAD SECTION.

           IF DIVE-MAKRO-REC(1:6) = "MAKRO "
              IF ANTAL-MAKRON = 20
                 DISPLAY "For manga makron i dive_makron.txt "
                    "(max 20)"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              ADD 1 TO ANTAL-MAKRON
              MOVE DIVE-MAKRO-REC(7:12) TO MB-NAMN(ANTAL-MAKRON)
              MOVE ZERO TO MB-ANTAL(ANTAL-MAKRON)
              SET MAKRO-DEF-OPPEN TO TRUE
           ELSE
           IF DIVE-MAKRO-REC(1:5) = "SLUT "
                 OR DIVE-MAKRO-REC = "SLUT"
              MOVE ZERO TO MAKRO-DEF-OPPEN-SW
           ELSE
           IF MAKRO-DEF-OPPEN
                 AND DIVE-MAKRO-REC NOT = SPACES
              IF MB-ANTAL(ANTAL-MAKRON) = 20
                 DISPLAY "Makro " MB-NAMN(ANTAL-MAKRON)
                    " har fler an 20 kommandon"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              ADD 1 TO MB-ANTAL(ANTAL-MAKRON)
              MOVE DIVE-MAKRO-REC(1:18)
                 TO MB-RAD(ANTAL-MAKRON, MB-ANTAL(ANTAL-MAKRON))
           END-IF
           END-IF
           END-IF
           .

      *> Laser operatorernas djupregel om filen finns.
       B4-LASA-DJUPREGEL SECTION.

           OPEN INPUT DJUPREGEL-FIL

           IF IND3-FILESTATUS = "00"
              READ DJUPREGEL-FIL
                    AT END
                       CONTINUE
                    NOT AT END
                       IF DJUPREGEL-REC IS NUMERIC
                             AND DJUPREGEL-REC NOT = ZERO
                          MOVE DJUPREGEL-REC TO DJUPREGEL-GRANS
                          SET DJUPREGEL-FINNS TO TRUE
                       END-IF
              END-READ
              CLOSE DJUPREGEL-FIL

              IF DJUPREGEL-FINNS
                 DISPLAY "Djupregel: max " DJUPREGEL-GRANS " m"
              END-IF
           END-IF
           .

      *> Laser HYDROs korridorextrakt om det finns - utan fil
      *> planeras kursen bara mot djupregeln.
       B5-LASA-KORRIDOR SECTION.

           OPEN INPUT KORRIDOR-LASFIL

           IF IND4-FILESTATUS = "00"
              PERFORM UNTIL SLUT-PA-KORRIDOR
                    OR KORRIDOR-ANTAL-RADER = 1000
                 READ KORRIDOR-LASFIL
                       AT END
                          SET SLUT-PA-KORRIDOR TO TRUE
                       NOT AT END
                          ADD 1 TO KORRIDOR-ANTAL-RADER
                          MOVE KORRIDOR-LASFIL-REC
                             TO KORRIDOR-RAD(KORRIDOR-ANTAL-RADER)
                 END-READ
              END-PERFORM

              CLOSE KORRIDOR-LASFIL

              SET KORRIDOR-AKTIV TO TRUE
              DISPLAY "Korridorextrakt last: "
                 KORRIDOR-ANTAL-RADER " rader ("
                 WS-KORRIDOR-FILENAME ")"
           ELSE
              DISPLAY "Inget korridorextrakt - kursen planeras "
                 "utan korridor"
           END-IF
           .

      *> Lagger natet kolumn for kolumn. Forst fors varje nadd cell
      *> i foregaende kolumn rakt fram, sedan sprids de nadda
      *> cellerna nedat och uppat genom sakra celler - tva svep
      *> racker eftersom en lodrat rorelse bara kan folja en
      *> sammanhangande rad sakra celler.
       C-BYGG-NAT SECTION.

           MOVE SPACES TO NAT-KARTA
           MOVE "S" TO NAT-RAD(1) (1:1)
           MOVE 1 TO NAT-NADDA

           PERFORM VARYING NAT-KOL FROM 0 BY 1
              UNTIL NAT-KOL > MAL-FRAMDRIFT

              MOVE ZERO TO KOLUMN-NADDA

              IF NAT-KOL = ZERO
                 MOVE 1 TO KOLUMN-NADDA
              ELSE
                 PERFORM VARYING NAT-DJUP FROM 0 BY 1
                    UNTIL NAT-DJUP > PLAN-MAX-DJUP
                    IF NAT-RAD(NAT-DJUP + 1) (NAT-KOL:1) NOT = SPACE
                       MOVE NAT-DJUP TO PROV-DJUP
                       MOVE NAT-KOL TO PROV-FRAMDRIFT
                       PERFORM C1-PROVA-CELL
                       IF CELL-SAKER
                          MOVE "F"
                             TO NAT-RAD(NAT-DJUP + 1) (NAT-KOL + 1:1)
                          ADD 1 TO KOLUMN-NADDA
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF

              IF KOLUMN-NADDA = ZERO
                 DISPLAY "Ingen saker vag forbi framdrift "
                    NAT-KOL " - mallaget kan inte nas"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              PERFORM VARYING NAT-DJUP FROM 1 BY 1
                 UNTIL NAT-DJUP > PLAN-MAX-DJUP
                 IF NAT-RAD(NAT-DJUP + 1) (NAT-KOL + 1:1) = SPACE
                       AND NAT-RAD(NAT-DJUP) (NAT-KOL + 1:1)
                          NOT = SPACE
                    MOVE NAT-DJUP TO PROV-DJUP
                    MOVE NAT-KOL TO PROV-FRAMDRIFT
                    PERFORM C1-PROVA-CELL
                    IF CELL-SAKER
                       MOVE "D" TO NAT-RAD(NAT-DJUP + 1) (NAT-KOL + 1:1)
                       ADD 1 TO KOLUMN-NADDA
                    END-IF
                 END-IF
              END-PERFORM

              PERFORM VARYING NAT-DJUP FROM PLAN-MAX-DJUP BY -1
                 UNTIL NAT-DJUP = ZERO
                 IF NAT-RAD(NAT-DJUP) (NAT-KOL + 1:1) = SPACE
                       AND NAT-RAD(NAT-DJUP + 1) (NAT-KOL + 1:1)
                          NOT = SPACE
                    COMPUTE PROV-DJUP = NAT-DJUP - 1
                    MOVE NAT-KOL TO PROV-FRAMDRIFT
                    PERFORM C1-PROVA-CELL
                    IF CELL-SAKER
                       MOVE "U" TO NAT-RAD(NAT-DJUP) (NAT-KOL + 1:1)
                       ADD 1 TO KOLUMN-NADDA
                    END-IF
                 END-IF
              END-PERFORM

              ADD KOLUMN-NADDA TO NAT-NADDA
           END-PERFORM

           DISPLAY "Natet lagt: " NAT-NADDA " nadda lagen"
          .

      *> Samma bedomning som DIVEKOLLs C7-PROVA-KORRIDOR: bara en
      *> X-cell inom extraktets yta ar osaker.
       C1-PROVA-CELL SECTION.

           SET CELL-SAKER TO TRUE

           IF KORRIDOR-AKTIV
              IF PROV-DJUP < KORRIDOR-ANTAL-RADER
                    AND PROV-FRAMDRIFT < 1000
                 IF KORRIDOR-RAD(PROV-DJUP + 1) (PROV-FRAMDRIFT + 1:1)
                       = "X"
                    MOVE ZERO TO CELL-SAKER-SW
                 END-IF
              END-IF
           END-IF
           .

      *> Foljer natets markeringar baklanges fran mallaget till
      *> starten; stegen hamnar i omvand seglingsordning.
       D-SPARA-VAG SECTION.

           IF NAT-RAD(MAL-DJUP + 1) (MAL-FRAMDRIFT + 1:1) = SPACE
              DISPLAY "Mallaget framdrift " MAL-FRAMDRIFT
                 " djup " MAL-DJUP " kan inte nas genom korridoren"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE MAL-DJUP TO NAT-DJUP
           MOVE MAL-FRAMDRIFT TO NAT-KOL

           PERFORM UNTIL NAT-RAD(NAT-DJUP + 1) (NAT-KOL + 1:1) = "S"

              IF STEG-ANTAL = 50000
                 DISPLAY "Avbryter - vagen ar langre an 50000 steg"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              ADD 1 TO STEG-ANTAL

              EVALUATE NAT-RAD(NAT-DJUP + 1) (NAT-KOL + 1:1)
                 WHEN "F"
                    MOVE "F" TO STEG-RIKTNING(STEG-ANTAL)
                    SUBTRACT 1 FROM NAT-KOL
                 WHEN "D"
                    MOVE "D" TO STEG-RIKTNING(STEG-ANTAL)
                    SUBTRACT 1 FROM NAT-DJUP
                 WHEN "U"
                    MOVE "U" TO STEG-RIKTNING(STEG-ANTAL)
                    ADD 1 TO NAT-DJUP
              END-EVALUATE
           END-PERFORM
           .

      *> Slar ihop stegen till kommandon i seglingsordning: lika
      *> riktningar i foljd blir ett kommando om hogst 9 enheter.
       E-SLA-IHOP-KOMMANDON SECTION.

           MOVE SPACE TO SEKVENS-RIKTNING
           MOVE ZERO TO SEKVENS-LANGD

           PERFORM VARYING STEG-POS FROM STEG-ANTAL BY -1
              UNTIL STEG-POS = ZERO

              IF STEG-RIKTNING(STEG-POS) NOT = SEKVENS-RIKTNING
                    OR SEKVENS-LANGD = 9
                 PERFORM E1-SKRIV-KOMMANDO
                 MOVE STEG-RIKTNING(STEG-POS) TO SEKVENS-RIKTNING
              END-IF

              ADD 1 TO SEKVENS-LANGD
           END-PERFORM

           PERFORM E1-SKRIV-KOMMANDO

           DISPLAY "Kursen: " KOMMANDO-ANTAL " kommandon, down "
              SUMMA-DOWN " up " SUMMA-UP " forward " SUMMA-FORWARD
           .

       E1-SKRIV-KOMMANDO SECTION.

           IF SEKVENS-LANGD NOT = ZERO
              IF KOMMANDO-ANTAL = 20000
                 DISPLAY "Avbryter - fler an 20000 kommandon"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              ADD 1 TO KOMMANDO-ANTAL
              MOVE SEKVENS-LANGD TO SEKVENS-SIFFRA
              MOVE SPACES TO KOMMANDO-RAD(KOMMANDO-ANTAL)

              EVALUATE SEKVENS-RIKTNING
                 WHEN "F"
                    STRING "forward " DELIMITED BY SIZE
                           SEKVENS-SIFFRA DELIMITED BY SIZE
                        INTO KOMMANDO-RAD(KOMMANDO-ANTAL)
                    ADD SEKVENS-LANGD TO SUMMA-FORWARD
                 WHEN "D"
                    STRING "down " DELIMITED BY SIZE
                           SEKVENS-SIFFRA DELIMITED BY SIZE
                        INTO KOMMANDO-RAD(KOMMANDO-ANTAL)
                    ADD SEKVENS-LANGD TO SUMMA-DOWN
                 WHEN "U"
                    STRING "up " DELIMITED BY SIZE
                           SEKVENS-SIFFRA DELIMITED BY SIZE
                        INTO KOMMANDO-RAD(KOMMANDO-ANTAL)
                    ADD SEKVENS-LANGD TO SUMMA-UP
              END-EVALUATE
           END-IF

           MOVE ZERO TO SEKVENS-LANGD
           .

      *> Skriver kursfilen som ny generation. Vid varje position
      *> provas biblioteket: det langsta makro (minst tva kommandon)
      *> vars rader exakt motsvarar de foljande kommandona skrivs som
      *> makroanrop - DIVE expanderar det till samma rorelser, sa
      *> vagen genom korridoren ar densamma. En TRL-rad avslutar
      *> filen sa att en avskuren kurs upptacks.
       F-SKRIV-KURS SECTION.

           MOVE "NY " TO GK-FUNKTION
           MOVE "DIVEPLAN" TO GK-PROGRAM
           MOVE "dive_kurs_" TO GK-STEM
           MOVE WS-RUN-DATE TO GK-DATUM
           MOVE ".txt" TO GK-EXT
           CALL "GENKAT" USING GENKAT-PARM
           MOVE GK-FILNAMN TO WS-KURS-FILENAME

           OPEN OUTPUT KURS-FIL

           MOVE IND1-FILESTATUS TO WS-FILSTATUS
           MOVE "KURS-FIL" TO WS-FILSTATUS-FIL
           PERFORM Z-KONTROLLERA-FILSTATUS

           MOVE 1 TO KOMMANDO-POS

           PERFORM UNTIL KOMMANDO-POS > KOMMANDO-ANTAL

              PERFORM F1-SOK-MAKRO

              MOVE SPACES TO KURS-REC

              IF MAKRO-BASTA NOT = ZERO
                 STRING "makro " DELIMITED BY SIZE
                        MB-NAMN(MAKRO-BASTA) DELIMITED BY SIZE
                     INTO KURS-REC
                 ADD MB-ANTAL(MAKRO-BASTA) TO KOMMANDO-POS
                 ADD 1 TO ANTAL-MAKROANROP
              ELSE
                 MOVE KOMMANDO-RAD(KOMMANDO-POS) TO KURS-REC
                 ADD 1 TO KOMMANDO-POS
              END-IF

              WRITE KURS-REC
              ADD 1 TO ANTAL-KURSRADER
           END-PERFORM

           MOVE SPACES TO KURS-REC
           STRING "TRL" DELIMITED BY SIZE
                  ANTAL-KURSRADER DELIMITED BY SIZE
               INTO KURS-REC
           WRITE KURS-REC

           CLOSE KURS-FIL

           DISPLAY "Kursfil skriven: " WS-KURS-FILENAME
           DISPLAY "Antal kursrader: " ANTAL-KURSRADER
              " varav makroanrop: " ANTAL-MAKROANROP
           .

       F1-SOK-MAKRO SECTION.

           MOVE ZERO TO MAKRO-BASTA

           PERFORM VARYING MAKRO-VALD FROM 1 BY 1
              UNTIL MAKRO-VALD > ANTAL-MAKRON

              IF MB-ANTAL(MAKRO-VALD) > 1
                    AND KOMMANDO-POS + MB-ANTAL(MAKRO-VALD) - 1
                       NOT > KOMMANDO-ANTAL
                 SET MAKRO-TRAFF TO TRUE

                 PERFORM VARYING MAKRO-POS FROM 1 BY 1
                    UNTIL MAKRO-POS > MB-ANTAL(MAKRO-VALD)
                       OR NOT MAKRO-TRAFF
                    IF MB-RAD(MAKRO-VALD, MAKRO-POS) NOT =
                          KOMMANDO-RAD(KOMMANDO-POS + MAKRO-POS - 1)
                       MOVE ZERO TO MAKRO-TRAFF-SW
                    END-IF
                 END-PERFORM

                 IF MAKRO-TRAFF
                    IF MAKRO-BASTA = ZERO
                       MOVE MAKRO-VALD TO MAKRO-BASTA
                    ELSE
                       IF MB-ANTAL(MAKRO-VALD) > MB-ANTAL(MAKRO-BASTA)
                          MOVE MAKRO-VALD TO MAKRO-BASTA
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

      *> Checkar in kursen i kursregistret som KURSREGs CHECKIN gor:
      *> kontrollsumma med SIGILLs PROVA, nasta versionsnummer och
      *> status INCHECKAD. Registret skapas om det inte finns.
       G-CHECKA-IN SECTION.

           OPEN INPUT KURSREGISTER-FIL

           IF IND5-FILESTATUS = "00"
              PERFORM UNTIL SLUT-PA-KURSREG
                 READ KURSREGISTER-FIL
                       AT END
                          SET SLUT-PA-KURSREG TO TRUE
                       NOT AT END
      *> Registret skrivs om fran tabellen - ett tak som tyst
      *> tappade rader vore att stryka incheckade versioner.
                          IF KURS-ANTAL = 500
                             DISPLAY "Avbryter - fler an 500 "
                                "versioner i kursregistret"
                             MOVE 1 TO RETURN-CODE
                             STOP RUN
                          END-IF

                          ADD 1 TO KURS-ANTAL
                          MOVE KV-VERSION
                             TO KT-VERSION(KURS-ANTAL)
                          MOVE KV-FILNAMN
                             TO KT-FILNAMN(KURS-ANTAL)
                          MOVE KV-ANTAL
                             TO KT-ANTAL(KURS-ANTAL)
                          MOVE KV-HASH TO KT-HASH(KURS-ANTAL)
                          MOVE KV-FORFATTARE
                             TO KT-FORFATTARE(KURS-ANTAL)
                          MOVE KV-DATUM
                             TO KT-DATUM(KURS-ANTAL)
                          MOVE KV-STATUS
                             TO KT-STATUS(KURS-ANTAL)
                          MOVE KV-GODKAND-AV
                             TO KT-GODKAND-AV(KURS-ANTAL)

                          IF KV-VERSION > HOGSTA-VERSION
                             MOVE KV-VERSION TO HOGSTA-VERSION
                          END-IF
                 END-READ
              END-PERFORM

              CLOSE KURSREGISTER-FIL
           END-IF

           IF KURS-ANTAL = 500
              DISPLAY "Kursregistret ar fullt - kursen ar inte "
                 "incheckad"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "PROVA" TO SG-FUNKTION
           MOVE WS-KURS-FILENAME TO SG-FILNAMN
           CALL "SIGILL" USING SIGILL-PARM

           IF SG-RESULTAT = "F"
              DISPLAY "Kursfilen kan inte lasas: " WS-KURS-FILENAME
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO HOGSTA-VERSION
           ADD 1 TO KURS-ANTAL

           MOVE HOGSTA-VERSION TO KT-VERSION(KURS-ANTAL)
      *> Kursregistret ar platsens eget, sa filnamnet bokfors utan
      *> platsprefixet - lasaren lagger till det igen.
           MOVE WS-KURS-FILENAME(PLATS-LANGD + 1:)
              TO KT-FILNAMN(KURS-ANTAL)
           MOVE SG-ANTAL TO KT-ANTAL(KURS-ANTAL)
           MOVE SG-HASH TO KT-HASH(KURS-ANTAL)
           MOVE WS-FORFATTARE TO KT-FORFATTARE(KURS-ANTAL)
           MOVE WS-RUN-DATE TO KT-DATUM(KURS-ANTAL)
           MOVE "INCHECKAD" TO KT-STATUS(KURS-ANTAL)
           MOVE SPACES TO KT-GODKAND-AV(KURS-ANTAL)

           OPEN OUTPUT KURSREGISTER-FIL

           PERFORM VARYING KURS-POS FROM 1 BY 1
              UNTIL KURS-POS > KURS-ANTAL

              MOVE SPACES TO KURSREGISTER-REC
              MOVE KT-VERSION(KURS-POS) TO KV-VERSION
              MOVE KT-FILNAMN(KURS-POS) TO KV-FILNAMN
              MOVE KT-ANTAL(KURS-POS) TO KV-ANTAL
              MOVE KT-HASH(KURS-POS) TO KV-HASH
              MOVE KT-FORFATTARE(KURS-POS) TO KV-FORFATTARE
              MOVE KT-DATUM(KURS-POS) TO KV-DATUM
              MOVE KT-STATUS(KURS-POS) TO KV-STATUS
              MOVE KT-GODKAND-AV(KURS-POS) TO KV-GODKAND-AV

              WRITE KURSREGISTER-REC
           END-PERFORM

           CLOSE KURSREGISTER-FIL

           DISPLAY "Version " HOGSTA-VERSION " incheckad: "
              WS-KURS-FILENAME(1:30) " (" SG-ANTAL " rader)"
           .

       N-AVSLUTA SECTION.

           DISPLAY "Kursen ar planerad och INCHECKAD - kor DIVEKOLL "
              "och GODKANN fore segling"

           STOP RUN
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
