       IDENTIFICATION DIVISION.

       PROGRAM-ID. DIVEUNDH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT DIVE2-HISTORIK-FIL ASSIGN DYNAMIC
             WS-DIVE2-HISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT UNDERHALL-FIL ASSIGN DYNAMIC
             WS-UNDERHALL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT SERVICEPLAN-FIL ASSIGN DYNAMIC
             WS-RAPPORT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

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

      *> Samma postlayout som DIVE2-HISTORIK-REC i DIVE2.
       FD DIVE2-HISTORIK-FIL.
       01 DIVE2-HISTORIK-REC.
          05 HI-SUB-ID PIC X(10).
          05 FILLER PIC X.
          05 HI-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 HI-DJUP PIC 9(6).
          05 FILLER PIC X.
          05 HI-FRAMDRIFT PIC 9(6).
          05 FILLER PIC X.
          05 HI-SUMMA PIC 9(12).
          05 FILLER PIC X.
          05 HI-TOTAL-DISTANS PIC 9(9).

      *> Underhallsregistret: en rad per sub med serviceintervallet i
      *> distansenheter, datum och matarstallning (ackumulerad
      *> distans ur resehistoriken) vid senaste service och vem som
      *> bokforde den. Servicedatumet tacker dagens korningar - det
      *> som seglas efter det datumet raknas mot nasta intervall.
       FD UNDERHALL-FIL.
       01 UNDERHALL-REC.
          05 UR-SUB-ID PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 UR-INTERVALL PIC 9(9).
          05 FILLER PIC X VALUE SPACE.
          05 UR-SERVICE-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 UR-MATARSTALLNING PIC 9(12).
          05 FILLER PIC X VALUE SPACE.
          05 UR-SIGNATUR PIC X(8).

      *> Serviceplanen: en rad per registrerad sub med distansen
      *> sedan senaste service, aterstoden (eller overdraget),
      *> senaste dygnssnittet, prognosdatum och status - OK,
      *> FORFALLER (intervallet nas inom forvarningstiden) eller
      *> FORSENAD (intervallet ar passerat). Sista raden ar en
      *> SUMMA-rad med antalen.
       FD SERVICEPLAN-FIL.
       01 SERVICEPLAN-REC.
          05 SP-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 SP-SUB-ID PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 SP-INTERVALL PIC 9(9).
          05 FILLER PIC X VALUE SPACE.
          05 SP-SERVICE-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 SP-MATARSTALLNING PIC 9(12).
          05 FILLER PIC X VALUE SPACE.
          05 SP-SEDAN-SERVICE PIC 9(9).
          05 FILLER PIC X VALUE SPACE.
          05 SP-KVAR PIC 9(9).
          05 FILLER PIC X VALUE SPACE.
          05 SP-OVERDRAG PIC 9(9).
          05 FILLER PIC X VALUE SPACE.
          05 SP-DYGNSSNITT PIC 9(7)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 SP-PROGNOS-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 SP-STATUS PIC X(9).

       WORKING-STORAGE SECTION.

       01 PDECK-FILESTATUS PIC XX.
       01 SLUT-PA-DECK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DECK VALUE 1.
       01 PD-TAL PIC 9(8).

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

      *> Distansbaserat underhall for ubatsflottan: i stallet for
      *> tavlan pa varvet haller underhallsregistret varje subs
      *> serviceintervall och senaste service, och den nattliga
      *> serviceplanen summerar DIVE2s resehistorik sedan dess.
      *> Dygnssnittet tas over de senaste SNITT-DAGAR dagarna
      *> (kalenderdagar, aven de utan segling) och ger
      *> prognosdatumet; FORVARNING-DAGAR styr hur tidigt en sub
      *> blir FORFALLER. DIVE2 flaggar sjalv en FORSENAD sub i sin
      *> rankning samma dag den seglar.
      *>
      *> Anrop: diveundh [RAPPORT]
      *>        diveundh SERVICE <sub-id> <operator>
      *>        diveundh INTERVALL <sub-id> <distans> <operator>
       01 WS-AKTION PIC X(9).
       01 WS-SUB-ID-ARG PIC X(10).
       01 WS-VARDE-ARG PIC X(9).
       01 WS-OPERATOR PIC X(8).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 WS-RAPPORT-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-DIVE2-HISTORIK-FILENAME PIC X(40).
       01 WS-UNDERHALL-FILENAME PIC X(40).

       01 SNITT-DAGAR PIC 9(3) VALUE 30.
       01 FORVARNING-DAGAR PIC 9(3) VALUE 14.

       01 NU-DAGNR PIC 9(8).
       01 RAD-DAGNR PIC 9(8).
       01 PROGNOS-DAGAR PIC 9(8).

       COPY "BEHORIG-PARM.cpy".

       01 UH-ANTAL PIC 9(3) VALUE ZERO.

       01 UH-TABELL.
          05 UH-RAD OCCURS 100 TIMES.
             10 UT-SUB-ID PIC X(10).
             10 UT-INTERVALL PIC 9(9).
             10 UT-SERVICE-DATUM PIC 9(8).
             10 UT-MATARSTALLNING PIC 9(12).
             10 UT-SIGNATUR PIC X(8).
             10 UT-SEDAN-SERVICE PIC 9(9).
             10 UT-TOTAL PIC 9(12).
             10 UT-SNITT-SUMMA PIC 9(9).

       01 UH-POS PIC 9(3).
       01 UH-FUNNEN-SW PIC 9.
          88 UH-FUNNEN VALUE 1.

       01 KVAR PIC 9(9).
       01 DYGNSSNITT PIC 9(7)V9(2).

       01 ANTAL-OK PIC 9(3) VALUE ZERO.
       01 ANTAL-FORFALLER PIC 9(3) VALUE ZERO.
       01 ANTAL-FORSENADE PIC 9(3) VALUE ZERO.
       01 ANTAL-HISTORIKRADER PIC 9(7) VALUE ZERO.
       01 ANTAL-SKRIVNA-RADER PIC 9(6) VALUE ZERO.

       01 SLUT-PA-HISTORIK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-HISTORIK VALUE 1.

       01 SLUT-PA-REGISTER-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-REGISTER VALUE 1.

       01 REGISTER-FINNS-SW PIC 9 VALUE ZERO.
          88 REGISTER-FINNS VALUE 1.

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-REGISTER
          PERFORM D-LASA-HISTORIK

          EVALUATE WS-AKTION
             WHEN "RAPPORT"
                PERFORM E-SKRIV-SERVICEPLAN
                PERFORM Z9-SKRIV-KORNINGSAUDIT
             WHEN "SERVICE"
                PERFORM F-BOKFOR-SERVICE
                PERFORM Y-SKRIV-REGISTER
             WHEN "INTERVALL"
                PERFORM G-SATT-INTERVALL
                PERFORM Y-SKRIV-REGISTER
             WHEN OTHER
                DISPLAY "Okand aktion: " WS-AKTION
                DISPLAY "Giltiga: RAPPORT, SERVICE, INTERVALL"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE

          STOP RUN
          .

       B-INIT SECTION.

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-AKTION FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE "RAPPORT" TO WS-AKTION
          END-ACCEPT

          MOVE 2 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-SUB-ID-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-SUB-ID-ARG
          END-ACCEPT

      *> SERVICE tar operatoren som tredje argument, INTERVALL
      *> distansen som tredje och operatoren som fjarde.
          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          IF WS-AKTION = "INTERVALL"
             ACCEPT WS-VARDE-ARG FROM ARGUMENT-VALUE
                ON EXCEPTION MOVE SPACES TO WS-VARDE-ARG
             END-ACCEPT

             MOVE 4 TO WS-ARG-NUM
             DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          END-IF

          ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-OPERATOR
          END-ACCEPT

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

          MOVE SPACES TO WS-DIVE2-HISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_historik.txt" DELIMITED BY SIZE
              INTO WS-DIVE2-HISTORIK-FILENAME

          MOVE SPACES TO WS-UNDERHALL-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_underhall.txt" DELIMITED BY SIZE
              INTO WS-UNDERHALL-FILENAME

          COMPUTE NU-DAGNR = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_serviceplan_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAPPORT-FILENAME

          IF WS-AKTION = "SERVICE" OR WS-AKTION = "INTERVALL"
             IF WS-SUB-ID-ARG = SPACES OR WS-OPERATOR = SPACES
                DISPLAY WS-AKTION " kraver sub-id och operator"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE WS-OPERATOR TO BH-OPERATOR
             MOVE "DRIFT" TO BH-KRAVD-ROLL
             MOVE "DIVEUNDH" TO BH-PROGRAM
             CALL "BEHORIG" USING BEHORIG-PARM

             IF BH-RESULTAT = "N"
                DISPLAY "NEKAD: " WS-OPERATOR " saknar rollen "
                   "DRIFT for " WS-AKTION
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          .

       C-LASA-REGISTER SECTION.

          OPEN INPUT UNDERHALL-FIL

          IF IND2-FILESTATUS = "00"
             SET REGISTER-FINNS TO TRUE

             PERFORM UNTIL SLUT-PA-REGISTER
                READ UNDERHALL-FIL
                      AT END
                         SET SLUT-PA-REGISTER TO TRUE
                      NOT AT END
      *> Registret skrivs om fran tabellen - ett tak som tyst
      *> tappade rader vore att stryka subbar ur underhallet.
                         IF UH-ANTAL = 100
                            DISPLAY "Avbryter - fler an 100 "
                               "subbar i underhallsregistret"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                         END-IF

                         ADD 1 TO UH-ANTAL
                         INITIALIZE UH-RAD(UH-ANTAL)
                         MOVE UR-SUB-ID TO UT-SUB-ID(UH-ANTAL)
                         MOVE UR-INTERVALL TO UT-INTERVALL(UH-ANTAL)
                         MOVE UR-SERVICE-DATUM
                            TO UT-SERVICE-DATUM(UH-ANTAL)
                         MOVE UR-MATARSTALLNING
                            TO UT-MATARSTALLNING(UH-ANTAL)
                         MOVE UR-SIGNATUR TO UT-SIGNATUR(UH-ANTAL)
                END-READ
             END-PERFORM

             CLOSE UNDERHALL-FIL
          END-IF
          .

      *> Summerar resehistoriken per registrerad sub: hela
      *> strackan (matarstallningen), strackan efter servicedatumet
      *> och strackan inom snittfonstret.
       D-LASA-HISTORIK SECTION.

          OPEN INPUT DIVE2-HISTORIK-FIL

          IF IND1-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-HISTORIK
                READ DIVE2-HISTORIK-FIL
                      AT END
                         SET SLUT-PA-HISTORIK TO TRUE
                      NOT AT END
                         ADD 1 TO ANTAL-HISTORIKRADER
                         PERFORM D1-BOKFOR-HISTORIKRAD
                END-READ
             END-PERFORM

             CLOSE DIVE2-HISTORIK-FIL
          ELSE
             DISPLAY "Ingen resehistorik (dive2_historik.txt) - "
                "all distans raknas som noll"
          END-IF
          .

       D1-BOKFOR-HISTORIKRAD SECTION.

          PERFORM C1-SOK-SUB-HIST

          IF UH-FUNNEN AND HI-RUN-DATE NOT > WS-RUN-DATE
             ADD HI-TOTAL-DISTANS TO UT-TOTAL(UH-POS)

             IF HI-RUN-DATE > UT-SERVICE-DATUM(UH-POS)
                ADD HI-TOTAL-DISTANS TO UT-SEDAN-SERVICE(UH-POS)
             END-IF

             COMPUTE RAD-DAGNR =
                FUNCTION INTEGER-OF-DATE(HI-RUN-DATE)

             IF RAD-DAGNR + SNITT-DAGAR > NU-DAGNR
                ADD HI-TOTAL-DISTANS TO UT-SNITT-SUMMA(UH-POS)
             END-IF
          END-IF
          .

       C1-SOK-SUB-HIST SECTION.

          INITIALIZE UH-FUNNEN-SW

          PERFORM VARYING UH-POS FROM 1 BY 1
             UNTIL UH-POS > UH-ANTAL OR UH-FUNNEN
             IF UT-SUB-ID(UH-POS) = HI-SUB-ID
                SET UH-FUNNEN TO TRUE
                SUBTRACT 1 FROM UH-POS
             END-IF
          END-PERFORM
          .

       C2-SOK-SUB-ARG SECTION.

          INITIALIZE UH-FUNNEN-SW

          PERFORM VARYING UH-POS FROM 1 BY 1
             UNTIL UH-POS > UH-ANTAL OR UH-FUNNEN
             IF UT-SUB-ID(UH-POS) = WS-SUB-ID-ARG
                SET UH-FUNNEN TO TRUE
                SUBTRACT 1 FROM UH-POS
             END-IF
          END-PERFORM
          .

      *> Serviceplanen. Utan underhallsregister finns inget att
      *> planera - nattkorningen ska inte stanna for det.
       E-SKRIV-SERVICEPLAN SECTION.

          IF NOT REGISTER-FINNS
             DISPLAY "Inget underhallsregister (dive2_underhall.txt)"
                " - ingen serviceplan idag"
          ELSE
             OPEN OUTPUT SERVICEPLAN-FIL

             PERFORM VARYING UH-POS FROM 1 BY 1
                UNTIL UH-POS > UH-ANTAL
                PERFORM E1-SKRIV-PLANRAD
             END-PERFORM

             MOVE SPACES TO SERVICEPLAN-REC
             MOVE WS-RUN-DATE TO SP-RUN-DATE
             MOVE "SUMMA" TO SP-SUB-ID
             MOVE ANTAL-OK TO SP-INTERVALL
             MOVE ANTAL-FORFALLER TO SP-SEDAN-SERVICE
             MOVE ANTAL-FORSENADE TO SP-OVERDRAG
             MOVE "SUMMA" TO SP-STATUS
             WRITE SERVICEPLAN-REC

             CLOSE SERVICEPLAN-FIL

             DISPLAY "Serviceplan skriven: " WS-RAPPORT-FILENAME
             DISPLAY "OK: " ANTAL-OK " Forfaller: " ANTAL-FORFALLER
                " Forsenade: " ANTAL-FORSENADE
          END-IF
          .

      *> Prognosen: aterstoden delad med dygnssnittet, avrundad
      *> uppat till hela dagar. Utan segling i snittfonstret gar
      *> ingen prognos att stalla - prognosdatumet blir noll.
       E1-SKRIV-PLANRAD SECTION.

          MOVE SPACES TO SERVICEPLAN-REC
          MOVE WS-RUN-DATE TO SP-RUN-DATE
          MOVE UT-SUB-ID(UH-POS) TO SP-SUB-ID
          MOVE UT-INTERVALL(UH-POS) TO SP-INTERVALL
          MOVE UT-SERVICE-DATUM(UH-POS) TO SP-SERVICE-DATUM
          COMPUTE SP-MATARSTALLNING =
             UT-MATARSTALLNING(UH-POS) + UT-SEDAN-SERVICE(UH-POS)
          MOVE UT-SEDAN-SERVICE(UH-POS) TO SP-SEDAN-SERVICE

          COMPUTE DYGNSSNITT ROUNDED =
             UT-SNITT-SUMMA(UH-POS) / SNITT-DAGAR
          MOVE DYGNSSNITT TO SP-DYGNSSNITT

          IF UT-SEDAN-SERVICE(UH-POS) > UT-INTERVALL(UH-POS)
             COMPUTE SP-OVERDRAG =
                UT-SEDAN-SERVICE(UH-POS) - UT-INTERVALL(UH-POS)
             MOVE ZERO TO SP-KVAR
             MOVE ZERO TO SP-PROGNOS-DATUM
             MOVE "FORSENAD" TO SP-STATUS
             ADD 1 TO ANTAL-FORSENADE

             DISPLAY "FORSENAD: " UT-SUB-ID(UH-POS) " "
                SP-OVERDRAG " over intervallet"
          ELSE
             COMPUTE KVAR =
                UT-INTERVALL(UH-POS) - UT-SEDAN-SERVICE(UH-POS)
             MOVE KVAR TO SP-KVAR
             MOVE ZERO TO SP-OVERDRAG

             IF DYGNSSNITT = ZERO
                MOVE ZERO TO SP-PROGNOS-DATUM
             ELSE
                COMPUTE PROGNOS-DAGAR = KVAR / DYGNSSNITT
                IF PROGNOS-DAGAR * DYGNSSNITT < KVAR
                   ADD 1 TO PROGNOS-DAGAR
                END-IF
                COMPUTE SP-PROGNOS-DATUM = FUNCTION DATE-OF-INTEGER(
                   NU-DAGNR + PROGNOS-DAGAR)
             END-IF

             IF KVAR = ZERO
                   OR (DYGNSSNITT NOT = ZERO
                      AND KVAR <= DYGNSSNITT * FORVARNING-DAGAR)
                MOVE "FORFALLER" TO SP-STATUS
                ADD 1 TO ANTAL-FORFALLER

                DISPLAY "FORFALLER: " UT-SUB-ID(UH-POS) " "
                   KVAR " kvar, prognos " SP-PROGNOS-DATUM
             ELSE
                MOVE "OK" TO SP-STATUS
                ADD 1 TO ANTAL-OK
             END-IF
          END-IF

          WRITE SERVICEPLAN-REC
          ADD 1 TO ANTAL-SKRIVNA-RADER
          .

      *> Bokfor en utford service: datum och matarstallning satts
      *> till dagens, intervallet behalls.
       F-BOKFOR-SERVICE SECTION.

          PERFORM C2-SOK-SUB-ARG

          IF NOT UH-FUNNEN
             DISPLAY WS-SUB-ID-ARG " finns inte i "
                "underhallsregistret - satt INTERVALL forst"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-RUN-DATE TO UT-SERVICE-DATUM(UH-POS)
          MOVE UT-TOTAL(UH-POS) TO UT-MATARSTALLNING(UH-POS)
          MOVE WS-OPERATOR TO UT-SIGNATUR(UH-POS)

          DISPLAY "Service bokford for " WS-SUB-ID-ARG " "
             WS-RUN-DATE " vid matarstallning "
             UT-MATARSTALLNING(UH-POS)
          .

      *> Satter (eller lagger upp) en subs serviceintervall. En ny
      *> sub raknas som servad i dag vid sin nuvarande
      *> matarstallning - annars blir hela historiken ett overdrag.
       G-SATT-INTERVALL SECTION.

          IF WS-VARDE-ARG = SPACES
             DISPLAY "INTERVALL kraver en distans"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM C2-SOK-SUB-ARG

          IF NOT UH-FUNNEN
             IF UH-ANTAL = 100
                DISPLAY "Underhallsregistret ar fullt"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             ADD 1 TO UH-ANTAL
             MOVE UH-ANTAL TO UH-POS
             INITIALIZE UH-RAD(UH-POS)
             MOVE WS-SUB-ID-ARG TO UT-SUB-ID(UH-POS)
             MOVE WS-RUN-DATE TO UT-SERVICE-DATUM(UH-POS)
             MOVE WS-OPERATOR TO UT-SIGNATUR(UH-POS)
             PERFORM G1-SUMMERA-NY-SUB
             MOVE UT-TOTAL(UH-POS) TO UT-MATARSTALLNING(UH-POS)
          END-IF

          MOVE FUNCTION NUMVAL(WS-VARDE-ARG) TO UT-INTERVALL(UH-POS)

          IF UT-INTERVALL(UH-POS) = ZERO
             DISPLAY "Ogiltigt intervall: " WS-VARDE-ARG
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          DISPLAY "Serviceintervall for " WS-SUB-ID-ARG ": "
             UT-INTERVALL(UH-POS)
          .

      *> Den nya subben fanns inte i registret nar resehistoriken
      *> lastes - dess matarstallning summeras har ur historiken.
       G1-SUMMERA-NY-SUB SECTION.

          MOVE ZERO TO UT-TOTAL(UH-POS)
          INITIALIZE SLUT-PA-HISTORIK-SW

          OPEN INPUT DIVE2-HISTORIK-FIL

          IF IND1-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-HISTORIK
                READ DIVE2-HISTORIK-FIL
                      AT END
                         SET SLUT-PA-HISTORIK TO TRUE
                      NOT AT END
                         IF HI-SUB-ID = WS-SUB-ID-ARG
                               AND HI-RUN-DATE NOT > WS-RUN-DATE
                            ADD HI-TOTAL-DISTANS
                               TO UT-TOTAL(UH-POS)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE DIVE2-HISTORIK-FIL
          END-IF
          .

      *> Tabellen sorteras i sin helhet - de oanvanda raderna fylls
      *> med HIGH-VALUES sa att de hamnar sist.
       Y-SKRIV-REGISTER SECTION.

          COMPUTE UH-POS = UH-ANTAL + 1

          PERFORM UNTIL UH-POS > 100
             MOVE HIGH-VALUES TO UH-RAD(UH-POS)
             ADD 1 TO UH-POS
          END-PERFORM

          SORT UH-RAD ON ASCENDING KEY UT-SUB-ID

          OPEN OUTPUT UNDERHALL-FIL

          PERFORM VARYING UH-POS FROM 1 BY 1
             UNTIL UH-POS > UH-ANTAL

             MOVE SPACES TO UNDERHALL-REC
             MOVE UT-SUB-ID(UH-POS) TO UR-SUB-ID
             MOVE UT-INTERVALL(UH-POS) TO UR-INTERVALL
             MOVE UT-SERVICE-DATUM(UH-POS) TO UR-SERVICE-DATUM
             MOVE UT-MATARSTALLNING(UH-POS) TO UR-MATARSTALLNING
             MOVE UT-SIGNATUR(UH-POS) TO UR-SIGNATUR

             WRITE UNDERHALL-REC
          END-PERFORM

          CLOSE UNDERHALL-FIL

          DISPLAY "Underhallsregistret omskrivet: "
             WS-UNDERHALL-FILENAME
          .

      *> Fyller i korningens rad i den gemensamma korningsauditen -
      *> vad korningen faktiskt fick, vad den gjorde av det och hur
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "DIVEUNDH" TO RA-PROGRAM
          MOVE "dive2_historik.txt" TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          STRING "FORF=" DELIMITED BY SIZE
                 ANTAL-FORFALLER DELIMITED BY SIZE
                 " FORS=" DELIMITED BY SIZE
                 ANTAL-FORSENADE DELIMITED BY SIZE
              INTO RA-PARAMETRAR
          MOVE ANTAL-HISTORIKRADER TO RA-ANTAL-IN
          MOVE ZERO TO RA-ANTAL-AVVISADE
          MOVE ANTAL-SKRIVNA-RADER TO RA-ANTAL-SKRIVNA
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
                         IF PD-PROGRAM = "DIVEUNDH"
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
             WHEN "SNITTDAGAR"
                IF PD-VARDE(1:3) IS NOT NUMERIC
                      OR PD-VARDE(1:3) = "000"
                   DISPLAY "Ogiltigt varde for SNITTDAGAR: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:3) TO PD-TAL
                MOVE PD-TAL TO SNITT-DAGAR
             WHEN "FORVARNING"
                IF PD-VARDE(1:3) IS NOT NUMERIC
                   DISPLAY "Ogiltigt varde for FORVARNING: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:3) TO PD-TAL
                MOVE PD-TAL TO FORVARNING-DAGAR
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
