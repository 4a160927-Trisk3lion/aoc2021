       IDENTIFICATION DIVISION.

       PROGRAM-ID. LEKKVOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT LEKCYKEL-CENSUS-LASFIL ASSIGN DYNAMIC
             WS-CENSUS-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT KVOTSCHEMA-FIL ASSIGN DYNAMIC
             WS-SCHEMA-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT KVOTRAPPORT-FIL ASSIGN DYNAMIC
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

      *> Samma postlayout som LEKCYKEL-CENSUS-REC i LEKCYKEL. Den
      *> avslutande SIG-raden har inget numeriskt datum och hoppas
      *> over.
       FD LEKCYKEL-CENSUS-LASFIL.
       01 LEKCYKEL-CENSUS-LASREC.
          05 CN-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 CN-POSITION PIC 9.
          05 FILLER PIC X.
          05 CN-ANTAL PIC 9(18).

      *> Kvotschemat: en rad per skordedag och cykelposition med
      *> dagens kvot - projektionsdagen, dess kalenderdatum och
      *> antalet individer att ta ur positionen den dagen.
       FD KVOTSCHEMA-FIL.
       01 KVOTSCHEMA-REC.
          05 KS-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KS-DAG PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 KS-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KS-POSITION PIC 9.
          05 FILLER PIC X VALUE SPACE.
          05 KS-KVOT PIC 9(18).

      *> Kvotrapporten: en rad per projektionsdag med kurvan utan
      *> och med skord sida vid sida, dagens och den samlade
      *> skorden och en flagga for dagar over taket (fore eller
      *> efter fonstret, eller i fonstret nar de valda positionerna
      *> inte racker till).
       FD KVOTRAPPORT-FIL.
       01 KVOTRAPPORT-REC.
          05 KR-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KR-DAG PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 KR-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KR-POP-UTAN PIC 9(18).
          05 FILLER PIC X VALUE SPACE.
          05 KR-POP-MED PIC 9(18).
          05 FILLER PIC X VALUE SPACE.
          05 KR-DAGSKVOT PIC 9(18).
          05 FILLER PIC X VALUE SPACE.
          05 KR-SUMMA-KVOT PIC 9(18).
          05 FILLER PIC X VALUE SPACE.
          05 KR-FLAGGA PIC X(13).

       WORKING-STORAGE SECTION.

       01 PDECK-FILESTATUS PIC XX.
       01 SLUT-PA-DECK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DECK VALUE 1.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "GENKAT-PARM.cpy".
       COPY "SIGILL-PARM.cpy".

      *> Fiskeforvaltningens sasongsfraga: hur mycket ska tas, nar
      *> och ur vilka cykelpositioner for att bestandet ska halla
      *> sig under omradets barformaga? Kvotplanen projicerar
      *> nattens inrakning med samma cykelmodell som LEKCYKELs
      *> grundmodell (foraldrar till position 6, avkomma till 8)
      *> och skordar i fonstret bara det overskott som dagen ger
      *> over taket - aldrig mer och aldrig tidigare an det behovs.
      *> Overskottet tas forst ur den valda position som ligger
      *> narmast sin lek: en individ som leker i morgon ger
      *> tillvaxt tidigast, sa varje skordad individ tar bort sa
      *> mycket framtida tillvaxt som mojligt.
       01 KAPACITETSTAK PIC 9(18) VALUE ZERO.
       01 FONSTER-FRAN PIC 9(3) VALUE 1.
       01 FONSTER-TILL PIC 9(3) VALUE ZERO.
       01 PROJEKTIONS-DAGAR PIC 9(3) VALUE 80.

      *> De cykelpositioner som far skordas, som en sifferstrang
      *> (t ex 0123 for de vuxna narmast lek). Utan varde ar alla
      *> positioner oppna.
       01 KVOT-POSITIONER PIC X(9) VALUE "012345678".
       01 POSITION-VALD-TABELL.
          05 POSITION-VALD PIC 9 OCCURS 9 TIMES.
       01 TECKEN-POS PIC 9(2).
       01 POSITION-SIFFRA PIC 9.

      *> Arbetsvektorn for ett dygns steg och de tva bestand som
      *> projiceras parallellt - utan och med skord.
       01 CYKEL-TABELL.
          05 CYKEL-ANTAL PIC 9(18) OCCURS 9 TIMES.
       01 UTAN-SKORD-TABELL.
          05 UTAN-ANTAL PIC 9(18) OCCURS 9 TIMES.
       01 MED-SKORD-TABELL.
          05 MED-ANTAL PIC 9(18) OCCURS 9 TIMES.

       01 CYKEL-SKIFT PIC 9(2).
       01 LEKARE PIC 9(18).
       01 POPULATION PIC 9(18).
       01 POP-UTAN PIC 9(18).
       01 POP-MED PIC 9(18).
       01 DAG-NR PIC 9(3).
       01 DAGNR-IDAG PIC 9(8).
       01 DAG-DATUM PIC 9(8).

       01 OVERSKOTT PIC 9(18).
       01 UTTAG PIC 9(18).
       01 DAGSKVOT PIC 9(18).
       01 SUMMA-KVOT PIC 9(18) VALUE ZERO.

       01 ANTAL-POSITIONER-LASTA PIC 9(6) VALUE ZERO.
       01 ANTAL-SCHEMARADER PIC 9(6) VALUE ZERO.
       01 ANTAL-DAGAR-OVER-TAK PIC 9(6) VALUE ZERO.
       01 ANTAL-SKORDEDAGAR PIC 9(6) VALUE ZERO.

       01 OVERSVAMNING-SW PIC 9 VALUE ZERO.
          88 OVERSVAMNING VALUE 1.

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-CENSUS-FILENAME PIC X(40).
       01 WS-SCHEMA-FILENAME PIC X(40).
       01 WS-RAPPORT-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-CENSUS
          PERFORM D-PLANERA
          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT KAPACITETSTAK FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE ZERO TO KAPACITETSTAK
          END-ACCEPT

          MOVE 2 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT FONSTER-FRAN FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE 1 TO FONSTER-FRAN
          END-ACCEPT

          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT FONSTER-TILL FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE ZERO TO FONSTER-TILL
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

          COMPUTE DAGNR-IDAG = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

          IF FONSTER-TILL = ZERO
             MOVE PROJEKTIONS-DAGAR TO FONSTER-TILL
          END-IF

          IF KAPACITETSTAK = ZERO
             DISPLAY "Inget kapacitetstak angivet - ange TAK i "
                "parameterleken eller som forsta argument"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          IF FONSTER-FRAN = ZERO
                OR FONSTER-FRAN > FONSTER-TILL
                OR FONSTER-TILL > PROJEKTIONS-DAGAR
             DISPLAY "Ogiltigt skordefonster " FONSTER-FRAN "-"
                FONSTER-TILL " for " PROJEKTIONS-DAGAR
                " projektionsdagar"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM B1-TOLKA-POSITIONER

          MOVE "SOK" TO GK-FUNKTION
          MOVE "LEKCYKEL" TO GK-PROGRAM
          MOVE "lekcykel_census_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-CENSUS-FILENAME

          MOVE "NY " TO GK-FUNKTION
          MOVE "LEKKVOT" TO GK-PROGRAM
          MOVE "lekkvot_schema_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-SCHEMA-FILENAME

          MOVE "NY " TO GK-FUNKTION
          MOVE "LEKKVOT" TO GK-PROGRAM
          MOVE "lekkvot_rapport_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-RAPPORT-FILENAME

          DISPLAY "Kapacitetstak: " KAPACITETSTAK
          DISPLAY "Skordefonster: dag " FONSTER-FRAN "-" FONSTER-TILL
             " av " PROJEKTIONS-DAGAR ", positioner "
             KVOT-POSITIONER
          .

      *> Gor om positionsstrangen till en flagga per position. En
      *> siffra utanfor 0-8 eller ett annat tecken stoppar korningen.
       B1-TOLKA-POSITIONER SECTION.

          INITIALIZE POSITION-VALD-TABELL

          PERFORM VARYING TECKEN-POS FROM 1 BY 1 UNTIL TECKEN-POS > 9
             IF KVOT-POSITIONER(TECKEN-POS:1) NOT = SPACE
                IF KVOT-POSITIONER(TECKEN-POS:1) IS NOT NUMERIC
                      OR KVOT-POSITIONER(TECKEN-POS:1) > "8"
                   DISPLAY "Ogiltig cykelposition i POSITIONER: "
                      KVOT-POSITIONER
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE KVOT-POSITIONER(TECKEN-POS:1) TO POSITION-SIFFRA
                MOVE 1 TO POSITION-VALD(POSITION-SIFFRA + 1)
             END-IF
          END-PERFORM

          IF POSITION-VALD-TABELL = ZERO
             DISPLAY "Inga cykelpositioner att skorda ur"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

      *> Hamtar nattens inrakning per position ur LEKCYKELs
      *> censusfil. Utan den finns inget att planera pa, och en fil
      *> med brutet sigill planeras det inte pa.
       C-LASA-CENSUS SECTION.

          MOVE "PROVA" TO SG-FUNKTION
          MOVE WS-CENSUS-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          IF SG-RESULTAT = "N"
             DISPLAY "BRUTET SIGILL: " WS-CENSUS-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT LEKCYKEL-CENSUS-LASFIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Ingen inrakning per position for "
                WS-RUN-DATE " (" WS-CENSUS-FILENAME ")"
             DISPLAY "LEKCYKEL maste ha korts for dagen"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          INITIALIZE UTAN-SKORD-TABELL
          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ LEKCYKEL-CENSUS-LASFIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF CN-RUN-DATE IS NUMERIC
                            AND CN-POSITION IS NUMERIC
                            AND CN-POSITION <= 8
                            AND CN-ANTAL IS NUMERIC
                         MOVE CN-ANTAL TO UTAN-ANTAL(CN-POSITION + 1)
                         ADD 1 TO ANTAL-POSITIONER-LASTA
                      END-IF
             END-READ
          END-PERFORM

          CLOSE LEKCYKEL-CENSUS-LASFIL

          IF ANTAL-POSITIONER-LASTA NOT = 9
             DISPLAY "Censusfilen har " ANTAL-POSITIONER-LASTA
                " positionsrader, vantade 9 - " WS-CENSUS-FILENAME
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE UTAN-SKORD-TABELL TO MED-SKORD-TABELL
          .

      *> Projicerar bada bestanden dag for dag och skordar i
      *> fonstret det som ligger over taket.
       D-PLANERA SECTION.

          OPEN OUTPUT KVOTSCHEMA-FIL

          MOVE IND2-FILESTATUS TO WS-FILSTATUS
          MOVE "KVOTSCHEMA-FIL" TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          OPEN OUTPUT KVOTRAPPORT-FIL

          MOVE IND3-FILESTATUS TO WS-FILSTATUS
          MOVE "KVOTRAPPORT-FIL" TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          PERFORM VARYING DAG-NR FROM 1 BY 1
             UNTIL DAG-NR > PROJEKTIONS-DAGAR

             COMPUTE DAG-DATUM = FUNCTION DATE-OF-INTEGER
                (DAGNR-IDAG + DAG-NR)

             MOVE UTAN-SKORD-TABELL TO CYKEL-TABELL
             PERFORM X-ETT-DYGN
             MOVE CYKEL-TABELL TO UTAN-SKORD-TABELL
             MOVE POPULATION TO POP-UTAN

             MOVE MED-SKORD-TABELL TO CYKEL-TABELL
             PERFORM X-ETT-DYGN
             MOVE CYKEL-TABELL TO MED-SKORD-TABELL
             MOVE POPULATION TO POP-MED

             MOVE ZERO TO DAGSKVOT

             IF DAG-NR >= FONSTER-FRAN
                   AND DAG-NR <= FONSTER-TILL
                   AND POP-MED > KAPACITETSTAK
                PERFORM D1-SKORDA
             END-IF

             PERFORM D2-SKRIV-DAG
          END-PERFORM

          CLOSE KVOTSCHEMA-FIL
          CLOSE KVOTRAPPORT-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-SCHEMA-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-RAPPORT-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM
          .

      *> Tar dagens overskott ur de valda positionerna, narmast lek
      *> forst, och skriver en schemarad per position som bidrar.
       D1-SKORDA SECTION.

          COMPUTE OVERSKOTT = POP-MED - KAPACITETSTAK

          PERFORM VARYING CYKEL-SKIFT FROM 1 BY 1
             UNTIL CYKEL-SKIFT > 9 OR OVERSKOTT = ZERO

             IF POSITION-VALD(CYKEL-SKIFT) = 1
                   AND MED-ANTAL(CYKEL-SKIFT) > ZERO

                IF MED-ANTAL(CYKEL-SKIFT) < OVERSKOTT
                   MOVE MED-ANTAL(CYKEL-SKIFT) TO UTTAG
                ELSE
                   MOVE OVERSKOTT TO UTTAG
                END-IF

                SUBTRACT UTTAG FROM MED-ANTAL(CYKEL-SKIFT)
                SUBTRACT UTTAG FROM OVERSKOTT
                ADD UTTAG TO DAGSKVOT

                MOVE SPACES TO KVOTSCHEMA-REC
                MOVE WS-RUN-DATE TO KS-RUN-DATE
                MOVE DAG-NR TO KS-DAG
                MOVE DAG-DATUM TO KS-DATUM
                COMPUTE KS-POSITION = CYKEL-SKIFT - 1
                MOVE UTTAG TO KS-KVOT
                WRITE KVOTSCHEMA-REC
                ADD 1 TO ANTAL-SCHEMARADER
             END-IF
          END-PERFORM

          SUBTRACT DAGSKVOT FROM POP-MED
          ADD DAGSKVOT TO SUMMA-KVOT
          ADD 1 TO ANTAL-SKORDEDAGAR
          .

       D2-SKRIV-DAG SECTION.

          MOVE SPACES TO KVOTRAPPORT-REC
          MOVE WS-RUN-DATE TO KR-RUN-DATE
          MOVE DAG-NR TO KR-DAG
          MOVE DAG-DATUM TO KR-DATUM
          MOVE POP-UTAN TO KR-POP-UTAN
          MOVE POP-MED TO KR-POP-MED
          MOVE DAGSKVOT TO KR-DAGSKVOT
          MOVE SUMMA-KVOT TO KR-SUMMA-KVOT

          IF POP-MED > KAPACITETSTAK
             ADD 1 TO ANTAL-DAGAR-OVER-TAK
             EVALUATE TRUE
                WHEN DAG-NR < FONSTER-FRAN
                   MOVE "FORE FONSTER" TO KR-FLAGGA
                WHEN DAG-NR > FONSTER-TILL
                   MOVE "EFTER FONSTER" TO KR-FLAGGA
                WHEN OTHER
                   MOVE "OVER TAK" TO KR-FLAGGA
             END-EVALUATE
          END-IF

          WRITE KVOTRAPPORT-REC
          .

      *> Ett dygns steg i cykelmodellen pa arbetsvektorn, samma
      *> regler som LEKCYKELs grundmodell: position 0-bestandet
      *> leker, allt skjuts ned ett steg, foraldrarna till
      *> position 6 och avkomman till position 8. Ett tak som slar
      *> i (mer an 18 siffror) stoppar korningen.
       X-ETT-DYGN SECTION.

          MOVE CYKEL-ANTAL(1) TO LEKARE

          PERFORM VARYING CYKEL-SKIFT FROM 1 BY 1
             UNTIL CYKEL-SKIFT > 8
             MOVE CYKEL-ANTAL(CYKEL-SKIFT + 1)
                TO CYKEL-ANTAL(CYKEL-SKIFT)
          END-PERFORM
          MOVE ZERO TO CYKEL-ANTAL(9)

          ADD LEKARE TO CYKEL-ANTAL(7)
             ON SIZE ERROR SET OVERSVAMNING TO TRUE
          END-ADD
          ADD LEKARE TO CYKEL-ANTAL(9)
             ON SIZE ERROR SET OVERSVAMNING TO TRUE
          END-ADD

          MOVE ZERO TO POPULATION

          PERFORM VARYING CYKEL-SKIFT FROM 1 BY 1
             UNTIL CYKEL-SKIFT > 9
             ADD CYKEL-ANTAL(CYKEL-SKIFT) TO POPULATION
                ON SIZE ERROR SET OVERSVAMNING TO TRUE
             END-ADD
          END-PERFORM

          IF OVERSVAMNING
             DISPLAY "Avbryter - populationen ryms inte i 18 "
                "siffror vid dag " DAG-NR
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

       N-AVSLUTA SECTION.

          DISPLAY "Skordedagar: " ANTAL-SKORDEDAGAR
             " - samlad kvot " SUMMA-KVOT
          DISPLAY "Population dag " PROJEKTIONS-DAGAR
             " utan skord: " POP-UTAN
          DISPLAY "Population dag " PROJEKTIONS-DAGAR
             " med skord:  " POP-MED
          IF ANTAL-DAGAR-OVER-TAK NOT = ZERO
             DISPLAY "Dagar over taket: " ANTAL-DAGAR-OVER-TAK
          END-IF
          DISPLAY "Kvotschema skrivet: " WS-SCHEMA-FILENAME
          DISPLAY "Kvotrapport skriven: " WS-RAPPORT-FILENAME

          PERFORM Z9-SKRIV-KORNINGSAUDIT

          STOP RUN
          .

      *> Fyller i korningens rad i den gemensamma korningsauditen -
      *> vad korningen faktiskt fick, vad den gjorde av det och hur
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "LEKKVOT" TO RA-PROGRAM
          MOVE WS-CENSUS-FILENAME TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          STRING "FONSTER=" DELIMITED BY SIZE
                 FONSTER-FRAN DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 FONSTER-TILL DELIMITED BY SIZE
              INTO RA-PARAMETRAR
          MOVE ANTAL-POSITIONER-LASTA TO RA-ANTAL-IN
          MOVE ANTAL-DAGAR-OVER-TAK TO RA-ANTAL-AVVISADE
          MOVE ANTAL-SCHEMARADER TO RA-ANTAL-SKRIVNA
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
                         IF PD-PROGRAM = "LEKKVOT"
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
             WHEN "TAK"
                IF PD-VARDE(1:12) IS NOT NUMERIC
                      OR PD-VARDE(1:12) = "000000000000"
                   DISPLAY "Ogiltigt varde for TAK: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:12) TO KAPACITETSTAK
             WHEN "FRAN"
                IF PD-VARDE(1:3) IS NOT NUMERIC
                      OR PD-VARDE(1:3) = "000"
                   DISPLAY "Ogiltigt varde for FRAN: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:3) TO FONSTER-FRAN
             WHEN "TILL"
                IF PD-VARDE(1:3) IS NOT NUMERIC
                      OR PD-VARDE(1:3) = "000"
                   DISPLAY "Ogiltigt varde for TILL: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:3) TO FONSTER-TILL
             WHEN "DAGAR"
                IF PD-VARDE(1:3) IS NOT NUMERIC
                      OR PD-VARDE(1:3) = "000"
                   DISPLAY "Ogiltigt varde for DAGAR: " PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:3) TO PROJEKTIONS-DAGAR
             WHEN "POSITIONER"
                MOVE PD-VARDE(1:9) TO KVOT-POSITIONER
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
