       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT DASHBOARD-LASFIL ASSIGN DYNAMIC
             WS-DASHBOARD-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT PLATSREG-FIL ASSIGN "batch/platsregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLATSREG-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> programresultat och en TRL-post med postantal och
      *> hashsumma (summan av detaljvardena) - det ar de tva sista
      *> landkontoret stammer av mot for att upptacka en tappad
      *> eller dubblerad overforing. Platskoden star i HDR- och
      *> detaljposterna - blank for den ursprungliga platsen, ALLA
      *> i en overforing for alla platser. Den senare har dessutom
      *> en TOT-post per program med summan over platserna; den ar
      *> en kontrollsumma och raknas inte i TRL-posten.
       FD OVERFORING-FIL.
       01 OVERFORING-REC PIC X(40).

          05 OH-SANDARE PIC X(8).
          05 OH-DATUM PIC 9(8).
          05 OH-SEKVENS PIC 9(6).
          05 OH-PLATS PIC X(4).
          05 FILLER PIC X(11).

       01 OVERFORING-DET REDEFINES OVERFORING-REC.
          05 OD-TYP PIC X(3).
          05 OD-PROGRAM PIC X(10).
          05 OD-VARDE PIC 9(16).
          05 OD-PLATS PIC X(4).
          05 FILLER PIC X(7).

      *> ANM-posten foljer direkt efter den DET- eller ERS-post den
      *> galler och bar operatorernas anteckning pa siffran (se
      *> ANTECKNING): klassningen som en bokstav - F forklarad, U
      *> under utredning, O omraknad - och texten. Den ar ingen
      *> vardepost och raknas inte i TRL-posten.
       01 OVERFORING-ANM REDEFINES OVERFORING-REC.
          05 OA-TYP PIC X(3).
          05 OA-KLASS PIC X(1).
          05 OA-TEXT PIC X(30).
          05 OA-PLATS PIC X(4).
          05 FILLER PIC X(2).

       01 OVERFORING-TRL REDEFINES OVERFORING-REC.
          05 OT-TYP PIC X(3).
          05 OR-TYP PIC X(3).
          05 OR-PROGRAM PIC X(10).
          05 OR-VARDE PIC 9(16).
          05 OR-PLATS PIC X(4).
          05 FILLER PIC X(7).

       FD MANIFEST-FIL.
       01 MANIFEST-REC.
          05 MF-STATUS PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 MF-KLOCKSLAG PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 MF-PLATS PIC X(4).

       FD PLATSREG-FIL.
       COPY "PLATSREG-REC.cpy".

       WORKING-STORAGE SECTION.

       01 WS-OVERFORING-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-DASHBOARD-FILENAME PIC X(40).
       01 WS-KLOCKA PIC 9(8).

       01 W-FILESTATUSES.
      *> dashboardfilen - precis som balansrakningen galler darfor
      *> den SISTA raden per program, annars far landkontoret
      *> dubblerade detaljposter och en dubblad hashsumma.
       01 PROG-ANTAL PIC 9(3) VALUE ZERO.

       01 PROG-TABELL.
          05 PROG-RAD OCCURS 200 TIMES.
             10 PG-PLATS PIC X(4).
             10 PG-PROGRAM PIC X(10).
             10 PG-VARDE PIC 9(16).

       01 PROG-POS PIC 9(3).
       01 PROG-FUNNEN-SW PIC 9.
          88 PROG-FUNNEN VALUE 1.


       01 WS-ORIGINAL-FILENAME PIC X(40).

       01 ORIG-ANTAL PIC 9(3) VALUE ZERO.

       01 ORIG-TABELL.
          05 ORIG-RAD OCCURS 200 TIMES.
             10 OG-PLATS PIC X(4).
             10 OG-PROGRAM PIC X(10).
             10 OG-VARDE PIC 9(16).

       01 ORIG-POS PIC 9(3).
       01 SLUT-PA-ORIGINAL-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-ORIGINAL VALUE 1.

      *> Med argumentet ALLA byggs en enda overforing for alla
      *> platser i platsregistret ur varje plats egen dashboardfil,
      *> med platsens kod pa detaljposterna och TOT-poster per
      *> program, i filen ALLA_overforing_<datum>_<lopnummer>.txt.
      *> Manifestet haller isar platsernas overforingar
      *> (och ALLA-overforingen) med platskoden, sa att rattelselaget
      *> bara slar till for samma plats; lopnummerserien ar
      *> gemensam.
       01 WS-LAGE-ARG PIC X(4).

       01 ALLA-PLATSER-SW PIC 9 VALUE ZERO.
          88 ALLA-PLATSER VALUE 1.

       COPY "PLATSREG.cpy".

      *> Manifestets filnamn star utan platsprefix - prefixet
      *> foljer av platskoden i samma rad.
       01 MANIFEST-PLATS PIC X(4).
       01 MANIFEST-PREFIX PIC X(5).
       01 WS-OVERFORING-NAMN PIC X(30).
       01 AKTUELL-PLATS PIC X(4).

       01 TOTAL-ANTAL PIC 9(2) VALUE ZERO.

       01 TOTAL-TABELL.
          05 TOTAL-RAD OCCURS 30 TIMES.
             10 TT-PROGRAM PIC X(10).
             10 TT-VARDE PIC 9(16).

       01 TOTAL-POS PIC 9(2).

       COPY "ANTSOK-PARM.cpy".

       01 ANTAL-ANTECKNINGAR PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

       B-INIT SECTION.

          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT WS-LAGE-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-LAGE-ARG
          END-ACCEPT

          IF WS-LAGE-ARG = "ALLA"
             SET ALLA-PLATSER TO TRUE
          END-IF

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

          ACCEPT WS-AFFARSDATUM FROM ENVIRONMENT "AFFARSDATUM"
          IF WS-AFFARSDATUM IS NUMERIC
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          IF ALLA-PLATSER
             MOVE "ALLA" TO MANIFEST-PLATS
             MOVE "ALLA_" TO MANIFEST-PREFIX
          ELSE
             MOVE PLATS-KOD TO MANIFEST-PLATS
             MOVE PLATS-PREFIX TO MANIFEST-PREFIX
          END-IF

          MOVE SPACES TO WS-DASHBOARD-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dashboard_resultat.txt" DELIMITED BY SIZE
              INTO WS-DASHBOARD-FILENAME
          .

      *> Nasta lopnummer ar ett mer an det hogsta i manifestet -
      *> den har korningen ar en omkorning - den senaste filen for
      *> datumet ar den som ska reverseras.
                IF MF-DATUM = WS-RUN-DATE
                      AND MF-PLATS = MANIFEST-PLATS
                   SET RATTELSE-LAGE TO TRUE
                   MOVE SPACES TO WS-ORIGINAL-FILENAME
                   STRING MANIFEST-PREFIX DELIMITED BY SPACE
                          MF-FILNAMN DELIMITED BY SPACE
                      INTO WS-ORIGINAL-FILENAME
                END-IF

                READ MANIFEST-FIL
             PERFORM C2-LAS-ORIGINALPOSTER
          END-IF

          MOVE SPACES TO WS-OVERFORING-NAMN
          STRING "overforing_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 "_" DELIMITED BY SIZE
                 SEKVENS-NR DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-OVERFORING-NAMN

          MOVE SPACES TO WS-OVERFORING-FILENAME
          STRING MANIFEST-PREFIX DELIMITED BY SPACE
                 WS-OVERFORING-NAMN DELIMITED BY SPACE
              INTO WS-OVERFORING-FILENAME
          .

                      SET SLUT-PA-ORIGINAL TO TRUE
                   NOT AT END
                      IF (OR-TYP = "DET" OR OR-TYP = "ERS")
                            AND ORIG-ANTAL < 200
                         ADD 1 TO ORIG-ANTAL
                         MOVE OR-PLATS TO OG-PLATS(ORIG-ANTAL)
                         MOVE OR-PROGRAM
                            TO OG-PROGRAM(ORIG-ANTAL)
                         MOVE OR-VARDE TO OG-VARDE(ORIG-ANTAL)

       D-BYGG-OVERFORING SECTION.

          IF ALLA-PLATSER
             COPY "PLATSREG-LAS.cpy".

             PERFORM VARYING PLATSREG-POS FROM 1 BY 1
                UNTIL PLATSREG-POS > PLATSREG-ANTAL
                MOVE PT-KOD(PLATSREG-POS) TO AKTUELL-PLATS
                MOVE SPACES TO WS-DASHBOARD-FILENAME
                STRING PT-PREFIX(PLATSREG-POS) DELIMITED BY SPACE
                       "dashboard_resultat.txt" DELIMITED BY SIZE
                    INTO WS-DASHBOARD-FILENAME
                PERFORM D1-LAS-DASHBOARD
             END-PERFORM
          ELSE
             MOVE PLATS-KOD TO AKTUELL-PLATS
             PERFORM D1-LAS-DASHBOARD
          END-IF

          OPEN OUTPUT OVERFORING-FIL
          MOVE "UBATSVIT" TO OH-SANDARE
          MOVE WS-RUN-DATE TO OH-DATUM
          MOVE SEKVENS-NR TO OH-SEKVENS
          MOVE MANIFEST-PLATS TO OH-PLATS
          WRITE OVERFORING-REC

          IF RATTELSE-LAGE
             PERFORM VARYING ORIG-POS FROM 1 BY 1
                UNTIL ORIG-POS > ORIG-ANTAL

                MOVE SPACES TO OVERFORING-REC
                MOVE "REV" TO OD-TYP
                MOVE OG-PLATS(ORIG-POS) TO OD-PLATS
                MOVE OG-PROGRAM(ORIG-POS) TO OD-PROGRAM
                MOVE OG-VARDE(ORIG-POS) TO OD-VARDE
                WRITE OVERFORING-REC

                ADD 1 TO ANTAL-DETALJER
                ADD OG-VARDE(ORIG-POS) TO HASH-SUMMA
             END-PERFORM
          END-IF

          PERFORM VARYING PROG-POS FROM 1 BY 1
             UNTIL PROG-POS > PROG-ANTAL

             MOVE SPACES TO OVERFORING-REC

             IF RATTELSE-LAGE
                MOVE "ERS" TO OD-TYP
             ELSE
                MOVE "DET" TO OD-TYP
             END-IF

             MOVE PG-PLATS(PROG-POS) TO OD-PLATS
             MOVE PG-PROGRAM(PROG-POS) TO OD-PROGRAM
             MOVE PG-VARDE(PROG-POS) TO OD-VARDE
             WRITE OVERFORING-REC

             ADD 1 TO ANTAL-DETALJER
             ADD PG-VARDE(PROG-POS) TO HASH-SUMMA

             PERFORM D3-SKRIV-ANTECKNING
          END-PERFORM

          IF ALLA-PLATSER
             PERFORM D2-SKRIV-TOTALER
          END-IF

          MOVE SPACES TO OVERFORING-REC
          MOVE "TRL" TO OT-TYP
          MOVE ANTAL-DETALJER TO OT-ANTAL
          MOVE HASH-SUMMA TO OT-HASH
          WRITE OVERFORING-REC

          CLOSE OVERFORING-FIL
          .

      *> Laser en plats dashboardfil till programtabellen.
      *> Bara dagens resultatrader - jamforelsesektionens JMF-rader
      *> och anteckningarnas ANM-rader hor dashboarden till, inte
      *> granssnittet (anteckningen slas upp direkt i D3). Sista
      *> raden per plats och program vinner.
       D1-LAS-DASHBOARD SECTION.

          OPEN INPUT DASHBOARD-LASFIL

          IF IND1-FILESTATUS NOT = "00"
             IF ALLA-PLATSER
                DISPLAY "Plats " AKTUELL-PLATS
                   ": ingen dashboardfil " WS-DASHBOARD-FILENAME(1:30)
                EXIT SECTION
             END-IF
             DISPLAY "Ingen dashboard_resultat.txt - "
                "inget att overfora"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          INITIALIZE END-OF-FILE-SW

          READ DASHBOARD-LASFIL

          PERFORM UNTIL END-OF-FILE

             IF DB-RUN-DATE = WS-RUN-DATE
                   AND DB-VARDE(1:3) NOT = "JMF"
                   AND DB-VARDE(1:3) NOT = "ANM"
                MOVE ZERO TO DETALJ-VARDE

                IF DB-VARDE(1:1) >= "0" AND DB-VARDE(1:1) <= "9"

                PERFORM VARYING PROG-POS FROM 1 BY 1
                   UNTIL PROG-POS > PROG-ANTAL OR PROG-FUNNEN
                   IF PG-PLATS(PROG-POS) = AKTUELL-PLATS
                         AND PG-PROGRAM(PROG-POS) = DB-PROGRAM
                      SET PROG-FUNNEN TO TRUE
                      MOVE DETALJ-VARDE TO PG-VARDE(PROG-POS)
                   END-IF
                END-PERFORM

                IF NOT PROG-FUNNEN AND PROG-ANTAL < 200
                   ADD 1 TO PROG-ANTAL
                   MOVE AKTUELL-PLATS TO PG-PLATS(PROG-ANTAL)
                   MOVE DB-PROGRAM TO PG-PROGRAM(PROG-ANTAL)
                   MOVE DETALJ-VARDE TO PG-VARDE(PROG-ANTAL)
                END-IF
          END-PERFORM

          CLOSE DASHBOARD-LASFIL
          .

      *> TOT-posterna: programmets varde summerat over platserna.
       D2-SKRIV-TOTALER SECTION.

          PERFORM VARYING PROG-POS FROM 1 BY 1
             UNTIL PROG-POS > PROG-ANTAL

             INITIALIZE PROG-FUNNEN-SW

             PERFORM VARYING TOTAL-POS FROM 1 BY 1
                UNTIL TOTAL-POS > TOTAL-ANTAL OR PROG-FUNNEN
                IF TT-PROGRAM(TOTAL-POS) = PG-PROGRAM(PROG-POS)
                   SET PROG-FUNNEN TO TRUE
                   ADD PG-VARDE(PROG-POS) TO TT-VARDE(TOTAL-POS)
                END-IF
             END-PERFORM

             IF NOT PROG-FUNNEN AND TOTAL-ANTAL < 30
                ADD 1 TO TOTAL-ANTAL
                MOVE PG-PROGRAM(PROG-POS) TO TT-PROGRAM(TOTAL-ANTAL)
                MOVE PG-VARDE(PROG-POS) TO TT-VARDE(TOTAL-ANTAL)
             END-IF
          END-PERFORM

          PERFORM VARYING TOTAL-POS FROM 1 BY 1
             UNTIL TOTAL-POS > TOTAL-ANTAL
             MOVE SPACES TO OVERFORING-REC
             MOVE "TOT" TO OD-TYP
             MOVE "ALLA" TO OD-PLATS
             MOVE TT-PROGRAM(TOTAL-POS) TO OD-PROGRAM
             MOVE TT-VARDE(TOTAL-POS) TO OD-VARDE
             WRITE OVERFORING-REC
          END-PERFORM
          .

      *> Har en operator antecknat platsens siffra for dagen far
      *> landkontoret forklaringen i en ANM-post direkt efter
      *> vardeposten.
       D3-SKRIV-ANTECKNING SECTION.

          MOVE PG-PROGRAM(PROG-POS) TO AN-PROGRAM
          MOVE WS-RUN-DATE TO AN-DATUM
          MOVE SPACES TO AN-FAMILJ
          MOVE PG-PLATS(PROG-POS) TO AN-PLATS
          CALL "ANTSOK" USING ANTSOK-PARM

          IF AN-RESULTAT = "J"
             MOVE SPACES TO OVERFORING-REC
             MOVE "ANM" TO OA-TYP
             MOVE AN-KLASS(1:1) TO OA-KLASS
             MOVE AN-TEXT TO OA-TEXT
             MOVE PG-PLATS(PROG-POS) TO OA-PLATS
             WRITE OVERFORING-REC

             ADD 1 TO ANTAL-ANTECKNINGAR
          END-IF
          .

       E-BOKFOR-MANIFEST SECTION.
          MOVE SPACES TO MANIFEST-REC
          MOVE SEKVENS-NR TO MF-SEKVENS
          MOVE WS-RUN-DATE TO MF-DATUM
          MOVE WS-OVERFORING-NAMN TO MF-FILNAMN

          IF RATTELSE-LAGE
             MOVE "RATTELSE" TO MF-STATUS
             MOVE "SKICKAD" TO MF-STATUS
          END-IF
          MOVE WS-KLOCKA(1:6) TO MF-KLOCKSLAG
          MOVE MANIFEST-PLATS TO MF-PLATS

          WRITE MANIFEST-REC

          DISPLAY "Antal detaljposter: " ANTAL-DETALJER
             " Hashsumma: " HASH-SUMMA

          IF ANTAL-ANTECKNINGAR NOT = ZERO
             DISPLAY "Antal anteckningsposter: " ANTAL-ANTECKNINGAR
          END-IF

          STOP RUN
          .
