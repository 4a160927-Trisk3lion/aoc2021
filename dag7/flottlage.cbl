       IDENTIFICATION DIVISION.

       PROGRAM-ID. FLOTTLAGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT DIVE2-RESULT-LASFIL ASSIGN DYNAMIC
             WS-DIVE2-RESULT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT DIVE2-RANK-LASFIL ASSIGN DYNAMIC
             WS-DIVE2-RANK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT FLOTTINDATA-FIL ASSIGN DYNAMIC
             WS-INDATA-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT FLOTTLAGE-LISTA-FIL ASSIGN DYNAMIC
             WS-LISTA-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Samma postlayout som DIVE2-RESULT-REC i DIVE2.
       FD DIVE2-RESULT-LASFIL.
       01 DIVE2-RESULT-REC.
          05 DR-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 DR-SUB-ID PIC X(10).
          05 FILLER PIC X.
          05 DR-DJUP PIC 9(6).
          05 FILLER PIC X.
          05 DR-FRAMDRIFT PIC 9(6).
          05 FILLER PIC X.
          05 DR-SUMMA PIC 9(12).
          05 FILLER PIC X.
          05 DR-TOTAL-DISTANS PIC 9(9).
          05 FILLER PIC X.
          05 DR-ANTAL-RADER PIC 9(6).

      *> Samma postlayout som DIVE2-RANK-REC i DIVE2.
       FD DIVE2-RANK-LASFIL.
       01 DIVE2-RANK-REC.
          05 RK-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 RK-RANK PIC 9(3).
          05 FILLER PIC X.
          05 RK-SUB-ID PIC X(10).
          05 FILLER PIC X.
          05 RK-SUMMA PIC 9(12).
          05 FILLER PIC X.
          05 RK-DJUP-AVV PIC 9(3).
          05 FILLER PIC X.
          05 RK-FRAMDRIFT-AVV PIC 9(3).
          05 FILLER PIC X.
          05 RK-DISTANS-AVV PIC 9(3).
          05 FILLER PIC X.
          05 RK-FLAGGA PIC X(7).
          05 FILLER PIC X.
          05 RK-SERVICE PIC X(8).

      *> FLOTTLINJEs indata i HDR/TRL-form: en SUB-rad per
      *> medtagen sub med dess slutposition. FLOTTLINJE bar
      *> sub-id:t vidare till sin detaljfil.
       FD FLOTTINDATA-FIL.
       01 FLOTTINDATA-REC.
          05 FI-TAGG PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 FI-SUB-ID PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 FI-POSITION PIC 9(4).

       01 FLOTTINDATA-HDR-REC.
          05 FH-TAGG PIC X(3).
          05 FH-ANTAL PIC 9(7).
          05 FH-DATUM PIC 9(8).

       01 FLOTTINDATA-TRL-REC.
          05 FT-TAGG PIC X(3).
          05 FT-ANTAL PIC 9(7).

      *> Forteckningen over vilka subbar som gick in i filen och
      *> vilka som holls utanfor - och varfor.
       FD FLOTTLAGE-LISTA-FIL.
       01 FLOTTLAGE-LISTA-REC.
          05 FG-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 FG-SUB-ID PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 FG-FRAMDRIFT PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 FG-BESLUT PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 FG-ORSAK PIC X(10).

       WORKING-STORAGE SECTION.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

      *> Granssnittet DIVE2 -> FLOTTLINJE: kvallens slutpositioner
      *> (DR-FRAMDRIFT per DR-SUB-ID) blir FLOTTLINJEs
      *> positionsfil, sa att motesplanen bygger pa var flottan
      *> faktiskt ar i kvall. En sub tas med bara om den finns i
      *> DIVE2s rankning utan flagga - AVVIKAR (utliggare mot
      *> flottans median) eller FORSENAD (over serviceintervallet)
      *> haller den utanfor, liksom en sub som aldrig kom med i
      *> rankningen och en slutposition utanfor FLOTTLINJEs skala
      *> 0-9999. Subbar som DIVE2 avvisade har ingen resultatrad
      *> och kommer darfor aldrig hit.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-DIVE2-RESULT-FILENAME PIC X(40).
       01 WS-DIVE2-RANK-FILENAME PIC X(40).
       01 WS-INDATA-FILENAME PIC X(40).
       01 WS-LISTA-FILENAME PIC X(40).

       01 RANK-ANTAL PIC 9(3) VALUE ZERO.

       01 RANK-TABELL.
          05 RANK-RAD OCCURS 100 TIMES
                INDEXED BY RANK-INDEX.
             10 RT-SUB-ID PIC X(10).
             10 RT-FLAGGA PIC X(7).
             10 RT-SERVICE PIC X(8).

       01 SLUT-PA-RANK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-RANK VALUE 1.

       01 SLUT-PA-RESULTAT-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-RESULTAT VALUE 1.

       01 RANK-FUNNEN-SW PIC 9.
          88 RANK-FUNNEN VALUE 1.

       01 ORSAK-HOLDER PIC X(10).

       01 ANTAL-LASTA PIC 9(6) VALUE ZERO.
       01 ANTAL-MED PIC 9(6) VALUE ZERO.
       01 ANTAL-UTESLUTNA PIC 9(6) VALUE ZERO.

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-RANKNING
          PERFORM D-BYGG-INDATA
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

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_resultat_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-DIVE2-RESULT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dive2_rankning_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-DIVE2-RANK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "flottlinje_indata_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-INDATA-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "flottlage_lista_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-LISTA-FILENAME
          .

      *> Laser dagens rankning. Utan rankningsfil rankades ingen sub
      *> i kvall - da tas heller ingen med.
       C-LASA-RANKNING SECTION.

          OPEN INPUT DIVE2-RANK-LASFIL

          IF IND2-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-RANK
                READ DIVE2-RANK-LASFIL
                      AT END
                         SET SLUT-PA-RANK TO TRUE
                      NOT AT END
                         IF RANK-ANTAL < 100
                            ADD 1 TO RANK-ANTAL
                            MOVE RK-SUB-ID TO RT-SUB-ID(RANK-ANTAL)
                            MOVE RK-FLAGGA TO RT-FLAGGA(RANK-ANTAL)
                            MOVE RK-SERVICE
                               TO RT-SERVICE(RANK-ANTAL)
                         END-IF
                END-READ
             END-PERFORM

             CLOSE DIVE2-RANK-LASFIL
          ELSE
             DISPLAY "Ingen rankningsfil idag: "
                WS-DIVE2-RANK-FILENAME
          END-IF
          .

      *> Laser DIVE2s resultat tva ganger: forst for att rakna de
      *> medtagna subbarna till headerposten, sedan for att skriva
      *> dem.
       D-BYGG-INDATA SECTION.

          OPEN INPUT DIVE2-RESULT-LASFIL

          MOVE IND1-FILESTATUS TO WS-FILSTATUS
          MOVE WS-DIVE2-RESULT-FILENAME TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          PERFORM UNTIL SLUT-PA-RESULTAT
             READ DIVE2-RESULT-LASFIL
                   AT END
                      SET SLUT-PA-RESULTAT TO TRUE
                   NOT AT END
                      PERFORM D1-BEDOM-SUB
                      IF ORSAK-HOLDER = SPACES
                         ADD 1 TO ANTAL-MED
                      END-IF
             END-READ
          END-PERFORM

          CLOSE DIVE2-RESULT-LASFIL

          OPEN OUTPUT FLOTTINDATA-FIL
          OPEN OUTPUT FLOTTLAGE-LISTA-FIL

          MOVE SPACES TO FLOTTINDATA-HDR-REC
          MOVE "HDR" TO FH-TAGG
          MOVE ANTAL-MED TO FH-ANTAL
          MOVE WS-RUN-DATE TO FH-DATUM
          WRITE FLOTTINDATA-HDR-REC

          OPEN INPUT DIVE2-RESULT-LASFIL

          MOVE IND1-FILESTATUS TO WS-FILSTATUS
          MOVE WS-DIVE2-RESULT-FILENAME TO WS-FILSTATUS-FIL
          PERFORM Z-KONTROLLERA-FILSTATUS

          INITIALIZE SLUT-PA-RESULTAT-SW

          PERFORM UNTIL SLUT-PA-RESULTAT
             READ DIVE2-RESULT-LASFIL
                   AT END
                      SET SLUT-PA-RESULTAT TO TRUE
                   NOT AT END
                      ADD 1 TO ANTAL-LASTA
                      PERFORM D1-BEDOM-SUB
                      PERFORM D2-SKRIV-SUB
             END-READ
          END-PERFORM

          CLOSE DIVE2-RESULT-LASFIL

          MOVE SPACES TO FLOTTINDATA-TRL-REC
          MOVE "TRL" TO FT-TAGG
          MOVE ANTAL-MED TO FT-ANTAL
          WRITE FLOTTINDATA-TRL-REC

          CLOSE FLOTTINDATA-FIL
          CLOSE FLOTTLAGE-LISTA-FIL
          .

      *> Satter ORSAK-HOLDER till skalet att halla subben utanfor,
      *> eller blankt nar den tas med.
       D1-BEDOM-SUB SECTION.

          MOVE SPACES TO ORSAK-HOLDER
          INITIALIZE RANK-FUNNEN-SW

          SET RANK-INDEX TO 1
          SEARCH RANK-RAD
             WHEN RANK-INDEX > RANK-ANTAL
                CONTINUE
             WHEN RT-SUB-ID(RANK-INDEX) = DR-SUB-ID
                SET RANK-FUNNEN TO TRUE
          END-SEARCH

          EVALUATE TRUE
             WHEN NOT RANK-FUNNEN
                MOVE "EJ RANKAD" TO ORSAK-HOLDER
             WHEN RT-FLAGGA(RANK-INDEX) NOT = SPACES
                MOVE RT-FLAGGA(RANK-INDEX) TO ORSAK-HOLDER
             WHEN RT-SERVICE(RANK-INDEX) NOT = SPACES
                MOVE RT-SERVICE(RANK-INDEX) TO ORSAK-HOLDER
             WHEN DR-FRAMDRIFT > 9999
                MOVE "UTOM SKALA" TO ORSAK-HOLDER
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          .

       D2-SKRIV-SUB SECTION.

          MOVE SPACES TO FLOTTLAGE-LISTA-REC
          MOVE WS-RUN-DATE TO FG-RUN-DATE
          MOVE DR-SUB-ID TO FG-SUB-ID
          MOVE DR-FRAMDRIFT TO FG-FRAMDRIFT

          IF ORSAK-HOLDER = SPACES
             MOVE SPACES TO FLOTTINDATA-REC
             MOVE "SUB" TO FI-TAGG
             MOVE DR-SUB-ID TO FI-SUB-ID
             MOVE DR-FRAMDRIFT TO FI-POSITION
             WRITE FLOTTINDATA-REC

             MOVE "MED" TO FG-BESLUT
             DISPLAY "Med: " DR-SUB-ID " position " FI-POSITION
          ELSE
             ADD 1 TO ANTAL-UTESLUTNA
             MOVE "UTESLUTEN" TO FG-BESLUT
             MOVE ORSAK-HOLDER TO FG-ORSAK
             DISPLAY "Utesluten: " DR-SUB-ID " (" ORSAK-HOLDER ")"
          END-IF

          WRITE FLOTTLAGE-LISTA-REC
          .

       N-AVSLUTA SECTION.

          DISPLAY "Indatafil skriven: " WS-INDATA-FILENAME
          DISPLAY "Forteckning skriven: " WS-LISTA-FILENAME
          DISPLAY "Subbar med: " ANTAL-MED
             " uteslutna: " ANTAL-UTESLUTNA

          IF ANTAL-MED = ZERO
             DISPLAY "Varning: ingen sub med i kvallens flottlinje"
          END-IF

          PERFORM Z9-SKRIV-KORNINGSAUDIT

          STOP RUN
          .

      *> Fyller i korningens rad i den gemensamma korningsauditen -
      *> vad korningen faktiskt fick, vad den gjorde av det och hur
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "FLOTTLAGE" TO RA-PROGRAM
          MOVE WS-DIVE2-RESULT-FILENAME TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          MOVE ANTAL-LASTA TO RA-ANTAL-IN
          MOVE ANTAL-UTESLUTNA TO RA-ANTAL-AVVISADE
          MOVE ANTAL-MED TO RA-ANTAL-SKRIVNA
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
