       IDENTIFICATION DIVISION.

       PROGRAM-ID. JOURNAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT JOURNAL-FIL ASSIGN "masterjournal.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT MASTER-FIL ASSIGN DYNAMIC
             JN-MASTER
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JOURNAL-FIL.
       COPY "MASTERJOURNAL-REC.cpy"
           REPLACING ==:PREFIX:== BY ==MJ==.

       FD MASTER-FIL.
       01 MASTER-REC PIC X(10).

       WORKING-STORAGE SECTION.

      *> Journalmodulen for masteromskrivningarna: forebild fore,
      *> commit-rad efter, och aterstallning av en omskrivning som
      *> aldrig blev klar. En master som dog halvvags ska inte kosta
      *> en dag av manuell aterlasning fran RADDNINGs senaste bunt.
       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.

       01 SLUT-PA-JOURNAL-SW PIC 9.
          88 SLUT-PA-JOURNAL VALUE 1.

       01 SENASTE-STATUS PIC X(6).
       01 SENASTE-FORE PIC X.
       01 NY-STATUS PIC X(6).
       01 NY-FORE PIC X.

       01 WS-CMD PIC X(120).
       01 WS-KLOCKA PIC 9(8).

       COPY "PLATS.cpy".

       LINKAGE SECTION.

       COPY "JOURNAL-PARM.cpy".

       PROCEDURE DIVISION USING JOURNAL-PARM.

       A-MAIN SECTION.

          MOVE "N" TO JN-RESULTAT

          EVALUATE JN-FUNKTION
             WHEN "FORE "
                PERFORM B-LAS-JOURNAL
                PERFORM C-TA-FOREBILD
             WHEN "KLAR "
                MOVE "KLAR" TO NY-STATUS
                MOVE SPACE TO NY-FORE
                PERFORM Y-SKRIV-JOURNALRAD
                MOVE "J" TO JN-RESULTAT
             WHEN "ATER "
                PERFORM B-LAS-JOURNAL
                IF SENASTE-STATUS = "OPPEN"
                   PERFORM D-ATERSTALL
                ELSE
                   MOVE "J" TO JN-RESULTAT
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE

          MOVE JN-RETURKOD TO RETURN-CODE

          GOBACK
          .

      *> Masterns senaste journalrad avgor dess lage.
       B-LAS-JOURNAL SECTION.

          MOVE SPACES TO SENASTE-STATUS
          MOVE SPACE TO SENASTE-FORE
          INITIALIZE SLUT-PA-JOURNAL-SW

          OPEN INPUT JOURNAL-FIL

          IF IND1-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-JOURNAL
                READ JOURNAL-FIL
                      AT END
                         SET SLUT-PA-JOURNAL TO TRUE
                      NOT AT END
                         IF MJ-MASTER = JN-MASTER
                            MOVE MJ-STATUS TO SENASTE-STATUS
                            IF MJ-STATUS = "OPPEN"
                               MOVE MJ-FORE TO SENASTE-FORE
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE JOURNAL-FIL
          END-IF
          .

      *> Ar den forra omskrivningen fortfarande oppen ar mastern
      *> trasig och forebilden den enda hela versionen - den lagges
      *> tillbaka i stallet for att skrivas over med en ny bild av
      *> den trasiga mastern. Gar det inte far mastern inte skrivas
      *> om.
       C-TA-FOREBILD SECTION.

          IF SENASTE-STATUS = "OPPEN"
             DISPLAY "Omskrivningen av " JN-MASTER
                " blev aldrig klar - forebilden lagges tillbaka"
             PERFORM D-ATERSTALL
             IF JN-RESULTAT = "N"
                EXIT SECTION
             END-IF
             MOVE "N" TO JN-RESULTAT
          END-IF

          MOVE "mkdir -p journal" TO WS-CMD
          CALL "SYSTEM" USING WS-CMD

          OPEN INPUT MASTER-FIL

          IF IND2-FILESTATUS = "00"
             CLOSE MASTER-FIL

             MOVE SPACES TO WS-CMD
             STRING "cp " DELIMITED BY SIZE
                    JN-MASTER DELIMITED BY SPACE
                    " journal/" DELIMITED BY SIZE
                    JN-MASTER DELIMITED BY SPACE
                    ".fore" DELIMITED BY SIZE
                 INTO WS-CMD
             CALL "SYSTEM" USING WS-CMD

             IF RETURN-CODE NOT = ZERO
                DISPLAY "Forebilden av " JN-MASTER
                   " kunde inte tas"
                EXIT SECTION
             END-IF

             MOVE "J" TO NY-FORE
          ELSE
             MOVE "N" TO NY-FORE
          END-IF

          MOVE "OPPEN" TO NY-STATUS
          PERFORM Y-SKRIV-JOURNALRAD
          MOVE "J" TO JN-RESULTAT
          .

      *> Fanns mastern inte fore omskrivningen tas den bort - da ar
      *> lage som fore korningen aterstallt aven for en ny master.
       D-ATERSTALL SECTION.

          MOVE SPACES TO WS-CMD

          IF SENASTE-FORE = "J"
             STRING "cp journal/" DELIMITED BY SIZE
                    JN-MASTER DELIMITED BY SPACE
                    ".fore " DELIMITED BY SIZE
                    JN-MASTER DELIMITED BY SPACE
                 INTO WS-CMD
          ELSE
             STRING "rm -f " DELIMITED BY SIZE
                    JN-MASTER DELIMITED BY SPACE
                 INTO WS-CMD
          END-IF

          CALL "SYSTEM" USING WS-CMD

          IF RETURN-CODE NOT = ZERO
             DISPLAY "Forebilden av " JN-MASTER
                " kunde inte laggas tillbaka"
             MOVE "N" TO JN-RESULTAT
             EXIT SECTION
          END-IF

          MOVE "ATERST" TO NY-STATUS
          MOVE SENASTE-FORE TO NY-FORE
          PERFORM Y-SKRIV-JOURNALRAD

          IF SENASTE-FORE = "J"
             MOVE "J" TO JN-RESULTAT
          ELSE
             MOVE "B" TO JN-RESULTAT
          END-IF
          .

      *> Samma EXTEND-med-35-fallback som generationskatalogen.
      *> Journalen delas av alla platser, sa raden far korningens
      *> platskod - ATERRULLA ror bara sin egen plats rader.
       Y-SKRIV-JOURNALRAD SECTION.

          COPY "PLATS-LAS.cpy".

          OPEN EXTEND JOURNAL-FIL

          IF IND1-FILESTATUS = "35"
             OPEN OUTPUT JOURNAL-FIL
          END-IF

          MOVE SPACES TO MJ-MASTERJOURNAL-REC
          MOVE JN-DATUM TO MJ-DATUM
          ACCEPT WS-KLOCKA FROM TIME
          MOVE WS-KLOCKA(1:6) TO MJ-KLOCKSLAG
          MOVE JN-PROGRAM TO MJ-PROGRAM
          MOVE NY-STATUS TO MJ-STATUS
          MOVE NY-FORE TO MJ-FORE
          MOVE JN-MASTER TO MJ-MASTER
          MOVE PLATS-KOD TO MJ-PLATS

          WRITE MJ-MASTERJOURNAL-REC

          CLOSE JOURNAL-FIL
          .
