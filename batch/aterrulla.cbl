       IDENTIFICATION DIVISION.

       PROGRAM-ID. ATERRULLA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT JOURNAL-FIL ASSIGN "masterjournal.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT RAPPORT-FIL ASSIGN DYNAMIC
             WS-RAPPORT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT LARM-FIL ASSIGN "larmcentral.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JOURNAL-FIL.
       COPY "MASTERJOURNAL-REC.cpy"
           REPLACING ==:PREFIX:== BY ==MJ==.

      *> Journalrapporten: en rad per omskrivning som rullats
      *> tillbaka - mastern, programmet som skrev om den, nar
      *> omskrivningen oppnades och vad som gjordes.
       FD RAPPORT-FIL.
       01 RAPPORT-REC.
          05 AR-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 AR-MASTER PIC X(40).
          05 FILLER PIC X.
          05 AR-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 AR-OPPNAD-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 AR-OPPNAD-KLOCKSLAG PIC 9(6).
          05 FILLER PIC X.
          05 AR-UTFALL PIC X(30).

       FD LARM-FIL.
       COPY "LARM-REC.cpy"
           REPLACING ==:PREFIX:== BY ==LC==.

       WORKING-STORAGE SECTION.

      *> Aterstallningen vid nattens start: varje master vars
      *> senaste journalrad fortfarande ar OPPEN skrevs om av en
      *> korning som dog innan den blev klar. Forebilden lagges
      *> tillbaka genom JOURNAL (eller mastern tas bort om den inte
      *> fanns fore), och allt som rullats tillbaka star i en
      *> sigillerad daterad journalrapport. En lyckad aterstallning
      *> ar ett VARN-larm, en misslyckad ett KRIT-larm och
      *> returkod 1.
       01 WS-RAPPORT-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-TEXT-HOLDER PIC X(40).
       01 LARM-KLOCKA PIC 9(8).

       01 SLUT-PA-JOURNAL-SW PIC 9.
          88 SLUT-PA-JOURNAL VALUE 1.

       01 MASTER-ANTAL PIC 9(3) VALUE ZERO.
       01 MASTER-TABELL.
          05 MASTER-RAD OCCURS 200 TIMES.
             10 MT-MASTER PIC X(40).
             10 MT-STATUS PIC X(6).
             10 MT-PROGRAM PIC X(10).
             10 MT-DATUM PIC 9(8).
             10 MT-KLOCKSLAG PIC 9(6).
       01 MASTER-POS PIC 9(3).
       01 MASTER-FUNNEN-SW PIC 9.
          88 MASTER-FUNNEN VALUE 1.

       01 ANTAL-OPPNA PIC 9(3) VALUE ZERO.
       01 ANTAL-ATERSTALLDA PIC 9(3) VALUE ZERO.
       01 ANTAL-MISSLYCKADE PIC 9(3) VALUE ZERO.

       COPY "JOURNAL-PARM.cpy".

       COPY "GENKAT-PARM.cpy".

       COPY "SIGILL-PARM.cpy".

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LAS-JOURNAL
          PERFORM D-ATERSTALL-OPPNA
          PERFORM N-AVSLUTA
          .

       B-INIT SECTION.

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

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

      *> Senaste raden per master galler.
       C-LAS-JOURNAL SECTION.

          OPEN INPUT JOURNAL-FIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Ingen masterjournal (masterjournal.txt) - "
                "inget att aterstalla"
             MOVE ZERO TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM UNTIL SLUT-PA-JOURNAL
             READ JOURNAL-FIL
                   AT END
                      SET SLUT-PA-JOURNAL TO TRUE
                   NOT AT END
                      PERFORM C1-NOTERA-JOURNALRAD
             END-READ
          END-PERFORM

          CLOSE JOURNAL-FIL
          .

      *> Journalen delas av alla platser. Bara korningens egen plats
      *> rader raknas; rader utan platskod ar skrivna av den
      *> ursprungliga platsen.
       C1-NOTERA-JOURNALRAD SECTION.

          IF MJ-PLATS NOT = PLATS-KOD
             EXIT SECTION
          END-IF

          INITIALIZE MASTER-FUNNEN-SW

          PERFORM VARYING MASTER-POS FROM 1 BY 1
             UNTIL MASTER-POS > MASTER-ANTAL OR MASTER-FUNNEN
             IF MT-MASTER(MASTER-POS) = MJ-MASTER
                SET MASTER-FUNNEN TO TRUE
             END-IF
          END-PERFORM

          IF MASTER-FUNNEN
             SUBTRACT 1 FROM MASTER-POS
          ELSE
             IF MASTER-ANTAL < 200
                ADD 1 TO MASTER-ANTAL
                MOVE MASTER-ANTAL TO MASTER-POS
                MOVE MJ-MASTER TO MT-MASTER(MASTER-POS)
             ELSE
                DISPLAY "Fler an 200 masters i journalen - "
                   MJ-MASTER " provas inte"
                EXIT SECTION
             END-IF
          END-IF

          MOVE MJ-STATUS TO MT-STATUS(MASTER-POS)
          MOVE MJ-PROGRAM TO MT-PROGRAM(MASTER-POS)
          MOVE MJ-DATUM TO MT-DATUM(MASTER-POS)
          MOVE MJ-KLOCKSLAG TO MT-KLOCKSLAG(MASTER-POS)
          .

       D-ATERSTALL-OPPNA SECTION.

          MOVE "NY " TO GK-FUNKTION
          MOVE "ATERRULLA" TO GK-PROGRAM
          MOVE "aterrulla_rapport_" TO GK-STEM
          MOVE WS-RUN-DATE TO GK-DATUM
          MOVE ".txt" TO GK-EXT
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-RAPPORT-FILENAME

          OPEN OUTPUT RAPPORT-FIL

          PERFORM VARYING MASTER-POS FROM 1 BY 1
             UNTIL MASTER-POS > MASTER-ANTAL

             IF MT-STATUS(MASTER-POS) = "OPPEN"
                ADD 1 TO ANTAL-OPPNA
                PERFORM D1-ATERSTALL-EN
             END-IF
          END-PERFORM

          IF ANTAL-OPPNA = ZERO
             MOVE SPACES TO RAPPORT-REC
             MOVE WS-RUN-DATE TO AR-RUN-DATE
             MOVE "INGA OPPNA OMSKRIVNINGAR" TO AR-MASTER
             MOVE ZERO TO AR-OPPNAD-DATUM
             MOVE ZERO TO AR-OPPNAD-KLOCKSLAG
             WRITE RAPPORT-REC
          END-IF
          .

       D1-ATERSTALL-EN SECTION.

          MOVE "ATER " TO JN-FUNKTION
          MOVE "ATERRULLA" TO JN-PROGRAM
          MOVE MT-MASTER(MASTER-POS) TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE ZERO TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM

          MOVE SPACES TO RAPPORT-REC
          MOVE WS-RUN-DATE TO AR-RUN-DATE
          MOVE MT-MASTER(MASTER-POS) TO AR-MASTER
          MOVE MT-PROGRAM(MASTER-POS) TO AR-PROGRAM
          MOVE MT-DATUM(MASTER-POS) TO AR-OPPNAD-DATUM
          MOVE MT-KLOCKSLAG(MASTER-POS) TO AR-OPPNAD-KLOCKSLAG

          MOVE SPACES TO LARM-TEXT-HOLDER

          EVALUATE JN-RESULTAT
             WHEN "J"
                ADD 1 TO ANTAL-ATERSTALLDA
                MOVE "ATERSTALLD FRAN FOREBILD" TO AR-UTFALL
                MOVE "VARN" TO LARM-ALLVAR-HOLDER
                STRING "ATERRULLAD " DELIMITED BY SIZE
                       MT-MASTER(MASTER-POS) DELIMITED BY SPACE
                    INTO LARM-TEXT-HOLDER
             WHEN "B"
                ADD 1 TO ANTAL-ATERSTALLDA
                MOVE "BORTTAGEN - FANNS INTE FORE" TO AR-UTFALL
                MOVE "VARN" TO LARM-ALLVAR-HOLDER
                STRING "ATERRULLAD " DELIMITED BY SIZE
                       MT-MASTER(MASTER-POS) DELIMITED BY SPACE
                    INTO LARM-TEXT-HOLDER
             WHEN OTHER
                ADD 1 TO ANTAL-MISSLYCKADE
                MOVE "EJ ATERSTALLD - FOREBILD FEL" TO AR-UTFALL
                MOVE "KRIT" TO LARM-ALLVAR-HOLDER
                STRING "EJ ATERRULLAD " DELIMITED BY SIZE
                       MT-MASTER(MASTER-POS) DELIMITED BY SPACE
                    INTO LARM-TEXT-HOLDER
          END-EVALUATE

          WRITE RAPPORT-REC

          DISPLAY MT-MASTER(MASTER-POS) " (" MT-PROGRAM(MASTER-POS)
             "): " AR-UTFALL

          PERFORM Y8-SKRIV-LARM
          .

       N-AVSLUTA SECTION.

          CLOSE RAPPORT-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-RAPPORT-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          DISPLAY "Masterjournal: " ANTAL-OPPNA " oppna, "
             ANTAL-ATERSTALLDA " aterstallda, " ANTAL-MISSLYCKADE
             " misslyckade"
          DISPLAY "Journalrapport skriven: " WS-RAPPORT-FILENAME

          IF ANTAL-MISSLYCKADE NOT = ZERO
             MOVE 1 TO RETURN-CODE
          ELSE
             MOVE ZERO TO RETURN-CODE
          END-IF

          STOP RUN
          .

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
          MOVE "ATERRULLA " TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS

          WRITE LC-LARM-REC

          CLOSE LARM-FIL
          .
