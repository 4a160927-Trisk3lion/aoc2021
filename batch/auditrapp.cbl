       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT KORNINGSAUDIT-FIL ASSIGN "korningsaudit.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS KX-NYCKEL
          ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
             WITH DUPLICATES
           FILE STATUS IS IND1-FILESTATUS.

          SELECT RAPPORT-FIL ASSIGN DYNAMIC
       FILE SECTION.

       FD KORNINGSAUDIT-FIL.
       COPY "KORNINGSINDEX-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KX==.

       FD RAPPORT-FIL.
       COPY "KORNINGSAUDIT-REC.cpy"
      *> Forfragan mot korningsauditen: urval per datum eller per
      *> program. Nar REGKONTROLL flaggar en avvikelse ar forsta
      *> fragan alltid "vad fick den korningen egentligen?" - det
      *> har ar svaret. Datumurvalet startar pa datumet i
      *> auditlagrets nyckel, programurvalet pa programnyckeln -
      *> bara de efterfragade raderna lases.
      *>
      *> Anrop: auditrapp DATUM 20260822
      *>        auditrapp PROGRAM SONAR3
       01 WS-RAPPORT-FILENAME PIC X(30).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 W-FILESTATUSES.
       01 URVALSDATUM PIC 9(8).
       01 ANTAL-TRAFFAR PIC 9(5) VALUE ZERO.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.

       PROCEDURE DIVISION.

             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "auditrapp_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAPPORT-FILENAME
          OPEN INPUT KORNINGSAUDIT-FIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Ingen korningsaudit funnen (korningsaudit.dat)"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT RAPPORT-FIL

          MOVE LOW-VALUES TO KX-NYCKEL

          IF WS-URVALSTYP = "DATUM"
             MOVE URVALSDATUM TO KX-NYCKEL-DATUM
             START KORNINGSAUDIT-FIL KEY >= KX-NYCKEL
                INVALID KEY
                   SET END-OF-FILE TO TRUE
             END-START
          ELSE
             MOVE WS-URVALSVARDE TO KX-NYCKEL-PROGRAM
             START KORNINGSAUDIT-FIL KEY = KX-NYCKEL-PROGRAM
                INVALID KEY
                   SET END-OF-FILE TO TRUE
             END-START
          END-IF

          PERFORM C1-LAS-NASTA

          PERFORM UNTIL END-OF-FILE

             ADD 1 TO ANTAL-TRAFFAR
             MOVE RA-KORNINGSAUDIT-REC TO RP-KORNINGSAUDIT-REC
             WRITE RP-KORNINGSAUDIT-REC
             DISPLAY RA-RUN-DATE " " RA-PLATS " " RA-PROGRAM
                " in=" RA-ANTAL-IN
                " avv=" RA-ANTAL-AVVISADE
                " skr=" RA-ANTAL-SKRIVNA
                " rc=" RA-RETURKOD

             PERFORM C1-LAS-NASTA
          END-PERFORM

          CLOSE KORNINGSAUDIT-FIL
          CLOSE RAPPORT-FIL
          .

      *> Nasta rad i nyckelordning - urvalet ar slut nar datumet
      *> (eller programmet) i nyckeln inte langre ar det sokta.
       C1-LAS-NASTA SECTION.

          IF NOT END-OF-FILE
             READ KORNINGSAUDIT-FIL NEXT
                AT END
                   SET END-OF-FILE TO TRUE
             END-READ
          END-IF

          IF NOT END-OF-FILE
             IF WS-URVALSTYP = "DATUM"
                IF KX-NYCKEL-DATUM NOT = URVALSDATUM
                   SET END-OF-FILE TO TRUE
                END-IF
             ELSE
                IF KX-NYCKEL-PROGRAM NOT = WS-URVALSVARDE
                   SET END-OF-FILE TO TRUE
                END-IF
             END-IF
          END-IF

          IF NOT END-OF-FILE
             MOVE KX-RAD TO RA-KORNINGSAUDIT-REC
          END-IF
          .

       N-AVSLUTA SECTION.
