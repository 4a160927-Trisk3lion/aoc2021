       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT KORNINGSAUDIT-FIL ASSIGN "korningsaudit.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS KX-NYCKEL
          ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
             WITH DUPLICATES
           FILE STATUS IS IND1-FILESTATUS.

          SELECT DASHBOARD-LASFIL ASSIGN DYNAMIC
             WS-DASHBOARD-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

       FILE SECTION.

       FD KORNINGSAUDIT-FIL.
       COPY "KORNINGSINDEX-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KX==.

       FD DASHBOARD-LASFIL.
       01 DASHBOARD-LASFIL-REC.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-DASHBOARD-FILENAME PIC X(40).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
       01 END-OF-FILE-SW PIC 9 VALUE ZERO.
          88 END-OF-FILE VALUE 1.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.

      *> Dagens sista auditrad per program (en omkorning ersatter
      *> morgonens siffror, precis som dess filer).
       01 PROG-ANTAL PIC 9(2) VALUE ZERO.
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-DASHBOARD-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "dashboard_resultat.txt" DELIMITED BY SIZE
              INTO WS-DASHBOARD-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_balans_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-BALANS-FILENAME
             STOP RUN
          END-IF

      *> Bara dagens nyckelintervall lases - lagret ar ordnat pa
      *> datum, program och klockslag, sa ett programs senaste
      *> korning for dagen kommer sist och galler.
          MOVE LOW-VALUES TO KX-NYCKEL
          MOVE WS-RUN-DATE TO KX-NYCKEL-DATUM

          START KORNINGSAUDIT-FIL KEY >= KX-NYCKEL
             INVALID KEY
                SET END-OF-FILE TO TRUE
          END-START

          PERFORM UNTIL END-OF-FILE
             READ KORNINGSAUDIT-FIL NEXT
                   AT END
                      SET END-OF-FILE TO TRUE
                   NOT AT END
                      IF KX-NYCKEL-DATUM NOT = WS-RUN-DATE
                         SET END-OF-FILE TO TRUE
                      ELSE
                         MOVE KX-RAD TO RA-KORNINGSAUDIT-REC
                         IF RA-PLATS = PLATS-KOD
                            PERFORM C1-BOKFOR-AUDITRAD
                         END-IF
                      END-IF
             END-READ
          END-PERFORM


      *> Lagger ett larm till den centrala larmfilen - en plats att
      *> titta pa klockan 03:00, med protokoll over vem som sag vad.
      *> Samma EXTEND-med-35-fallback som generationskatalogen.
       Y8-SKRIV-LARM SECTION.

          OPEN EXTEND LARM-FIL
          ACCEPT LARM-KLOCKA FROM TIME
          MOVE LARM-KLOCKA(1:6) TO LC-KLOCKSLAG
          MOVE "BALANS    " TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS
