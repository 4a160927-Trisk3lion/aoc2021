          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT KORNINGSAUDIT-FIL ASSIGN "korningsaudit.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS KX-NYCKEL
          ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
             WITH DUPLICATES
           FILE STATUS IS IND7-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> borjar, och hur manga dagar rader ska ligga kvar i den
      *> levande mastern. Exempel:
      *>
      *>     korningsaudit.dat              001 0365
      *>     dashboard_historik.txt         001 0180
      *>     batch_steghistorik.txt         001 0180
      *>     generationskatalog.txt         022 0365
          05 FILLER PIC X VALUE SPACE.
          05 KO-DOM PIC X(8).

      *> Det indexerade auditlagret skrivs inte om - raderna fore
      *> gransen ar ett nyckelintervall fran borjan och stryks dar.
       FD KORNINGSAUDIT-FIL.
       COPY "KORNINGSINDEX-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KX==.

       WORKING-STORAGE SECTION.

      *> Masterkompaktorn: ARKIV stadar de daterade filerna, men de
       01 WS-KONTROLL-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".
       01 WS-CMD PIC X(160).

       01 W-FILESTATUSES.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.

       01 SLUT-PA-REGLER-SW PIC 9.
          88 SLUT-PA-REGLER VALUE 1.
       01 ANTAL-MASTRAR PIC 9(2) VALUE ZERO.
       01 ANTAL-FEL PIC 9(2) VALUE ZERO.

      *> De gemensamma mastrarna: en fil for alla platser, som
      *> programmen oppnar utan platsprefix.
       01 GEMENSAMMA-VARDEN.
          05 FILLER PIC X(30) VALUE "korningsaudit.dat".
          05 FILLER PIC X(30) VALUE "generationskatalog.txt".
          05 FILLER PIC X(30) VALUE "larmcentral.txt".
          05 FILLER PIC X(30) VALUE "larmcentral_logg.txt".
          05 FILLER PIC X(30) VALUE "arkivkatalog.txt".
          05 FILLER PIC X(30) VALUE "masterjournal.txt".
          05 FILLER PIC X(30) VALUE "anteckningar.txt".
          05 FILLER PIC X(30) VALUE "incidentregister.txt".
          05 FILLER PIC X(30) VALUE "andringsregister.txt".
          05 FILLER PIC X(30) VALUE "korbegaran_logg.txt".
          05 FILLER PIC X(30) VALUE "konsol_logg.txt".
          05 FILLER PIC X(30) VALUE "behorighet_nekade.txt".
          05 FILLER PIC X(30) VALUE "periodlas.txt".
          05 FILLER PIC X(30) VALUE "overforing_manifest.txt".
          05 FILLER PIC X(30) VALUE "faktureringsregister.txt".
          05 FILLER PIC X(30) VALUE "kundreskontra.txt".
          05 FILLER PIC X(30) VALUE "kundreskontra_betalningar.txt".
          05 FILLER PIC X(30) VALUE "korbegaran.txt".
          05 FILLER PIC X(30) VALUE "incident_larm.txt".
          05 FILLER PIC X(30) VALUE "rattningar.txt".
          05 FILLER PIC X(30) VALUE "manadsmaster.txt".

       01 GEMENSAMMA-TABELL REDEFINES GEMENSAMMA-VARDEN.
          05 GEMENSAM-MASTER PIC X(30) OCCURS 21 TIMES.

       01 GEMENSAM-POS PIC 9(2).
       01 GEMENSAM-SW PIC 9.
          88 GEMENSAM-FIL VALUE 1.

       01 FILNAMN-LANGD PIC 9(2).
       01 SNAPSHOT-OPPEN-SW PIC 9.
          88 SNAPSHOT-OPPEN VALUE 1.
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "kompaktering_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-KONTROLL-FILENAME
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - KR-DAGAR)

      *> Platsens egna mastrar bar platsprefixet; de gemensamma
      *> (auditlagret, katalogerna, larmcentralen, journalen ...)
      *> ar samma fil for alla platser.
          MOVE SPACES TO WS-MASTER-FILENAME
          INITIALIZE GEMENSAM-SW

          PERFORM VARYING GEMENSAM-POS FROM 1 BY 1
             UNTIL GEMENSAM-POS > 21 OR GEMENSAM-FIL
             IF KR-FILNAMN = GEMENSAM-MASTER(GEMENSAM-POS)
                SET GEMENSAM-FIL TO TRUE
             END-IF
          END-PERFORM

          IF GEMENSAM-FIL
             MOVE KR-FILNAMN TO WS-MASTER-FILENAME
          ELSE
             STRING PLATS-PREFIX DELIMITED BY SPACE
                    KR-FILNAMN DELIMITED BY SPACE
                 INTO WS-MASTER-FILENAME
          END-IF

          MOVE ZERO TO FILNAMN-LANGD
          INSPECT WS-MASTER-FILENAME TALLYING FILNAMN-LANGD
             FOR CHARACTERS BEFORE SPACE

          MOVE SPACES TO WS-KVAR-FILENAME
          STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                 ".kompakt" DELIMITED BY SIZE
              INTO WS-KVAR-FILENAME

          MOVE SPACES TO WS-SNAPSHOT-FILENAME
          STRING WS-MASTER-FILENAME(1:FILNAMN-LANGD - 4)
                    DELIMITED BY SIZE
                 "_arkiv_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-SNAPSHOT-FILENAME

          IF KR-FILNAMN = "korningsaudit.dat"
             PERFORM D4-KOMPAKTERA-AUDITLAGRET
             EXIT SECTION
          END-IF

          OPEN INPUT MASTER-FIL

          IF IND2-FILESTATUS NOT = "00"
          END-IF

          IF RAD-DATUM < GRANS-DATUM
             PERFORM D5-OPPNA-SNAPSHOT

             MOVE MASTER-REC TO SNAPSHOT-REC
             WRITE SNAPSHOT-REC
             " kvar " ANTAL-KVAR " arkiverade " ANTAL-ARKIVERADE
          .

      *> Auditlagret: nyckeln borjar med korningsdatumet, sa
      *> raderna fore gransen ar lagrets borjan. De lases i
      *> nyckelordning, skrivs till snapshoten (som en vanlig
      *> auditrad, sa HAMTA fungerar som for textmastrarna) och
      *> stryks ur lagret - resten rors inte. In ar har raderna fore
      *> gransen och kvar de av dem som inte gick att stryka.
       D4-KOMPAKTERA-AUDITLAGRET SECTION.

          OPEN I-O KORNINGSAUDIT-FIL

          IF IND7-FILESTATUS NOT = "00"
             DISPLAY "Kan inte oppna korningsaudit.dat (status "
                IND7-FILESTATUS ") - hoppar over"
             EXIT SECTION
          END-IF

          MOVE LOW-VALUES TO KX-NYCKEL

          START KORNINGSAUDIT-FIL KEY >= KX-NYCKEL
             INVALID KEY
                SET SLUT-PA-MASTER TO TRUE
          END-START

          PERFORM UNTIL SLUT-PA-MASTER
             READ KORNINGSAUDIT-FIL NEXT
                   AT END
                      SET SLUT-PA-MASTER TO TRUE
                   NOT AT END
                      IF KX-NYCKEL-DATUM NOT < GRANS-DATUM
                         SET SLUT-PA-MASTER TO TRUE
                      ELSE
                         ADD 1 TO ANTAL-IN
                         PERFORM D5-OPPNA-SNAPSHOT

                         MOVE KX-RAD TO SNAPSHOT-REC
                         WRITE SNAPSHOT-REC

                         DELETE KORNINGSAUDIT-FIL RECORD
                            INVALID KEY
                               ADD 1 TO ANTAL-KVAR
                            NOT INVALID KEY
                               ADD 1 TO ANTAL-ARKIVERADE
                         END-DELETE
                      END-IF
             END-READ
          END-PERFORM

          CLOSE KORNINGSAUDIT-FIL

          IF SNAPSHOT-OPPEN
             CLOSE SNAPSHOT-FIL
             PERFORM D2-BOKFOR-SNAPSHOT
          END-IF

          ADD 1 TO ANTAL-MASTRAR

          PERFORM D3-SKRIV-KONTROLLRAD
          .

      *> ARKIVs separatorrad forst, sa att ARKIV HAMTA
      *> <snapshotnamn> kan stalla tillbaka hela snapshoten.
       D5-OPPNA-SNAPSHOT SECTION.

          IF NOT SNAPSHOT-OPPEN
             OPEN OUTPUT SNAPSHOT-FIL
             SET SNAPSHOT-OPPEN TO TRUE

             MOVE SPACES TO SNAPSHOT-REC
             STRING "=== FIL " DELIMITED BY SIZE
                    WS-SNAPSHOT-FILENAME DELIMITED BY SPACE
                 INTO SNAPSHOT-REC
             WRITE SNAPSHOT-REC
          END-IF
          .

       N-AVSLUTA SECTION.

          CLOSE KONTROLL-FIL
