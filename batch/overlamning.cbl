          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT SPARR-FIL ASSIGN DYNAMIC
             WS-SPARR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT CHECKPOINT-FIL ASSIGN DYNAMIC
             WS-CHECKPOINT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT SONAR-CHECKPUNKT-FIL ASSIGN DYNAMIC
             WS-SONAR-CHECKPUNKT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND9-FILESTATUS.

          SELECT OPPNA-FIL ASSIGN DYNAMIC
             WS-OPPNA-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

          SELECT PAVERKAN-LASFIL ASSIGN DYNAMIC
             WS-PAVERKAN-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND11-FILESTATUS.

          SELECT INCIDENT-FIL ASSIGN "incidentregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND12-FILESTATUS.

          SELECT ANTECKNING-FIL ASSIGN "anteckningar.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND13-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER PIC X VALUE SPACE.
          05 OP-TEXT PIC X(60).

      *> Samma postlayout som PAVERKAN-REC i PAVERKAN.
       FD PAVERKAN-LASFIL.
       01 PAVERKAN-LASFIL-REC.
          05 PV-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 PV-FLODE PIC X(12).
          05 FILLER PIC X.
          05 PV-TYP PIC X(10).
          05 FILLER PIC X.
          05 PV-OBJEKT PIC X(30).
          05 FILLER PIC X.
          05 PV-INFO PIC X(30).

      *> Samma postlayout som INCIDENT-REC i INCIDENT.
       FD INCIDENT-FIL.
       01 INCIDENT-REC.
          05 IR-NR PIC 9(5).
          05 FILLER PIC X.
          05 IR-STATUS PIC X(6).
          05 FILLER PIC X.
          05 IR-KATEGORI PIC X(10).
          05 FILLER PIC X.
          05 IR-PLATS PIC X(4).
          05 FILLER PIC X.
          05 IR-OPPNAD-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 IR-OPPNAD-AV PIC X(8).
          05 FILLER PIC X.
          05 IR-ORSAK PIC X(30).
          05 FILLER PIC X.
          05 IR-ATGARD PIC X(30).
          05 FILLER PIC X.
          05 IR-STANGD-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 IR-STANGD-TID PIC 9(6).
          05 FILLER PIC X.
          05 IR-STANGD-AV PIC X(8).
          05 IR-PROGRAM-GRUPP OCCURS 5 TIMES.
             10 FILLER PIC X.
             10 IR-PROGRAM PIC X(10).

      *> Samma postlayout som ANTECKNING-REC i ANTECKNING.
       FD ANTECKNING-FIL.
       01 ANTECKNING-REC.
          05 AT-NR PIC 9(5).
          05 FILLER PIC X.
          05 AT-PLATS PIC X(4).
          05 FILLER PIC X.
          05 AT-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 AT-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 AT-FAMILJ PIC X(20).
          05 FILLER PIC X.
          05 AT-KLASS PIC X(9).
          05 FILLER PIC X.
          05 AT-TEXT PIC X(30).
          05 FILLER PIC X.
          05 AT-AV PIC X(8).
          05 FILLER PIC X.
          05 AT-REG-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 AT-REG-TID PIC 9(6).
          05 FILLER PIC X.
          05 AT-ANDRAD-AV PIC X(8).
          05 FILLER PIC X.
          05 AT-ANDRAD-DATUM PIC 9(8).

       WORKING-STORAGE SECTION.

      *> Skiftoverlamningen: klockan 06:00 briefar nattoperatoren
       01 WS-OVERLAMNING-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-SPARR-FILENAME PIC X(40).
       01 WS-CHECKPOINT-FILENAME PIC X(40).
       01 WS-SONAR-CHECKPUNKT-FILENAME PIC X(40).
       01 WS-OPPNA-FILENAME PIC X(40).
       01 WS-PAVERKAN-FILENAME PIC X(40).
       01 WS-KLOCKA PIC 9(8).

       01 W-FILESTATUSES.
          05 IND8-FILESTATUS PIC XX.
          05 IND9-FILESTATUS PIC XX.
          05 IND10-FILESTATUS PIC XX.
          05 IND11-FILESTATUS PIC XX.
          05 IND12-FILESTATUS PIC XX.
          05 IND13-FILESTATUS PIC XX.

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.
          PERFORM E-CHECKPUNKTER
          PERFORM F-ORATTADE-AVVISNINGAR
          PERFORM G-VANTADE-FLODEN
          PERFORM H-FLODESPAVERKAN
          PERFORM I-OPPNA-INCIDENTER
          PERFORM J-ANTECKNINGAR
          PERFORM M-KVARSTAENDE-PUNKTER
          PERFORM N-AVSLUTA
          .
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-SPARR-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_feed_sparr.txt" DELIMITED BY SIZE
              INTO WS-SPARR-FILENAME

          MOVE SPACES TO WS-CHECKPOINT-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_checkpoint.txt" DELIMITED BY SIZE
              INTO WS-CHECKPOINT-FILENAME

          MOVE SPACES TO WS-SONAR-CHECKPUNKT-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar3_checkpoint.dat" DELIMITED BY SIZE
              INTO WS-SONAR-CHECKPUNKT-FILENAME

          MOVE SPACES TO WS-OPPNA-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "overlamning_oppna.txt" DELIMITED BY SIZE
              INTO WS-OPPNA-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "slutrapport_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-SLUTRAPPORT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "feedvakt_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-ALERT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "paverkan_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-PAVERKAN-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "rattningsarbete_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-ARBETS-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "overlamning_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 "_" DELIMITED BY SIZE
                 WS-KLOCKA(1:4) DELIMITED BY SIZE
          END-IF
          .

      *> Paverkansanalysen for nattens sena floden, som FEEDVAKT
      *> tog fram: vad som drabbas och hur sent flodet kan komma.
      *> Den ar underlag for feedvaktens larm, som redan star som
      *> oppen punkt, och blir darfor ingen egen punkt.
       H-FLODESPAVERKAN SECTION.

          MOVE "PAVERKAN" TO OL-SEKTION-HOLDER
          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT PAVERKAN-LASFIL

          IF IND11-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-FIL
                READ PAVERKAN-LASFIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF PV-TYP NOT = "FLODE"
                            MOVE SPACES TO OL-TEXT-HOLDER
                            STRING PV-FLODE DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   PV-TYP DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   PV-OBJEKT DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   PV-INFO DELIMITED BY "  "
                                INTO OL-TEXT-HOLDER
                            PERFORM Y-SKRIV-RAD
                         END-IF
                END-READ
             END-PERFORM

             CLOSE PAVERKAN-LASFIL
          END-IF
          .

      *> Platsens oppna incidenter ur incidentregistret. De ar
      *> oppna punkter sa lange de star oppna dar, och harleds
      *> darfor ur registret vid varje skiftbyte i stallet for att
      *> bars vidare.
       I-OPPNA-INCIDENTER SECTION.

          MOVE "INCIDENT" TO OL-SEKTION-HOLDER
          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT INCIDENT-FIL

          IF IND12-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-FIL
                READ INCIDENT-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF IR-STATUS = "OPPEN"
                               AND IR-PLATS = PLATS-KOD
                            MOVE SPACES TO OL-TEXT-HOLDER
                            STRING "NR " DELIMITED BY SIZE
                                   IR-NR DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   IR-KATEGORI DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   IR-PROGRAM(1) DELIMITED BY SPACE
                                   " SEDAN " DELIMITED BY SIZE
                                   IR-OPPNAD-DATUM DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   IR-ORSAK DELIMITED BY "  "
                                INTO OL-TEXT-HOLDER
                            SET OL-OPPEN TO TRUE
                            PERFORM Y-SKRIV-RAD
                         END-IF
                END-READ
             END-PERFORM

             CLOSE INCIDENT-FIL
          END-IF
          .

      *> Operatorernas anteckningar pa affarsdatumets siffror, sa
      *> att dagskiftet far forklaringen med sig i stallet for att
      *> fraga. En anteckning som annu UTREDS ar en oppen punkt
      *> oavsett datum - som incidenterna harleds den ur registret
      *> vid varje skiftbyte och bars inte vidare.
       J-ANTECKNINGAR SECTION.

          MOVE "ANTECKNING" TO OL-SEKTION-HOLDER
          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT ANTECKNING-FIL

          IF IND13-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-FIL
                READ ANTECKNING-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF AT-PLATS = PLATS-KOD
                               AND AT-KLASS NOT = "STRUKEN"
                               AND (AT-DATUM = WS-RUN-DATE
                                 OR AT-KLASS = "UTREDS")
                            MOVE SPACES TO OL-TEXT-HOLDER
                            STRING "NR " DELIMITED BY SIZE
                                   AT-NR DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   AT-PROGRAM DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   AT-DATUM DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   AT-KLASS DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   AT-TEXT DELIMITED BY "  "
                                INTO OL-TEXT-HOLDER
                            IF AT-KLASS = "UTREDS"
                               SET OL-OPPEN TO TRUE
                            END-IF
                            PERFORM Y-SKRIV-RAD
                         END-IF
                END-READ
             END-PERFORM

             CLOSE ANTECKNING-FIL
          END-IF
          .

      *> Provar varje gammal oppen punkt mot dagens lage:
      *> feedvaktens larm kvarstar sa lange flodets strom annu ar
      *> sparrad, en orattad avvisning tills en rattning med samma
