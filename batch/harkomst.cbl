          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT KORNINGSAUDIT-FIL ASSIGN "korningsaudit.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS KX-NYCKEL
          ALTERNATE RECORD KEY IS KX-NYCKEL-PROGRAM
             WITH DUPLICATES
           FILE STATUS IS IND2-FILESTATUS.

          SELECT ARKIVKATALOG-FIL ASSIGN "arkivkatalog.txt"
          05 KAT-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 KAT-TID PIC 9(6).
          05 FILLER PIC X.
          05 KAT-PLATS PIC X(4).

       FD KORNINGSAUDIT-FIL.
       COPY "KORNINGSINDEX-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KX==.

      *> Samma postlayout som ARKIVKATALOG-REC i ARKIV.
       FD ARKIVKATALOG-FIL.
      *> bruten lank.
      *>
      *> Anrop: harkomst <program> <YYYYMMDD>
      *>
      *> Kedjan galler platsen i miljovariabeln PLATS: bara
      *> platsens generationer och auditrader tas med.
       01 WS-PROGRAM PIC X(10).
       01 WS-DATUM-X PIC X(8).
       01 WS-DATUM PIC 9(8).
       01 WS-HARKOMST-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).

       COPY "PLATS.cpy".

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.

       01 ANTAL-GENERATIONER PIC 9(3) VALUE ZERO.
       01 ANTAL-KORNINGAR PIC 9(3) VALUE ZERO.
       01 ANTAL-BRUTNA PIC 9(3) VALUE ZERO.

          MOVE WS-DATUM-X TO WS-DATUM

          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-HARKOMST-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "harkomst_" DELIMITED BY SIZE
                 WS-PROGRAM DELIMITED BY SPACE
                 "_" DELIMITED BY SIZE
                 WS-DATUM DELIMITED BY SIZE
                      NOT AT END
                         IF KAT-PROGRAM = WS-PROGRAM
                               AND KAT-DATUM = WS-DATUM
                               AND KAT-PLATS = PLATS-KOD
                            ADD 1 TO ANTAL-GENERATIONER

                            MOVE KAT-FILNAMN TO SOKT-FILNAMN
          IF IND2-FILESTATUS NOT = "00"
             DISPLAY "Ingen korningsaudit"
          ELSE
      *> Programmets korningar det datumet ligger i foljd under
      *> nyckeln datum + program, i klockslagsordning.
             MOVE LOW-VALUES TO KX-NYCKEL
             MOVE WS-DATUM TO KX-NYCKEL-DATUM
             MOVE WS-PROGRAM TO KX-NYCKEL-PROGRAM

             START KORNINGSAUDIT-FIL KEY >= KX-NYCKEL
                INVALID KEY
                   SET SLUT-PA-FIL TO TRUE
             END-START

             PERFORM UNTIL SLUT-PA-FIL
                READ KORNINGSAUDIT-FIL NEXT
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF KX-NYCKEL-DATUM NOT = WS-DATUM
                               OR KX-NYCKEL-PROGRAM NOT = WS-PROGRAM
                            SET SLUT-PA-FIL TO TRUE
                         ELSE
                            MOVE KX-RAD TO RA-KORNINGSAUDIT-REC
                            IF RA-PLATS = PLATS-KOD
                               ADD 1 TO ANTAL-KORNINGAR

                               MOVE RA-INFIL TO SOKT-FILNAMN
                               PERFORM X-HITTA-PLATS

                               MOVE SPACES TO HARKOMST-REC
                               MOVE WS-DATUM TO HK-DATUM
                               MOVE "KORNING" TO HK-TYP
                               MOVE RA-INFIL TO HK-FILNAMN
                               MOVE SPACES TO HK-DETALJ
                               STRING RA-PARAMETRAR
                                         DELIMITED BY SIZE
                                      " IN " DELIMITED BY SIZE
                                      RA-ANTAL-IN DELIMITED BY SIZE
                                      " RC " DELIMITED BY SIZE
                                      RA-RETURKOD DELIMITED BY SIZE
                                   INTO HK-DETALJ
                               MOVE PLATS-SVAR TO HK-PLATS
                               WRITE HARKOMST-REC

                               DISPLAY "KORNING KL " RA-KLOCKSLAG
                                  ": infil " RA-INFIL(1:25) " -> "
                                  PLATS-SVAR(1:25)
                            END-IF
                         END-IF
                END-READ
             END-PERFORM
