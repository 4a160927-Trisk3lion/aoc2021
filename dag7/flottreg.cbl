       IDENTIFICATION DIVISION.

       PROGRAM-ID. FLOTTREG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT BATREGISTER-FIL ASSIGN DYNAMIC
             WS-BATREGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Batregistret: en rad per bat med bat-id, hemmahamn
      *> (position 0-9999 pa flottans axel), taxa per steg och
      *> rackvidd i steg. FLOTTLINJE kostnadsraknar varje
      *> identifierad bat med sin egen taxa och pekar ut de batar
      *> som inte nar motet inom sin rackvidd.
       FD BATREGISTER-FIL.
       01 BATREGISTER-REC.
          05 BR-BAT-ID PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 BR-HEMMAHAMN PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 BR-TAXA PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 BR-RACKVIDD PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 BR-DATUM PIC 9(8).

       WORKING-STORAGE SECTION.

      *> Registret haller varje bats fasta uppgifter. LAGG lagger
      *> till en ny bat eller skriver over en befintligs uppgifter,
      *> TABORT stryker en bat och LISTA visar registret.
      *>
      *> Anrop: flottreg LAGG <bat-id> <hemmahamn> <taxa> <rackvidd>
      *>        flottreg TABORT <bat-id>
      *>        flottreg LISTA
       01 WS-AKTION PIC X(7).
       01 WS-BAT-ID PIC X(10).
       01 WS-HEMMAHAMN PIC 9(5).
       01 WS-TAXA PIC 9(5).
       01 WS-RACKVIDD PIC 9(5).
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-BATREGISTER-FILENAME PIC X(40).

       01 IND1-FILESTATUS PIC XX.

       01 SLUT-PA-REGISTER-SW PIC 9.
          88 SLUT-PA-REGISTER VALUE 1.

       01 REG-ANTAL PIC 9(4) VALUE ZERO.

       01 REG-TABELL.
          05 REG-RAD OCCURS 500 TIMES.
             10 RT-BAT-ID PIC X(10).
             10 RT-HEMMAHAMN PIC 9(4).
             10 RT-TAXA PIC 9(5).
             10 RT-RACKVIDD PIC 9(5).
             10 RT-DATUM PIC 9(8).

       01 REG-POS PIC 9(4).
       01 BAT-FUNNEN-SW PIC 9.
          88 BAT-FUNNEN VALUE 1.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-REGISTER

          EVALUATE WS-AKTION
             WHEN "LAGG"
                PERFORM D-LAGG
                PERFORM Y-SKRIV-REGISTER
             WHEN "TABORT"
                PERFORM E-TABORT
                PERFORM Y-SKRIV-REGISTER
             WHEN "LISTA"
                PERFORM F-LISTA
             WHEN OTHER
                DISPLAY "Okand aktion: " WS-AKTION
                DISPLAY "Giltiga: LAGG, TABORT, LISTA"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE

          STOP RUN
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

          MOVE SPACES TO WS-BATREGISTER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "flottregister.txt" DELIMITED BY SIZE
              INTO WS-BATREGISTER-FILENAME

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-AKTION FROM ARGUMENT-VALUE
             ON EXCEPTION
                DISPLAY "Ange aktion: LAGG, TABORT, LISTA"
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-ACCEPT

          MOVE 2 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-BAT-ID FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-BAT-ID
          END-ACCEPT

          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-HEMMAHAMN FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE 99999 TO WS-HEMMAHAMN
          END-ACCEPT

          MOVE 4 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-TAXA FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE ZERO TO WS-TAXA
          END-ACCEPT

          MOVE 5 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-RACKVIDD FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE ZERO TO WS-RACKVIDD
          END-ACCEPT
          .

       C-LASA-REGISTER SECTION.

          OPEN INPUT BATREGISTER-FIL

          IF IND1-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-REGISTER
                READ BATREGISTER-FIL
                      AT END
                         SET SLUT-PA-REGISTER TO TRUE
                      NOT AT END
      *> Registret skrivs om fran tabellen - ett tak som tyst
      *> tappade rader vore att stryka batar ur flottan.
                         IF REG-ANTAL = 500
                            DISPLAY "Avbryter - fler an 500 "
                               "batar i batregistret"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                         END-IF

                         ADD 1 TO REG-ANTAL
                         MOVE BR-BAT-ID TO RT-BAT-ID(REG-ANTAL)
                         MOVE BR-HEMMAHAMN
                            TO RT-HEMMAHAMN(REG-ANTAL)
                         MOVE BR-TAXA TO RT-TAXA(REG-ANTAL)
                         MOVE BR-RACKVIDD
                            TO RT-RACKVIDD(REG-ANTAL)
                         MOVE BR-DATUM TO RT-DATUM(REG-ANTAL)
                END-READ
             END-PERFORM

             CLOSE BATREGISTER-FIL
          END-IF
          .

      *> Soker WS-BAT-ID i tabellen - REG-POS pekar pa raden nar
      *> baten finns.
       C1-SOK-BAT SECTION.

          INITIALIZE BAT-FUNNEN-SW

          PERFORM VARYING REG-POS FROM 1 BY 1
             UNTIL REG-POS > REG-ANTAL OR BAT-FUNNEN
             IF RT-BAT-ID(REG-POS) = WS-BAT-ID
                SET BAT-FUNNEN TO TRUE
                SUBTRACT 1 FROM REG-POS
             END-IF
          END-PERFORM
          .

      *> En bat utan taxa eller rackvidd vore en bat som flyttar
      *> gratis eller inte alls - bada avvisas, liksom en
      *> hemmahamn utanfor flottans axel.
       D-LAGG SECTION.

          IF WS-BAT-ID = SPACES
             DISPLAY "LAGG kraver bat-id, hemmahamn, taxa och "
                "rackvidd"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          IF WS-HEMMAHAMN > 9999
             DISPLAY "Hemmahamnen maste vara en position 0-9999"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          IF WS-TAXA = ZERO OR WS-RACKVIDD = ZERO
             DISPLAY "Taxa och rackvidd maste vara storre an noll"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM C1-SOK-BAT

          IF NOT BAT-FUNNEN
             IF REG-ANTAL = 500
                DISPLAY "Batregistret ar fullt"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             ADD 1 TO REG-ANTAL
             MOVE REG-ANTAL TO REG-POS
             MOVE WS-BAT-ID TO RT-BAT-ID(REG-POS)
             DISPLAY "Ny bat: " WS-BAT-ID
          ELSE
             DISPLAY "Andrad bat: " WS-BAT-ID
          END-IF

          MOVE WS-HEMMAHAMN TO RT-HEMMAHAMN(REG-POS)
          MOVE WS-TAXA TO RT-TAXA(REG-POS)
          MOVE WS-RACKVIDD TO RT-RACKVIDD(REG-POS)
          MOVE WS-RUN-DATE TO RT-DATUM(REG-POS)
          .

       E-TABORT SECTION.

          IF WS-BAT-ID = SPACES
             DISPLAY "TABORT kraver ett bat-id"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM C1-SOK-BAT

          IF NOT BAT-FUNNEN
             DISPLAY "Baten finns inte: " WS-BAT-ID
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM UNTIL REG-POS >= REG-ANTAL
             MOVE REG-RAD(REG-POS + 1) TO REG-RAD(REG-POS)
             ADD 1 TO REG-POS
          END-PERFORM

          SUBTRACT 1 FROM REG-ANTAL

          DISPLAY "Borttagen bat: " WS-BAT-ID
          .

       F-LISTA SECTION.

          PERFORM VARYING REG-POS FROM 1 BY 1
             UNTIL REG-POS > REG-ANTAL

             DISPLAY RT-BAT-ID(REG-POS) " hamn "
                RT-HEMMAHAMN(REG-POS) " taxa "
                RT-TAXA(REG-POS) " rackvidd "
                RT-RACKVIDD(REG-POS) " "
                RT-DATUM(REG-POS)
          END-PERFORM

          IF REG-ANTAL = ZERO
             DISPLAY "Batregistret ar tomt"
          END-IF
          .

       Y-SKRIV-REGISTER SECTION.

          OPEN OUTPUT BATREGISTER-FIL

          PERFORM VARYING REG-POS FROM 1 BY 1
             UNTIL REG-POS > REG-ANTAL

             MOVE SPACES TO BATREGISTER-REC
             MOVE RT-BAT-ID(REG-POS) TO BR-BAT-ID
             MOVE RT-HEMMAHAMN(REG-POS) TO BR-HEMMAHAMN
             MOVE RT-TAXA(REG-POS) TO BR-TAXA
             MOVE RT-RACKVIDD(REG-POS) TO BR-RACKVIDD
             MOVE RT-DATUM(REG-POS) TO BR-DATUM

             WRITE BATREGISTER-REC
          END-PERFORM

          CLOSE BATREGISTER-FIL

          DISPLAY "Batregistret omskrivet: flottregister.txt"
          .
