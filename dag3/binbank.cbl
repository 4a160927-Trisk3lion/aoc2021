       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT BANK-LASFIL ASSIGN DYNAMIC
             WS-BANK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT BANKSTATUS-FIL ASSIGN DYNAMIC
             WS-BANKSTATUS-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT ARBETSORDER-FIL ASSIGN DYNAMIC
             WS-ARBETSORDER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Samma postlayout som BINARY-BANK-REC i BINARY.
       FD BANK-LASFIL.
       01 BANK-LASFIL-REC.
          05 VL-GRANS PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 VL-KORNINGAR-SEDAN-REN PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 VL-ORDER-NR PIC 9(6).

      *> Operatorernas vaktgrans: en rad med rattelsepromille (fyra
      *> siffror). Saknas filen galler standardvardet.
       FD GRANS-FIL.
       01 GRANS-REC PIC 9(4).

       FD ARBETSORDER-FIL.
       COPY "ARBETSORDER-REC.cpy"
           REPLACING ==:PREFIX:== BY ==AO==.

       WORKING-STORAGE SECTION.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "JOURNAL-PARM.cpy".

       01 WS-BANK-FILENAME PIC X(40).
       01 WS-REJECT-FILENAME PIC X(40).
       01 WS-RATTELSE-FILENAME PIC X(40).
       01 WS-VAKTLISTA-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-BANKSTATUS-FILENAME PIC X(40).
       01 WS-ARBETSORDER-FILENAME PIC X(40).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).
       01 ANTAL-SKRIVNA PIC 9(6) VALUE ZERO.
       01 ANTAL-PA-VAKTLISTA PIC 9(6) VALUE ZERO.

      *> Arbetsorderregistret i sin helhet: en postbild per order,
      *> tolkad via OB-arbetsposten. Registret skrivs om fran
      *> tabellen nar en order oppnats eller en bank nollstallts.
       01 ORDER-ANTAL PIC 9(3) VALUE ZERO.

       01 ORDER-TABELL.
          05 ORDER-BILD PIC X(91) OCCURS 500 TIMES.

       COPY "ARBETSORDER-REC.cpy"
           REPLACING ==:PREFIX:== BY ==OB==.

       01 ORDER-POS PIC 9(3).
       01 ORDER-FUNNEN-POS PIC 9(3).
       01 HOGSTA-ORDER-NR PIC 9(6) VALUE ZERO.
       01 ANTAL-NYA-ORDRAR PIC 9(3) VALUE ZERO.

       01 ORDER-ANDRAD-SW PIC 9 VALUE ZERO.
          88 ORDER-ANDRAD VALUE 1.

       01 AVVISNING-PROMILLE PIC 9(4).
       01 RATTELSE-PROMILLE PIC 9(4).
       01 PROMILLE-BAS PIC 9(7).
          PERFORM B-INIT
          PERFORM C-LASA-DAGENS-SIFFROR
          PERFORM D-LASA-MASTER
          PERFORM D2-LASA-ARBETSORDER
          PERFORM D3-NOLLSTALL-UTBYTTA
          PERFORM E-SKRIV-MASTER
          PERFORM F-SKRIV-ARBETSORDER
          PERFORM N-AVSLUTA
          .

             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-BANKSTATUS-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binary_bankstatus.txt" DELIMITED BY SIZE
              INTO WS-BANKSTATUS-FILENAME

          MOVE SPACES TO WS-ARBETSORDER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binbank_arbetsorder.txt" DELIMITED BY SIZE
              INTO WS-ARBETSORDER-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binary_bankresultat_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-BANK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binary_reject_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-REJECT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binary_rattelser_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RATTELSE-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "binbank_vaktlista_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-VAKTLISTA-FILENAME
          END-IF
          .

      *> Laser arbetsorderregistret. Saknas det finns inga ordrar
      *> annu - den forsta oppnas nar en bank hamnar pa vaktlistan.
       D2-LASA-ARBETSORDER SECTION.

          OPEN INPUT ARBETSORDER-FIL

          IF IND7-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW
             PERFORM UNTIL SLUT-PA-FIL
                READ ARBETSORDER-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
      *> Registret skrivs om fran tabellen - ett tak som tyst
      *> tappade rader vore att stryka ordrar ur historiken.
                         IF ORDER-ANTAL = 500
                            DISPLAY "Avbryter - fler an 500 ordrar "
                               "i arbetsorderregistret"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                         END-IF

                         ADD 1 TO ORDER-ANTAL
                         MOVE AO-ARBETSORDER-REC
                            TO ORDER-BILD(ORDER-ANTAL)

                         IF AO-ORDER-NR IS NUMERIC
                               AND AO-ORDER-NR > HOGSTA-ORDER-NR
                            MOVE AO-ORDER-NR TO HOGSTA-ORDER-NR
                         END-IF
                END-READ
             END-PERFORM
             CLOSE ARBETSORDER-FIL
          END-IF
          .

      *> En utbytt bank ar en ny sensor - den gamlas fel ska inte
      *> folja med. Forsta korningen efter bytet nollas bankens bild
      *> i mastern, sa att forst sedd, korningar och sviten sedan
      *> ren borjar om, och ordern markeras som nollstalld.
       D3-NOLLSTALL-UTBYTTA SECTION.

          PERFORM VARYING ORDER-POS FROM 1 BY 1
             UNTIL ORDER-POS > ORDER-ANTAL

             MOVE ORDER-BILD(ORDER-POS) TO OB-ARBETSORDER-REC

             IF (OB-STATUS = "UTBYTT" OR OB-STATUS = "VERIFIERAD")
                   AND OB-NOLLSTALLD NOT = "J"
                   AND OB-BANK(1:1) = "B"
                   AND OB-BANK(2:1) >= "1"
                   AND OB-BANK(2:1) <= "4"
                MOVE OB-BANK(2:1) TO BANK-POS
                INITIALIZE MASTER-RAD(BANK-POS)

                MOVE "J" TO OB-NOLLSTALLD
                MOVE OB-ARBETSORDER-REC TO ORDER-BILD(ORDER-POS)
                SET ORDER-ANDRAD TO TRUE

                DISPLAY "Bank " OB-BANK " utbytt enligt order "
                   OB-ORDER-NR " - statistiken borjar om"
             END-IF
          END-PERFORM
          .

      *> Slar ihop dagens siffror med masterns bild och skriver om
      *> registret komplett, plus vaktlistan for banker vars
      *> rattelsepromille klattrat over gransen.
       E-SKRIV-MASTER SECTION.

      *> Forebild fore omskrivningen och commit-rad efter - dor
      *> korningen halvvags lagger ATERRULLA tillbaka mastern.
          MOVE "FORE " TO JN-FUNKTION
          MOVE "BINBANK" TO JN-PROGRAM
          MOVE WS-BANKSTATUS-FILENAME TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE RETURN-CODE TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM

          IF JN-RESULTAT = "N"
             DISPLAY "Ingen forebild av binary_bankstatus.txt - "
                "mastern skrivs inte om"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT BANKSTATUS-FIL
          OPEN OUTPUT VAKTLISTA-FIL


          CLOSE BANKSTATUS-FIL
          CLOSE VAKTLISTA-FIL

          MOVE "KLAR " TO JN-FUNKTION
          MOVE "BINBANK" TO JN-PROGRAM
          MOVE WS-BANKSTATUS-FILENAME TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE RETURN-CODE TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM
          .

       E1-SKRIV-EN-BANK SECTION.
             MOVE MT-KORNINGAR-SEDAN-REN(BANK-POS)
                TO VL-KORNINGAR-SEDAN-REN

             PERFORM E2-OPPNA-ORDER
             MOVE OB-ORDER-NR TO VL-ORDER-NR

             WRITE VAKTLISTA-REC

             DISPLAY "VAKTLISTA: bank B" BANK-POS " rattar "
          END-IF
          .

      *> En bank pa vaktlistan far en arbetsorder - om den inte
      *> redan har en som inte ar verifierad. Da star den kvarvarande
      *> ordern pa vaktlistan i stallet for en dubblett.
       E2-OPPNA-ORDER SECTION.

          MOVE ZERO TO ORDER-FUNNEN-POS

          PERFORM VARYING ORDER-POS FROM 1 BY 1
             UNTIL ORDER-POS > ORDER-ANTAL

             MOVE ORDER-BILD(ORDER-POS) TO OB-ARBETSORDER-REC

             IF OB-BANK = BS-BANK
                   AND OB-STATUS NOT = "VERIFIERAD"
                MOVE ORDER-POS TO ORDER-FUNNEN-POS
             END-IF
          END-PERFORM

          IF ORDER-FUNNEN-POS NOT = ZERO
             MOVE ORDER-BILD(ORDER-FUNNEN-POS) TO OB-ARBETSORDER-REC
             DISPLAY "Bank " BS-BANK " har redan order "
                OB-ORDER-NR " (" OB-STATUS ")"
          ELSE
             IF ORDER-ANTAL = 500
                DISPLAY "Avbryter - arbetsorderregistret ar fullt"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             ADD 1 TO HOGSTA-ORDER-NR
             ADD 1 TO ORDER-ANTAL
             ADD 1 TO ANTAL-NYA-ORDRAR

             INITIALIZE OB-ARBETSORDER-REC
             MOVE HOGSTA-ORDER-NR TO OB-ORDER-NR
             MOVE BS-BANK TO OB-BANK
             MOVE "OPPEN" TO OB-STATUS
             MOVE WS-RUN-DATE TO OB-OPPNAD-DATUM
             MOVE RATTELSE-PROMILLE TO OB-RATTELSE-PROMILLE
             MOVE "N" TO OB-NOLLSTALLD

             MOVE OB-ARBETSORDER-REC TO ORDER-BILD(ORDER-ANTAL)
             SET ORDER-ANDRAD TO TRUE

             DISPLAY "Arbetsorder " OB-ORDER-NR " oppnad for bank "
                BS-BANK
          END-IF
          .

      *> Skriver om arbetsorderregistret i ordernummerordning nar
      *> nagot andrats, med forebild och commit-rad som mastern.
       F-SKRIV-ARBETSORDER SECTION.

          IF ORDER-ANDRAD
             MOVE "FORE " TO JN-FUNKTION
             MOVE "BINBANK" TO JN-PROGRAM
             MOVE WS-ARBETSORDER-FILENAME TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM

             IF JN-RESULTAT = "N"
                DISPLAY "Ingen forebild, skrivs inte om: "
                   WS-ARBETSORDER-FILENAME
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             OPEN OUTPUT ARBETSORDER-FIL

             PERFORM VARYING ORDER-POS FROM 1 BY 1
                UNTIL ORDER-POS > ORDER-ANTAL
                MOVE ORDER-BILD(ORDER-POS) TO AO-ARBETSORDER-REC
                WRITE AO-ARBETSORDER-REC
             END-PERFORM

             CLOSE ARBETSORDER-FIL

             MOVE "KLAR " TO JN-FUNKTION
             MOVE "BINBANK" TO JN-PROGRAM
             MOVE WS-ARBETSORDER-FILENAME TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM

             DISPLAY "Arbetsorderregistret omskrivet: "
                WS-ARBETSORDER-FILENAME
          END-IF
          .

       N-AVSLUTA SECTION.

          DISPLAY "Bankstatusmaster uppdaterad: binary_bankstatus.txt"
          DISPLAY "Antal banker i mastern: " ANTAL-SKRIVNA
          DISPLAY "Vaktlista skriven: " WS-VAKTLISTA-FILENAME
          DISPLAY "Antal pa vaktlistan: " ANTAL-PA-VAKTLISTA
          DISPLAY "Nya arbetsordrar: " ANTAL-NYA-ORDRAR

          PERFORM Z9-SKRIV-KORNINGSAUDIT

      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "BINBANK" TO RA-PROGRAM
          MOVE SPACES TO RA-PARAMETRAR
          STRING "GRANS=" DELIMITED BY SIZE
                 VAKT-GRANS DELIMITED BY SIZE
                 " ORDER=" DELIMITED BY SIZE
                 ANTAL-NYA-ORDRAR DELIMITED BY SIZE
              INTO RA-PARAMETRAR
          MOVE ANTAL-IN TO RA-ANTAL-IN
          MOVE ZERO TO RA-ANTAL-AVVISADE
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .
