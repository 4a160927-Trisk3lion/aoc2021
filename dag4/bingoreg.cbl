       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REGISTER-FIL ASSIGN DYNAMIC
              WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND1-FILESTATUS.


       COPY "BEHORIG-PARM.cpy".

       COPY "JOURNAL-PARM.cpy".

      *> Fornyelsecykeln ("FORNYA" som forsta argument i stallet
      *> for en transaktionsfil): brickor aldre an giltighetstiden
      *> flaggas FORNYA med en avisering per agare, och brickor som
       01 FORNYA-VALT-SW PIC 9 VALUE ZERO.
          88 FORNYA-VALT VALUE 1.

       01 WS-FORNYELSE-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-REGISTER-FILENAME PIC X(40).

       01 GILTIGHET-DAGAR PIC 9(4) VALUE 365.
       01 FRIST-DAGAR PIC 9(4) VALUE 30.

              MOVE WS-AFFARSDATUM TO WS-RUN-DATE
           END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
           COPY "PLATS-LAS.cpy".

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_register.txt" DELIMITED BY SIZE
               INTO WS-REGISTER-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingoreg_fornyelser_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-FORNYELSE-FILENAME

           SORT REG-RAD ON ASCENDING KEY RT-KALLA-NR

      *> Forebild fore omskrivningen och commit-rad efter - dor
      *> korningen halvvags lagger ATERRULLA tillbaka mastern.
           MOVE "FORE " TO JN-FUNKTION
           MOVE "BINGOREG" TO JN-PROGRAM
           MOVE WS-REGISTER-FILENAME TO JN-MASTER
           MOVE WS-RUN-DATE TO JN-DATUM
           MOVE RETURN-CODE TO JN-RETURKOD
           CALL "JOURNAL" USING JOURNAL-PARM

           IF JN-RESULTAT = "N"
              DISPLAY "Ingen forebild av bingo_register.txt - "
                 "mastern skrivs inte om"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FIL

           PERFORM VARYING REG-INDEX FROM 1 BY 1
           END-PERFORM

           CLOSE REGISTER-FIL

           MOVE "KLAR " TO JN-FUNKTION
           MOVE "BINGOREG" TO JN-PROGRAM
           MOVE WS-REGISTER-FILENAME TO JN-MASTER
           MOVE WS-RUN-DATE TO JN-DATUM
           MOVE RETURN-CODE TO JN-RETURKOD
           CALL "JOURNAL" USING JOURNAL-PARM
           .

       N-AVSLUTA SECTION.
