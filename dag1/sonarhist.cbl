          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT HISTORIK-FIL ASSIGN DYNAMIC
             WS-HISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-HISTORIK-FILENAME PIC X(40).

       COPY "JOURNAL-PARM.cpy".

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-HISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_historik.txt" DELIMITED BY SIZE
              INTO WS-HISTORIK-FILENAME

          MOVE "SOK" TO GK-FUNKTION
          MOVE "SONARHIST" TO GK-PROGRAM
          MOVE "sonar_result_" TO GK-STEM
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-SONAR3-RESULT-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "sonar_trend_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-TREND-FILENAME

          SORT HIST-RAD ON ASCENDING KEY HT-PROGRAM HT-DATUM

      *> Forebild fore omskrivningen och commit-rad efter - dor
      *> korningen halvvags lagger ATERRULLA tillbaka mastern.
          MOVE "FORE " TO JN-FUNKTION
          MOVE "SONARHIST" TO JN-PROGRAM
          MOVE WS-HISTORIK-FILENAME TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE RETURN-CODE TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM

          IF JN-RESULTAT = "N"
             DISPLAY "Ingen forebild av sonar_historik.txt - "
                "mastern skrivs inte om"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT HISTORIK-FIL

          PERFORM VARYING HIST-INDEX FROM 1 BY 1

          CLOSE HISTORIK-FIL

          MOVE "KLAR " TO JN-FUNKTION
          MOVE "SONARHIST" TO JN-PROGRAM
          MOVE WS-HISTORIK-FILENAME TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE RETURN-CODE TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM

          DISPLAY "Historikmaster uppdaterad: sonar_historik.txt"
          .

