          05 FILLER PIC X VALUE SPACE.
          05 RR-STATUS PIC X(10).

      *> Anteckningsraden i samma rapport: star direkt efter
      *> programmets rad, med ANM dar det forvantade vardet star,
      *> klassningen under det faktiska och status ANTECKNAD, foljt
      *> av operatorernas text (se ANTECKNING).
       01 REGKONTROLL-ANM-REC.
          05 RA-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 RA-PROGRAM PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 RA-TYP PIC X(16).
          05 FILLER PIC X VALUE SPACE.
          05 RA-KLASS PIC X(16).
          05 FILLER PIC X VALUE SPACE.
          05 RA-STATUS PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 RA-TEXT PIC X(30).

       FD SONAR-RESULT-LASFIL.
       01 SONAR-RESULT-RAD PIC X(60).

       01 LARM-KLOCKA PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-RAPPORT-FILENAME PIC X(40).
       01 WS-SONAR-RESULT-FILENAME PIC X(40).
       01 WS-SONAR3-RESULT-FILENAME PIC X(40).
       01 WS-TOKEN-6 PIC X(16).

       01 WS-PROGRAM-NAMN PIC X(10).
       01 WS-FAMILJ-STEM PIC X(20).

       COPY "ANTSOK-PARM.cpy".

      *> Forslagslaget: startas REGKONTROLL med argumentet FORSLAG
      *> skrivs efter en granskad korning en kandidatfil med dagens
              MOVE WS-AFFARSDATUM TO WS-RUN-DATE
           END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
           COPY "PLATS-LAS.cpy".

           MOVE "NY " TO GK-FUNKTION
           MOVE "REGKONTROLL" TO GK-PROGRAM
           MOVE "regkoll_rapport_" TO GK-STEM

           IF IND3-FILESTATUS NOT = "00"
              MOVE "SONAR" TO WS-PROGRAM-NAMN
              MOVE "sonar_result_" TO WS-FAMILJ-STEM
              PERFORM E-SKRIV-SAKNAS
           ELSE
              READ SONAR-RESULT-LASFIL
              CLOSE SONAR-RESULT-LASFIL

              MOVE "SONAR" TO WS-PROGRAM-NAMN
              MOVE "sonar_result_" TO WS-FAMILJ-STEM
              PERFORM E-JAMFOR
           END-IF
           .

           IF IND4-FILESTATUS NOT = "00"
              MOVE "SONAR3" TO WS-PROGRAM-NAMN
              MOVE "sonar3_result_" TO WS-FAMILJ-STEM
              PERFORM E-SKRIV-SAKNAS
           ELSE
              READ SONAR3-RESULT-LASFIL
              CLOSE SONAR3-RESULT-LASFIL

              MOVE "SONAR3" TO WS-PROGRAM-NAMN
              MOVE "sonar3_result_" TO WS-FAMILJ-STEM
              PERFORM E-JAMFOR
           END-IF
           .

           IF IND5-FILESTATUS NOT = "00"
              MOVE "DIVE" TO WS-PROGRAM-NAMN
              MOVE "dive_result_" TO WS-FAMILJ-STEM
              PERFORM E-SKRIV-SAKNAS
           ELSE
              READ DIVE-RESULT-LASFIL
              CLOSE DIVE-RESULT-LASFIL

              MOVE "DIVE" TO WS-PROGRAM-NAMN
              MOVE "dive_result_" TO WS-FAMILJ-STEM
              PERFORM E-JAMFOR
           END-IF
           .

           IF IND6-FILESTATUS NOT = "00"
              MOVE "BINARY2" TO WS-PROGRAM-NAMN
              MOVE "binary2_result_" TO WS-FAMILJ-STEM
              PERFORM E-SKRIV-SAKNAS
           ELSE
              READ BINARY2-RESULT-LASFIL
              CLOSE BINARY2-RESULT-LASFIL

              MOVE "BINARY2" TO WS-PROGRAM-NAMN
              MOVE "binary2_result_" TO WS-FAMILJ-STEM
              PERFORM E-JAMFOR
           END-IF
           .

           IF IND7-FILESTATUS NOT = "00"
              MOVE "HYDRO" TO WS-PROGRAM-NAMN
              MOVE "hydro_result_" TO WS-FAMILJ-STEM
              PERFORM E-SKRIV-SAKNAS
           ELSE
              READ HYDRO-RESULT-LASFIL
              CLOSE HYDRO-RESULT-LASFIL

              MOVE "HYDRO" TO WS-PROGRAM-NAMN
              MOVE "hydro_result_" TO WS-FAMILJ-STEM
              PERFORM E-JAMFOR
           END-IF
           .

           IF IND9-FILESTATUS NOT = "00"
              MOVE "LEKCYKEL" TO WS-PROGRAM-NAMN
              MOVE "lekcykel_result_" TO WS-FAMILJ-STEM
              PERFORM E-SKRIV-SAKNAS
           ELSE
              READ LEKCYKEL-RESULT-LASFIL
              CLOSE LEKCYKEL-RESULT-LASFIL

              MOVE "LEKCYKEL" TO WS-PROGRAM-NAMN
              MOVE "lekcykel_result_" TO WS-FAMILJ-STEM
              PERFORM E-JAMFOR
           END-IF
           .

           IF IND10-FILESTATUS NOT = "00"
              MOVE "FLOTTLINJE" TO WS-PROGRAM-NAMN
              MOVE "flottlinje_result_" TO WS-FAMILJ-STEM
              PERFORM E-SKRIV-SAKNAS
           ELSE
              READ FLOTTLINJE-RESULT-LASFIL
              CLOSE FLOTTLINJE-RESULT-LASFIL

              MOVE "FLOTTLINJE" TO WS-PROGRAM-NAMN
              MOVE "flottlinje_result_" TO WS-FAMILJ-STEM
              PERFORM E-JAMFOR
           END-IF
           .
                 DISPLAY WS-PROGRAM-NAMN ": " RR-STATUS
                    " (forvantat " FV-T-VARDE(FV-INDEX)
                    ", faktiskt " WS-FAKTISKT-VARDE ")"

                 PERFORM E3-SKRIV-ANTECKNING
              END-IF
           END-PERFORM

              MOVE "INGEN REF" TO RR-STATUS

              WRITE REGKONTROLL-RAPPORT-REC
              DISPLAY WS-PROGRAM-NAMN
                 ": inget forvantat varde i forvantade_varden.txt"

              PERFORM E3-SKRIV-ANTECKNING
           END-IF
           .

       F-SKRIV-FORSLAG SECTION.

           MOVE SPACES TO WS-FORSLAG-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "forvantade_varden_forslag_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-FORSLAG-FILENAME
           MOVE "INGEN FIL" TO RR-STATUS

           WRITE REGKONTROLL-RAPPORT-REC
           SET REGRESSION-AVVIKELSE TO TRUE

           DISPLAY WS-PROGRAM-NAMN ": resultatfilen saknas"

           PERFORM E3-SKRIV-ANTECKNING
           .

      *> Har en operator antecknat programmets resultat for dagen
      *> star anteckningen pa raden under - en kand avvikelse ar
      *> redan forklarad nar rapporten lases.
       E3-SKRIV-ANTECKNING SECTION.

           MOVE WS-PROGRAM-NAMN TO AN-PROGRAM
           MOVE WS-RUN-DATE TO AN-DATUM
           MOVE WS-FAMILJ-STEM TO AN-FAMILJ
           MOVE PLATS-KOD TO AN-PLATS
           CALL "ANTSOK" USING ANTSOK-PARM

           IF AN-RESULTAT = "J"
              MOVE SPACES TO REGKONTROLL-ANM-REC
              MOVE WS-RUN-DATE TO RA-RUN-DATE
              MOVE WS-PROGRAM-NAMN TO RA-PROGRAM
              MOVE "ANM" TO RA-TYP
              MOVE AN-KLASS TO RA-KLASS
              MOVE "ANTECKNAD" TO RA-STATUS
              MOVE AN-TEXT TO RA-TEXT
              WRITE REGKONTROLL-ANM-REC

              DISPLAY WS-PROGRAM-NAMN ": antecknad " AN-KLASS " "
                 AN-TEXT
           END-IF
           .

       N-AVSLUTA SECTION.

      *> Lagger ett larm till den centrala larmfilen - en plats att
      *> titta pa klockan 03:00, med protokoll over vem som sag vad.
      *> Samma EXTEND-med-35-fallback som generationskatalogen.
       Y8-SKRIV-LARM SECTION.

          OPEN EXTEND LARM-FIL
          ACCEPT LARM-KLOCKA FROM TIME
          MOVE LARM-KLOCKA(1:6) TO LC-KLOCKSLAG
          MOVE "REGKONTROL" TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS
