           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND3-FILESTATUS.

           SELECT FALT-REGISTER-FIL ASSIGN DYNAMIC
              WS-FALT-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND4-FILESTATUS.

           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND6-FILESTATUS.

           SELECT FALT-HISTORIK-FIL ASSIGN DYNAMIC
              WS-FALT-HISTORIK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND7-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GRANS-FIL.
       01 GRANS-REC PIC 9(2).

      *> Falthistoriken: registret skrivs over varje korning, men
      *> har laggs en rad per falt och surveydatum till sa att
      *> faltets vandring, tillvaxt och topp kan foljas over
      *> veckorna (HYDROFLYTT). Kors samma datum om star bada
      *> raderna kvar - den senast skrivna galler.
       FD FALT-HISTORIK-FIL.
       01 FALT-HISTORIK-REC.
          05 FH-FALT-ID PIC X(5).
          05 FILLER PIC X.
          05 FH-SURVEY-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 FH-CENTRUM-X PIC 9(4).
          05 FILLER PIC X.
          05 FH-CENTRUM-Y PIC 9(4).
          05 FILLER PIC X.
          05 FH-MIN-X PIC 9(4).
          05 FILLER PIC X.
          05 FH-MAX-X PIC 9(4).
          05 FILLER PIC X.
          05 FH-MIN-Y PIC 9(4).
          05 FILLER PIC X.
          05 FH-MAX-Y PIC 9(4).
          05 FILLER PIC X.
          05 FH-ANTAL-CELLER PIC 9(6).
          05 FILLER PIC X.
          05 FH-TOPP-VARDE PIC 9(2).

       WORKING-STORAGE SECTION.

      *> Faltklustringen: topplistan och hetpunktsregistret ser
       01 WS-GRID-FILENAME PIC X(100).
       01 WS-TOPP-FILENAME PIC X(100).
       01 WS-RAPPORT-FILENAME PIC X(30).
       01 WS-TOPP-FALT-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-FALT-REGISTER-FILENAME PIC X(40).
       01 WS-FALT-HISTORIK-FILENAME PIC X(40).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 W-FILESTATUSES.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(30).
           PERFORM G-TILLDELA-ID
           PERFORM H-SKRIV-RAPPORT
           PERFORM I-SKRIV-REGISTER
           PERFORM K-SKRIV-HISTORIK
           PERFORM J-TAGGA-TOPPLISTA
           PERFORM N-AVSLUTA
           .
              MOVE WS-AFFARSDATUM TO WS-RUN-DATE
           END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
           COPY "PLATS-LAS.cpy".

           MOVE SPACES TO WS-FALT-REGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_faltregister.txt" DELIMITED BY SIZE
               INTO WS-FALT-REGISTER-FILENAME

           MOVE SPACES TO WS-FALT-HISTORIK-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_falthistorik.txt" DELIMITED BY SIZE
               INTO WS-FALT-HISTORIK-FILENAME

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-GRID-FILENAME FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-GRID-FILENAME
                 STRING PLATS-PREFIX DELIMITED BY SPACE
                        "hydro_gridkarta_" DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        ".txt" DELIMITED BY SIZE
                     INTO WS-GRID-FILENAME
           ACCEPT WS-TOPP-FILENAME FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO WS-TOPP-FILENAME
                 STRING PLATS-PREFIX DELIMITED BY SPACE
                        "hydro_toppunkter_" DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        ".txt" DELIMITED BY SIZE
                     INTO WS-TOPP-FILENAME
           END-ACCEPT

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_falt_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RAPPORT-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "hydro_topp_falt_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-TOPP-FALT-FILENAME
           DISPLAY "Faltregister skrivet: hydro_faltregister.txt"
           .

      *> Lagger dagens falt till i falthistoriken, en rad per falt
      *> med dagens matt under sitt stabila id.
       K-SKRIV-HISTORIK SECTION.

           OPEN EXTEND FALT-HISTORIK-FIL

           IF IND7-FILESTATUS = "35"
              OPEN OUTPUT FALT-HISTORIK-FIL
           END-IF

           MOVE IND7-FILESTATUS TO WS-FILSTATUS
           MOVE "hydro_falthistorik.txt" TO WS-FILSTATUS-FIL
           PERFORM Z-KONTROLLERA-FILSTATUS

           PERFORM VARYING FALT-POS FROM 1 BY 1
              UNTIL FALT-POS > ANTAL-FALT

              MOVE SPACES TO FALT-HISTORIK-REC
              MOVE FT-ID(FALT-POS) TO FH-FALT-ID
              MOVE WS-RUN-DATE TO FH-SURVEY-DATUM
              MOVE FT-CENTRUM-X(FALT-POS) TO FH-CENTRUM-X
              MOVE FT-CENTRUM-Y(FALT-POS) TO FH-CENTRUM-Y
              MOVE FT-MIN-X(FALT-POS) TO FH-MIN-X
              MOVE FT-MAX-X(FALT-POS) TO FH-MAX-X
              MOVE FT-MIN-Y(FALT-POS) TO FH-MIN-Y
              MOVE FT-MAX-Y(FALT-POS) TO FH-MAX-Y
              MOVE FT-ANTAL(FALT-POS) TO FH-ANTAL-CELLER
              MOVE FT-TOPP(FALT-POS) TO FH-TOPP-VARDE

              WRITE FALT-HISTORIK-REC
           END-PERFORM

           CLOSE FALT-HISTORIK-FIL

           DISPLAY "Falthistorik utokad: " ANTAL-FALT " rader"
           .

      *> Laser dagens topplista och skriver den igen med faltid per
      *> toppunkt - punkter utanfor alla falt far blank.
       J-TAGGA-TOPPLISTA SECTION.
