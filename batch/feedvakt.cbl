          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LARM-FILSTATUS.

          SELECT SPARR-FIL ASSIGN DYNAMIC
             WS-SPARR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

      *> Operatorerna ska fa veta att ett flode ar sent klockan 22,
      *> inte halv tre.
       01 WS-ALERT-FILENAME PIC X(40).
       01 WS-PAVERKAN-FILENAME PIC X(40).

       01 LARM-FILSTATUS PIC XX.
       01 LARM-ALLVAR-HOLDER PIC X(4).
       01 LARM-KLOCKA PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-SPARR-FILENAME PIC X(40).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 WS-VANTETID-PARM PIC 9(3) VALUE ZERO.
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

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "feedvakt_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-ALERT-FILENAME

          MOVE SPACES TO WS-PAVERKAN-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "paverkan_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-PAVERKAN-FILENAME
          .

       C-LASA-REGISTER SECTION.
      *> trasig, inte som framme.
       D2-PROVA-ETT-FLODE SECTION.

      *> Flodesregistret namnger filen utan plats - det ar den
      *> korande platsens exemplar som ska vara framme.
          MOVE SPACES TO FLODE-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 FT-FILNAMN(FEED-POS) DELIMITED BY SPACE
              INTO FLODE-FILENAME

          OPEN INPUT FLODE-FIL


          IF ANTAL-SAKNADE NOT = ZERO
             CLOSE ALERT-FIL
             PERFORM E2-PAVERKAN
          END-IF

          OPEN OUTPUT SPARR-FIL
          END-IF
          .

      *> Paverkansanalysen laser larmfilen och listar for varje
      *> saknat flode vilka strommar, slutsteg, utdatafamiljer,
      *> rapportmottagare och landkontorsposter som drabbas, och
      *> hur sent flodet senast kan komma for varje SLA. Den ar
      *> ett stod for jouren - gar den fel star larmet anda kvar.
       E2-PAVERKAN SECTION.

          MOVE "./batch/paverkan" TO WS-CMD
          CALL "SYSTEM" USING WS-CMD
          .

       N-AVSLUTA SECTION.

          IF ANTAL-SAKNADE = ZERO
          ELSE
             DISPLAY "Saknade/trasiga floden: " ANTAL-SAKNADE
                " - se " WS-ALERT-FILENAME
             DISPLAY "Paverkan per flode: " WS-PAVERKAN-FILENAME
             DISPLAY "Sparrade strommar: " ANTAL-SPARRADE
             MOVE 1 TO RETURN-CODE
          END-IF

      *> Lagger ett larm till den centrala larmfilen - en plats att
      *> titta pa klockan 03:00, med protokoll over vem som sag vad.
      *> Samma EXTEND-med-35-fallback som generationskatalogen.
       Y8-SKRIV-LARM SECTION.

          OPEN EXTEND LARM-FIL
          ACCEPT LARM-KLOCKA FROM TIME
          MOVE LARM-KLOCKA(1:6) TO LC-KLOCKSLAG
          MOVE "FEEDVAKT  " TO LC-PROGRAM
          MOVE PLATS-KOD TO LC-PLATS
          MOVE LARM-ALLVAR-HOLDER TO LC-ALLVAR
          MOVE LARM-TEXT-HOLDER TO LC-TEXT
          MOVE "OPPEN" TO LC-STATUS
