       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT STEGHISTORIK-FIL ASSIGN DYNAMIC
             WS-STEGHISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

       01 WS-RAPPORT-FILENAME PIC X(30).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-STEGHISTORIK-FILENAME PIC X(40).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 WS-PROCENT-PARM PIC 9(3) VALUE ZERO.
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          MOVE SPACES TO WS-STEGHISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_steghistorik.txt" DELIMITED BY SIZE
              INTO WS-STEGHISTORIK-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "stegrapp_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-RAPPORT-FILENAME
      *> Lyckade korningar (returkod noll) laggs pa sitt stegs rad:
      *> den forra "senaste" flyttas in i snittunderlaget och den
      *> har korningen blir ny senaste. Sa star alltid den farskaste
      *> korningen mot snittet av alla dessforinnan. HALL-raderna
      *> ar operatorens uppehall, inte korningar, och raknas inte.
       C-LASA-HISTORIK SECTION.

          OPEN INPUT STEGHISTORIK-FIL

          PERFORM UNTIL END-OF-FILE

             IF SH-RC = ZERO AND SH-STEG(1:5) NOT = "HALL-"
                PERFORM C1-BOKFOR-KORNING
             END-IF

