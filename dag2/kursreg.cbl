       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KURSREGISTER-FIL ASSIGN DYNAMIC
              WS-KURSREGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND1-FILESTATUS.

      *> DIVEKOLL satter KOLLAD mot versionen nar kontrollen gar
      *> ren, GODKANN kraver KOLLAD och protokollfor vem, och DIVE
      *> vagrar en kursfil vars kontrollsumma inte ar en GODKAND
      *> version. KURSDIFF staller tva incheckade versioner mot
      *> varandra infor ett GODKANN.
      *>
      *> Anrop: kursreg CHECKIN <filnamn> <forfattare>
      *>        kursreg GODKANN <version> <operator>
      *>        kursreg LISTA
       01 WS-AKTION PIC X(7).
       01 WS-OPERAND PIC X(40).
       01 WS-OPERATOR PIC X(8).
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8).

      *> Varje plats (miljovariabeln PLATS) har sitt eget
      *> kursregister, som DIVE och DIVEKOLL for samma plats laser.
       COPY "PLATS.cpy".
       01 WS-KURSREGISTER-FILENAME PIC X(40).

      *> Registret bokfor kursfilens namn utan platsprefixet -
      *> samma regel som DIVEPLANs incheckning och KURSDIFFs
      *> lasning. Operatoren far ange namnet med eller utan.
       01 WS-KURS-NAMN PIC X(40).
       01 WS-KURS-FILENAME PIC X(40).

       01 IND1-FILESTATUS PIC XX.

       COPY "SIGILL-PARM.cpy".
           ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
              ON EXCEPTION MOVE SPACES TO WS-OPERATOR
           END-ACCEPT

           COPY "PLATS-LAS.cpy".

           MOVE SPACES TO WS-KURSREGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "kursregister.txt" DELIMITED BY SIZE
               INTO WS-KURSREGISTER-FILENAME
           .

       C-LASA-REGISTER SECTION.
              STOP RUN
           END-IF

           MOVE WS-OPERAND TO WS-KURS-NAMN
           IF PLATS-LANGD > ZERO
              IF WS-OPERAND(1:PLATS-LANGD) = PLATS-PREFIX
                 MOVE WS-OPERAND(PLATS-LANGD + 1:) TO WS-KURS-NAMN
              END-IF
           END-IF

           IF WS-KURS-NAMN(31:10) NOT = SPACES
              DISPLAY "Filnamnet ar for langt for kursregistret: "
                 WS-KURS-NAMN
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-KURS-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  WS-KURS-NAMN DELIMITED BY SPACE
               INTO WS-KURS-FILENAME

           MOVE "PROVA" TO SG-FUNKTION
           MOVE WS-KURS-FILENAME TO SG-FILNAMN
           CALL "SIGILL" USING SIGILL-PARM

           IF SG-RESULTAT = "F"
              DISPLAY "Kursfilen kan inte lasas: " WS-KURS-FILENAME
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO REG-ANTAL

           MOVE HOGSTA-VERSION TO RT-VERSION(REG-ANTAL)
           MOVE WS-KURS-NAMN TO RT-FILNAMN(REG-ANTAL)
           MOVE SG-ANTAL TO RT-ANTAL(REG-ANTAL)
           MOVE SG-HASH TO RT-HASH(REG-ANTAL)
           MOVE WS-OPERATOR TO RT-FORFATTARE(REG-ANTAL)
           MOVE SPACES TO RT-GODKAND-AV(REG-ANTAL)

           DISPLAY "Version " HOGSTA-VERSION " incheckad: "
              WS-KURS-NAMN(1:25) " (" SG-ANTAL " rader)"
           .

      *> Godkannandet kraver att DIVEKOLL redan satt KOLLAD pa

           CLOSE KURSREGISTER-FIL

           DISPLAY "Kursregistret omskrivet: "
              WS-KURSREGISTER-FILENAME
           .
