       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT CHECKPOINT-LASFIL ASSIGN DYNAMIC
             WS-CHECKPOINT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND9-FILESTATUS.

          SELECT PLATSREG-FIL ASSIGN "batch/platsregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLATSREG-FILESTATUS.

          SELECT PLATSRAPPORT-FIL ASSIGN DYNAMIC
             WS-PLATSRAPPORT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER PIC X.
          05 RK-STATUS PIC X(10).

      *> Samma postlayout som REGKONTROLL-ANM-REC i REGKONTROLL -
      *> anteckningsraden efter programmets rad.
       01 REGKONTROLL-ANM-LASREC.
          05 RA-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 RA-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 RA-TYP PIC X(16).
          05 FILLER PIC X.
          05 RA-KLASS PIC X(16).
          05 FILLER PIC X.
          05 RA-STATUS PIC X(10).
          05 FILLER PIC X.
          05 RA-TEXT PIC X(30).

       FD SLUTRAPPORT-FIL.
       01 SLUTRAPPORT-REC.
          05 SR-RUN-DATE PIC 9(8).
          05 SDT-NR PIC X(3).
          05 FILLER PIC X(171).

       FD PLATSREG-FIL.
       COPY "PLATSREG-REC.cpy".

      *> En plats egen slutrapport - samma layout som SLUTRAPPORT-REC.
       FD PLATSRAPPORT-FIL.
       01 PLATSRAPPORT-REC.
          05 PR-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 PR-RUBRIK PIC X(20).
          05 FILLER PIC X.
          05 PR-VARDE PIC X(40).

       WORKING-STORAGE SECTION.

       COPY "GENKAT-PARM.cpy".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-CHECKPOINT-FILENAME PIC X(40).

       01 WS-REGKONTROLL-FILENAME PIC X(40).
       01 WS-SLUTRAPPORT-FILENAME PIC X(30).

          05 SEKTION-RAD OCCURS 50 TIMES.
             10 SE-PROGRAM PIC X(10).
             10 SE-STATUS PIC X(10).
             10 SE-KLASS PIC X(9).
             10 SE-TEXT PIC X(30).

       01 MOTTAGARE-ANTAL PIC 9(2) VALUE ZERO.

       01 WS-ANTAL-EDIT PIC ZZ9.
       01 WS-SAMMANFATTNING PIC X(40) VALUE SPACES.

      *> Med argumentet ALLA skrivs i stallet en sammanstallning
      *> over platserna i platsregistret: varje plats siffror och
      *> slutstatus ur dess egen slutrapport for dagen, och sist
      *> summorna for alla platser. Platsernas egna slutrapporter
      *> ska alltsa ha skrivits forst. Saknas en plats rapport ar
      *> det ett problem, precis som en saknad regressionsrapport.
       01 WS-LAGE-ARG PIC X(4).

       01 ALLA-PLATSER-SW PIC 9 VALUE ZERO.
          88 ALLA-PLATSER VALUE 1.

       COPY "PLATSREG.cpy".

       01 WS-PLATSRAPPORT-FILENAME PIC X(40).
       01 IND10-FILESTATUS PIC XX.

       01 SLUT-PA-PLATSRAPPORT-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-PLATSRAPPORT VALUE 1.

       01 PLATS-PROBLEM-SW PIC 9 VALUE ZERO.
          88 PLATS-PROBLEM VALUE 1.

       01 PLATS-ANTAL PIC 9(3).
       01 ANTAL-PLATSER-PROBLEM PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT

          IF ALLA-PLATSER
             PERFORM G-ALLA-PLATSER
             PERFORM N-AVSLUTA
          END-IF

          PERFORM C-LAS-CHECKPOINT
          PERFORM D-SAMMANSTALL-REGKONTROLL
          PERFORM E-SKRIV-SLUTRADER
      *> sammanstallningen alltid laser och skriver ratt dags filer.
       B-INIT SECTION.

          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT WS-LAGE-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-LAGE-ARG
          END-ACCEPT

          IF WS-LAGE-ARG = "ALLA"
             SET ALLA-PLATSER TO TRUE
          END-IF

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *> Korkalenderns ikapp-korningar (och jamforelsekorningar) far
             MOVE WS-AFFARSDATUM TO WS-RUN-DATE
          END-IF

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen.
          COPY "PLATS-LAS.cpy".

          IF ALLA-PLATSER
             STRING "slutrapport_alla_" DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                INTO WS-SLUTRAPPORT-FILENAME
             OPEN OUTPUT SLUTRAPPORT-FIL
             EXIT SECTION
          END-IF

          MOVE SPACES TO WS-CHECKPOINT-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "batch_checkpoint.txt" DELIMITED BY SIZE
              INTO WS-CHECKPOINT-FILENAME

          MOVE "SOK" TO GK-FUNKTION
          MOVE "SLUTRAPPORT" TO GK-PROGRAM
          MOVE "regkoll_rapport_" TO GK-STEM
          CALL "GENKAT" USING GENKAT-PARM
          MOVE GK-FILNAMN TO WS-REGKONTROLL-FILENAME

          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "slutrapport_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
             INTO WS-SLUTRAPPORT-FILENAME
          END-IF
          .

      *> En anteckningsrad (ANM) ar ingen kontroll och raknas inte -
      *> den skrivs under programmets rad och foljer sektionen ut i
      *> delrapporterna.
       DA-BEHANDLA-REGKONTROLLRAD SECTION.

          IF RK-FORVANTAT = "ANM"
             PERFORM DB-TA-ANTECKNING
          ELSE
             MOVE SPACES TO SLUTRAPPORT-REC
             MOVE WS-RUN-DATE TO SR-RUN-DATE
             MOVE RK-PROGRAM TO SR-RUBRIK
             MOVE RK-STATUS TO SR-VARDE

             WRITE SLUTRAPPORT-REC

             IF SEKTION-ANTAL < 50
                ADD 1 TO SEKTION-ANTAL
                MOVE RK-PROGRAM TO SE-PROGRAM(SEKTION-ANTAL)
                MOVE RK-STATUS TO SE-STATUS(SEKTION-ANTAL)
                MOVE SPACES TO SE-KLASS(SEKTION-ANTAL)
                MOVE SPACES TO SE-TEXT(SEKTION-ANTAL)
             END-IF

             EVALUATE RK-STATUS
                WHEN "OK"
                   ADD 1 TO ANTAL-OK
                WHEN "AVVIKELSE"
                   ADD 1 TO ANTAL-AVVIKELSE
                   SET SUITE-PROBLEM TO TRUE
                WHEN OTHER
                   ADD 1 TO ANTAL-OVRIGT
                   SET SUITE-PROBLEM TO TRUE
             END-EVALUATE
          END-IF

          READ REGKONTROLL-LASFIL
             AT END
                SET END-OF-REGKONTROLL TO TRUE
          END-READ
          .

       DB-TA-ANTECKNING SECTION.

          MOVE SPACES TO SLUTRAPPORT-REC
          MOVE WS-RUN-DATE TO SR-RUN-DATE
          STRING "ANM " DELIMITED BY SIZE
                 RA-PROGRAM DELIMITED BY SPACE
              INTO SR-RUBRIK
          STRING RA-KLASS(1:9) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 RA-TEXT DELIMITED BY SIZE
              INTO SR-VARDE

          WRITE SLUTRAPPORT-REC

          IF SEKTION-ANTAL > ZERO
             IF SE-PROGRAM(SEKTION-ANTAL) = RA-PROGRAM
                MOVE RA-KLASS TO SE-KLASS(SEKTION-ANTAL)
                MOVE RA-TEXT TO SE-TEXT(SEKTION-ANTAL)
             END-IF
          END-IF
          .

      *> Skriver de sammanfattande raderna sist i rapporten: hur langt
      *> natkorningen kom, hur de kontrollerade programmen fordelade sig
      *> over OK/AVVIKELSE/OVRIGT, och en enda SLUTSTATUS-rad en
       F2-SKRIV-DELRAPPORT SECTION.

          MOVE SPACES TO WS-BURST-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "slutrapport_" DELIMITED BY SIZE
                 AKTUELL-MOTTAGARE DELIMITED BY SPACE
                 "_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                STRING SE-PROGRAM(SEKTION-POS) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SE-STATUS(SEKTION-POS) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SE-KLASS(SEKTION-POS) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SE-TEXT(SEKTION-POS) DELIMITED BY SIZE
                    INTO BURST-REC
                PERFORM F4-SKRIV-BURSTRAD
             END-IF
          ADD 1 TO RADER-PA-SIDAN
          .

      *> Sammanstallningen over alla platser. Per plats en
      *> PLATS-rad med kod och namn och darefter platsens egna
      *> sammanfattningsrader; sist ALLA-raderna med summorna.
      *> Nattkorningens steg summeras inte - de galler var plats
      *> for sig.
       G-ALLA-PLATSER SECTION.

          COPY "PLATSREG-LAS.cpy".

          PERFORM VARYING PLATSREG-POS FROM 1 BY 1
             UNTIL PLATSREG-POS > PLATSREG-ANTAL
             PERFORM G1-LAS-PLATSRAPPORT
          END-PERFORM

          MOVE SPACES TO SLUTRAPPORT-REC
          MOVE WS-RUN-DATE TO SR-RUN-DATE
          MOVE "PLATS" TO SR-RUBRIK
          MOVE "ALLA" TO SR-VARDE
          WRITE SLUTRAPPORT-REC

          MOVE SPACES TO SLUTRAPPORT-REC
          MOVE WS-RUN-DATE TO SR-RUN-DATE
          MOVE "ANTAL-PLATSER" TO SR-RUBRIK
          MOVE PLATSREG-ANTAL TO WS-ANTAL-EDIT
          MOVE WS-ANTAL-EDIT TO SR-VARDE
          WRITE SLUTRAPPORT-REC

          MOVE SPACES TO SLUTRAPPORT-REC
          MOVE WS-RUN-DATE TO SR-RUN-DATE
          MOVE "PLATSER-MED-PROBLEM" TO SR-RUBRIK
          MOVE ANTAL-PLATSER-PROBLEM TO WS-ANTAL-EDIT
          MOVE WS-ANTAL-EDIT TO SR-VARDE
          WRITE SLUTRAPPORT-REC

          MOVE SPACES TO SLUTRAPPORT-REC
          MOVE WS-RUN-DATE TO SR-RUN-DATE
          MOVE "ANTAL-OK" TO SR-RUBRIK
          MOVE ANTAL-OK TO SR-VARDE
          WRITE SLUTRAPPORT-REC

          MOVE SPACES TO SLUTRAPPORT-REC
          MOVE WS-RUN-DATE TO SR-RUN-DATE
          MOVE "ANTAL-AVVIKELSE" TO SR-RUBRIK
          MOVE ANTAL-AVVIKELSE TO SR-VARDE
          WRITE SLUTRAPPORT-REC

          MOVE SPACES TO SLUTRAPPORT-REC
          MOVE WS-RUN-DATE TO SR-RUN-DATE
          MOVE "ANTAL-OVRIGT" TO SR-RUBRIK
          MOVE ANTAL-OVRIGT TO SR-VARDE
          WRITE SLUTRAPPORT-REC

          MOVE SPACES TO SLUTRAPPORT-REC
          MOVE WS-RUN-DATE TO SR-RUN-DATE
          MOVE "SLUTSTATUS" TO SR-RUBRIK
          IF SUITE-PROBLEM
             MOVE "PROBLEM" TO SR-VARDE
          ELSE
             MOVE "OK" TO SR-VARDE
          END-IF
          WRITE SLUTRAPPORT-REC
          .

       G1-LAS-PLATSRAPPORT SECTION.

          MOVE SPACES TO SLUTRAPPORT-REC
          MOVE WS-RUN-DATE TO SR-RUN-DATE
          MOVE "PLATS" TO SR-RUBRIK
          STRING PT-KOD(PLATSREG-POS) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 PT-NAMN(PLATSREG-POS) DELIMITED BY SIZE
             INTO SR-VARDE
          WRITE SLUTRAPPORT-REC

          MOVE SPACES TO WS-PLATSRAPPORT-FILENAME
          STRING PT-PREFIX(PLATSREG-POS) DELIMITED BY SPACE
                 "slutrapport_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
             INTO WS-PLATSRAPPORT-FILENAME

          INITIALIZE SLUT-PA-PLATSRAPPORT-SW
          SET PLATS-PROBLEM TO TRUE

          OPEN INPUT PLATSRAPPORT-FIL

          IF IND10-FILESTATUS NOT = "00"
             DISPLAY "Plats " PT-KOD(PLATSREG-POS)
                ": ingen slutrapport " WS-PLATSRAPPORT-FILENAME(1:30)
             MOVE SPACES TO SLUTRAPPORT-REC
             MOVE WS-RUN-DATE TO SR-RUN-DATE
             MOVE "SLUTSTATUS" TO SR-RUBRIK
             MOVE "SAKNAS" TO SR-VARDE
             WRITE SLUTRAPPORT-REC
          ELSE
             PERFORM UNTIL SLUT-PA-PLATSRAPPORT
                READ PLATSRAPPORT-FIL
                      AT END
                         SET SLUT-PA-PLATSRAPPORT TO TRUE
                      NOT AT END
                         PERFORM G2-TA-PLATSRAD
                END-READ
             END-PERFORM

             CLOSE PLATSRAPPORT-FIL
          END-IF

          IF PLATS-PROBLEM
             ADD 1 TO ANTAL-PLATSER-PROBLEM
             SET SUITE-PROBLEM TO TRUE
          END-IF
          .

      *> Bara sammanfattningsraderna foljer med - programraderna
      *> finns i platsens egen rapport. En plats ar utan problem
      *> forst nar dess egen SLUTSTATUS-rad sager OK.
       G2-TA-PLATSRAD SECTION.

          MOVE ZERO TO PLATS-ANTAL

          IF PR-VARDE(1:3) IS NUMERIC
             MOVE PR-VARDE(1:3) TO PLATS-ANTAL
          END-IF

          EVALUATE PR-RUBRIK
             WHEN "NATTKORNING-STEG"
                CONTINUE
             WHEN "ANTAL-OK"
                ADD PLATS-ANTAL TO ANTAL-OK
             WHEN "ANTAL-AVVIKELSE"
                ADD PLATS-ANTAL TO ANTAL-AVVIKELSE
             WHEN "ANTAL-OVRIGT"
                ADD PLATS-ANTAL TO ANTAL-OVRIGT
             WHEN "SLUTSTATUS"
                IF PR-VARDE = "OK"
                   INITIALIZE PLATS-PROBLEM-SW
                END-IF
             WHEN OTHER
                EXIT SECTION
          END-EVALUATE

          MOVE PLATSRAPPORT-REC TO SLUTRAPPORT-REC
          WRITE SLUTRAPPORT-REC
          .

       N-AVSLUTA SECTION.

          CLOSE SLUTRAPPORT-FIL
