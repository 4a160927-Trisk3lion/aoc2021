       IDENTIFICATION DIVISION.

       PROGRAM-ID. KURSDIFF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KURSREGISTER-FIL ASSIGN DYNAMIC
              WS-KURSREGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND1-FILESTATUS.

           SELECT KURS-LASFIL ASSIGN DYNAMIC
              WS-KURS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND2-FILESTATUS.

           SELECT DIFF-RAPPORT-FIL ASSIGN DYNAMIC
              WS-RAPPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND3-FILESTATUS.

           SELECT DIVE-TAXA-FIL ASSIGN TO
              "dive_taxor.txt"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND4-FILESTATUS.

           SELECT DIVE-MAKRO-FIL ASSIGN TO
              "dive_makron.txt"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IND5-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Samma postlayout som KURSREGISTER-REC i KURSREG.
       FD KURSREGISTER-FIL.
       01 KURSREGISTER-REC.
          05 KV-VERSION PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 KV-FILNAMN PIC X(30).
          05 FILLER PIC X VALUE SPACE.
          05 KV-ANTAL PIC 9(7).
          05 FILLER PIC X VALUE SPACE.
          05 KV-HASH PIC 9(15).
          05 FILLER PIC X VALUE SPACE.
          05 KV-FORFATTARE PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 KV-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KV-STATUS PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 KV-GODKAND-AV PIC X(8).

       FD KURS-LASFIL.
       01 KURS-LASFIL-REC PIC X(18).

      *> Jamforelserapporten: forst en VERSION-rad per version
      *> (A = den aldre/forsta, B = den andra) med filnamn och status,
      *> sedan en rad per skillnad - INFOGAD (bara i B), BORTTAGEN
      *> (bara i A) eller ANDRAD (raden i A ersatt av raden i B) -
      *> med radnummer och text pa bada sidor. Darefter en SIM-rad
      *> per nyckeltal ur torrsimuleringen av bada versionerna med
      *> skillnaden B minus A, och sist en SUMMA-rad med antalen
      *> lika, infogade, borttagna och andrade rader.
       FD DIFF-RAPPORT-FIL.
       01 DIFF-RAPPORT-REC.
          05 KD-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KD-TYP PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 KD-RAD-A PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 KD-TEXT-A PIC X(18).
          05 FILLER PIC X VALUE SPACE.
          05 KD-RAD-B PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 KD-TEXT-B PIC X(18).

       01 DIFF-VERSION-REC.
          05 KV2-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KV2-TYP PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 KV2-SIDA PIC X.
          05 FILLER PIC X VALUE SPACE.
          05 KV2-VERSION PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 KV2-FILNAMN PIC X(30).
          05 FILLER PIC X VALUE SPACE.
          05 KV2-ANTAL PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 KV2-STATUS PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 KV2-SUMMA PIC X(8).

       01 DIFF-SIM-REC.
          05 KS-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KS-TYP PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 KS-ETIKETT PIC X(16).
          05 FILLER PIC X VALUE SPACE.
          05 KS-VARDE-A PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 KS-VARDE-B PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 KS-TECKEN PIC X.
          05 KS-SKILLNAD PIC 9(9)V9(2).

       01 DIFF-SUMMA-REC.
          05 KU-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KU-TYP PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 KU-LIKA PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 KU-INFOGADE PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 KU-BORTTAGNA PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 KU-ANDRADE PIC 9(6).

      *> Samma radformat som DIVEs taxetabell.
       FD DIVE-TAXA-FIL.
       01 DIVE-TAXA-REC.
          05 TX-KOMMANDO PIC X(10).
          05 FILLER PIC X.
          05 TX-METER PIC X.
          05 FILLER PIC X.
          05 TX-GRUND PIC 9(3)V9(2).
          05 FILLER PIC X.
          05 TX-DJUPRATE PIC 9(3)V9(2).

      *> Samma radformat som DIVEs manoverbibliotek.
       FD DIVE-MAKRO-FIL.
       01 DIVE-MAKRO-REC PIC X(30).

       WORKING-STORAGE SECTION.

      *> Versionsjamforelsen: godkannaren i KURSREG ser bara
      *> versionsnummer, forfattare och kontrollsumma. Har stalls
      *> tva incheckade versioner mot varandra kommando for kommando
      *> - infogade, borttagna och andrade rader - och bada
      *> torrsimuleras med DIVEKOLLs modell (samma makron, samma
      *> taxor) sa att skillnaden i slutdjup, framdrift, distans och
      *> bransle/luft syns innan nagon GODKANN. En kursfil som inte
      *> langre stammer med sin incheckade kontrollsumma markeras
      *> AVVIKER och ger returkod 1 - da ar det inte den versionen
      *> som jamfors.
      *>
      *> Anrop: kursdiff <version-a> <version-b>
       01 WS-VERSION-ARG PIC X(4).
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-KURSREGISTER-FILENAME PIC X(40).
       01 WS-KURS-FILENAME PIC X(40).
       01 WS-RAPPORT-FILENAME PIC X(40).

       COPY "SIGILL-PARM.cpy".

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.

       01 WS-FILSTATUS PIC XX.
       01 WS-FILSTATUS-FIL PIC X(40).

       01 SIDA PIC 9.

      *> De tva versionernas kursfiler, rad for rad som de star i
      *> filen (utan HDR/TRL) - makroraderna jamfors som rader.
       01 KURS-FILER.
          05 KF-FIL OCCURS 2 TIMES.
             10 KF-VERSION PIC 9(4).
             10 KF-FILNAMN PIC X(30).
             10 KF-STATUS PIC X(9).
             10 KF-REG-ANTAL PIC 9(7).
             10 KF-REG-HASH PIC 9(15).
             10 KF-FUNNEN-SW PIC 9.
                88 KF-FUNNEN VALUE 1.
             10 KF-SUMMA-OK-SW PIC 9.
                88 KF-SUMMA-OK VALUE 1.
             10 KF-ANTAL PIC 9(5).
             10 KF-RAD PIC X(18) OCCURS 5000 TIMES.

       01 SLUT-PA-REGISTER-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-REGISTER VALUE 1.

       01 SLUT-PA-KURS-SW PIC 9.
          88 SLUT-PA-KURS VALUE 1.

      *> Jamforelsen: lika rader hoppas over i takt. Vid forsta
      *> olikheten sokes narmaste aterforeningspunkt - det par av
      *> framsteg (P rader i A, Q rader i B) med minst P + Q dar
      *> raderna ater ar lika, hogst SYNK-FONSTER rader fram pa
      *> vardera sidan. De overhoppade raderna paras ihop som
      *> ANDRAD sa langt bada sidor racker; overskottet ar
      *> BORTTAGEN eller INFOGAD. Hittas ingen aterforening inom
      *> fonstret raknas raden som ANDRAD och jamforelsen gar vidare.
       01 SYNK-FONSTER PIC 9(3) VALUE 20.

       01 POS-A PIC 9(5).
       01 POS-B PIC 9(5).
       01 STEG-P PIC 9(5).
       01 STEG-Q PIC 9(5).
       01 STEG-SUMMA PIC 9(5).
       01 STEG-PAR PIC 9(5).
       01 STEG-NR PIC 9(5).
       01 SYNK-FUNNEN-SW PIC 9.
          88 SYNK-FUNNEN VALUE 1.

       01 ANTAL-LIKA PIC 9(6) VALUE ZERO.
       01 ANTAL-INFOGADE PIC 9(6) VALUE ZERO.
       01 ANTAL-BORTTAGNA PIC 9(6) VALUE ZERO.
       01 ANTAL-ANDRADE PIC 9(6) VALUE ZERO.

      *> Torrsimuleringen: samma aritmetik som DIVEKOLLs C-SIMULERA -
      *> ett up under nolla klipps vid noll och raknas som djupfel,
      *> LEG-rader och okanda kommandon paverkar inget.
       01 WS-INPUT PIC X(18).

       01 WS-VARIABLER.
          05 DJUP PIC 9(4).
          05 FRAMDRIFT PIC 9(4).
          05 RIKTNING PIC X(10).
          05 SIFFRA PIC 9.
          05 REKNARE1 PIC 9(3).
          05 REKNARE2 PIC 9(3).

       01 MAX-DJUP PIC 9(4).
       01 TOTAL-DISTANS PIC 9(9).
       01 ANTAL-DJUPFEL PIC 9(6).
       01 DJUP-FORE PIC 9(4).

       01 SIM-TABELL.
          05 SIM-RAD OCCURS 2 TIMES.
             10 SM-DJUP PIC 9(4).
             10 SM-FRAMDRIFT PIC 9(4).
             10 SM-MAX-DJUP PIC 9(4).
             10 SM-DISTANS PIC 9(9).
             10 SM-BRANSLE PIC 9(7)V9(2).
             10 SM-LUFT PIC 9(7)V9(2).
             10 SM-DJUPFEL PIC 9(6).

       01 SIM-POS PIC 9(5).

       01 TAXA-AKTIV-SW PIC 9 VALUE ZERO.
          88 TAXA-AKTIV VALUE 1.

       01 ANTAL-TAXOR PIC 9(2) VALUE ZERO.
       01 DJUP-GRANS PIC 9(4) VALUE ZERO.

       01 TAXA-TABELL.
          05 TAXA-RAD OCCURS 10 TIMES INDEXED BY TAXA-INDEX.
             10 TA-KOMMANDO PIC X(10).
             10 TA-METER PIC X.
             10 TA-GRUND PIC 9(3)V9(2).
             10 TA-DJUPRATE PIC 9(3)V9(2).

       01 SLUT-PA-TAXOR-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-TAXOR VALUE 1.

       01 TAXA-BELOPP PIC 9(5)V9(2).
       01 TAXA-RATE PIC 9(3)V9(2).
       01 SUMMA-BRANSLE PIC 9(7)V9(2).
       01 SUMMA-LUFT PIC 9(7)V9(2).
       01 TAXA-FUNNEN-SW PIC 9.
          88 TAXA-FUNNEN VALUE 1.

       01 ANTAL-MAKRON PIC 9(2) VALUE ZERO.

       01 MAKRO-BIBLIOTEK.
          05 MAKRO-POST OCCURS 20 TIMES.
             10 MB-NAMN PIC X(12).
             10 MB-ANTAL PIC 9(2).
             10 MB-RAD PIC X(18) OCCURS 20 TIMES.

       01 SLUT-PA-MAKRON-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-MAKRON VALUE 1.

       01 MAKRO-DEF-OPPEN-SW PIC 9 VALUE ZERO.
          88 MAKRO-DEF-OPPEN VALUE 1.

       01 MAKRO-FUNNEN-SW PIC 9.
          88 MAKRO-FUNNEN VALUE 1.

       01 MAKRO-VALD PIC 9(2).
       01 MAKRO-POS PIC 9(2).
       01 MAKRO-SOK-NAMN PIC X(12).

       01 KS-ETIKETT-HOLDER PIC X(16).
       01 KS-VARDE-A-HOLDER PIC 9(9)V9(2).
       01 KS-VARDE-B-HOLDER PIC 9(9)V9(2).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-INIT
           PERFORM C-LASA-REGISTER

           PERFORM VARYING SIDA FROM 1 BY 1 UNTIL SIDA > 2
              PERFORM C1-LASA-KURSFIL
           END-PERFORM

           OPEN OUTPUT DIFF-RAPPORT-FIL

           PERFORM VARYING SIDA FROM 1 BY 1 UNTIL SIDA > 2
              PERFORM C2-SKRIV-VERSIONSRAD
           END-PERFORM

           PERFORM D-JAMFOR

           PERFORM VARYING SIDA FROM 1 BY 1 UNTIL SIDA > 2
              PERFORM E-SIMULERA
           END-PERFORM

           PERFORM F-SKRIV-SIMULERING
           PERFORM N-AVSLUTA
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

           MOVE SPACES TO WS-KURSREGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "kursregister.txt" DELIMITED BY SIZE
               INTO WS-KURSREGISTER-FILENAME

           INITIALIZE KURS-FILER

           PERFORM VARYING SIDA FROM 1 BY 1 UNTIL SIDA > 2
              MOVE SIDA TO WS-ARG-NUM
              DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
              ACCEPT WS-VERSION-ARG FROM ARGUMENT-VALUE
                 ON EXCEPTION MOVE SPACES TO WS-VERSION-ARG
              END-ACCEPT

              IF WS-VERSION-ARG IS NOT NUMERIC
                 DISPLAY "Anrop: kursdiff <version-a> <version-b>"
                 DISPLAY "Versionsnumren anges med fyra siffror"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              MOVE WS-VERSION-ARG TO KF-VERSION(SIDA)
           END-PERFORM

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "kursdiff_" DELIMITED BY SIZE
                  KF-VERSION(1) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  KF-VERSION(2) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RAPPORT-FILENAME

           PERFORM B2-LASA-TAXOR
           PERFORM B3-LASA-MAKRON
           .

      *> Slar upp bada versionerna i kursregistret. Utan register
      *> finns inga versioner att jamfora.
       C-LASA-REGISTER SECTION.

           OPEN INPUT KURSREGISTER-FIL

           MOVE IND1-FILESTATUS TO WS-FILSTATUS
           MOVE WS-KURSREGISTER-FILENAME TO WS-FILSTATUS-FIL
           PERFORM Z-KONTROLLERA-FILSTATUS

           PERFORM UNTIL SLUT-PA-REGISTER
              READ KURSREGISTER-FIL
                    AT END
                       SET SLUT-PA-REGISTER TO TRUE
                    NOT AT END
                       PERFORM VARYING SIDA FROM 1 BY 1
                          UNTIL SIDA > 2
                          IF KV-VERSION = KF-VERSION(SIDA)
                             SET KF-FUNNEN(SIDA) TO TRUE
                             MOVE KV-FILNAMN TO KF-FILNAMN(SIDA)
                             MOVE KV-STATUS TO KF-STATUS(SIDA)
                             MOVE KV-ANTAL TO KF-REG-ANTAL(SIDA)
                             MOVE KV-HASH TO KF-REG-HASH(SIDA)
                          END-IF
                       END-PERFORM
              END-READ
           END-PERFORM

           CLOSE KURSREGISTER-FIL

           PERFORM VARYING SIDA FROM 1 BY 1 UNTIL SIDA > 2
              IF NOT KF-FUNNEN(SIDA)
                 DISPLAY "Versionen finns inte i kursregistret: "
                    KF-VERSION(SIDA)
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM
           .

      *> Laser en versions kursfil till tabellen och provar den mot
      *> den incheckade kontrollsumman. HDR- och TRL-rader ar ingen
      *> kurs och jamfors inte.
       C1-LASA-KURSFIL SECTION.

      *> Registret bokfor kursfilen utan platsprefixet.
           MOVE SPACES TO WS-KURS-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  KF-FILNAMN(SIDA) DELIMITED BY SPACE
               INTO WS-KURS-FILENAME

           MOVE "PROVA" TO SG-FUNKTION
           MOVE WS-KURS-FILENAME TO SG-FILNAMN
           CALL "SIGILL" USING SIGILL-PARM

           IF SG-RESULTAT NOT = "F"
                 AND SG-ANTAL = KF-REG-ANTAL(SIDA)
                 AND SG-HASH = KF-REG-HASH(SIDA)
              SET KF-SUMMA-OK(SIDA) TO TRUE
           ELSE
              DISPLAY "Varning: " WS-KURS-FILENAME
                 " stammer inte med version " KF-VERSION(SIDA)
                 "s kontrollsumma"
           END-IF

           OPEN INPUT KURS-LASFIL

           MOVE IND2-FILESTATUS TO WS-FILSTATUS
           MOVE WS-KURS-FILENAME TO WS-FILSTATUS-FIL
           PERFORM Z-KONTROLLERA-FILSTATUS

           INITIALIZE SLUT-PA-KURS-SW

           PERFORM UNTIL SLUT-PA-KURS
              READ KURS-LASFIL
                    AT END
                       SET SLUT-PA-KURS TO TRUE
                    NOT AT END
                       IF KURS-LASFIL-REC(1:3) = "TRL"
                          SET SLUT-PA-KURS TO TRUE
                       ELSE
                          IF KURS-LASFIL-REC(1:3) = "HDR"
                                AND KF-ANTAL(SIDA) = ZERO
                             CONTINUE
                          ELSE
                             IF KF-ANTAL(SIDA) = 5000
                                DISPLAY "Avbryter - "
                                   WS-KURS-FILENAME
                                   " har fler an 5000 rader"
                                MOVE 1 TO RETURN-CODE
                                STOP RUN
                             END-IF

                             ADD 1 TO KF-ANTAL(SIDA)
                             MOVE KURS-LASFIL-REC
                                TO KF-RAD(SIDA, KF-ANTAL(SIDA))
                          END-IF
                       END-IF
              END-READ
           END-PERFORM

           CLOSE KURS-LASFIL

           DISPLAY "Version " KF-VERSION(SIDA) ": "
              WS-KURS-FILENAME " (" KF-ANTAL(SIDA) " rader)"
           .

       C2-SKRIV-VERSIONSRAD SECTION.

           MOVE SPACES TO DIFF-VERSION-REC
           MOVE WS-RUN-DATE TO KV2-RUN-DATE
           MOVE "VERSION" TO KV2-TYP

           IF SIDA = 1
              MOVE "A" TO KV2-SIDA
           ELSE
              MOVE "B" TO KV2-SIDA
           END-IF

           MOVE KF-VERSION(SIDA) TO KV2-VERSION
           MOVE KF-FILNAMN(SIDA) TO KV2-FILNAMN
           MOVE KF-ANTAL(SIDA) TO KV2-ANTAL
           MOVE KF-STATUS(SIDA) TO KV2-STATUS

           IF KF-SUMMA-OK(SIDA)
              MOVE "SUMMA OK" TO KV2-SUMMA
           ELSE
              MOVE "AVVIKER" TO KV2-SUMMA
              MOVE 1 TO RETURN-CODE
           END-IF

           WRITE DIFF-VERSION-REC
           .

       D-JAMFOR SECTION.

           MOVE 1 TO POS-A
           MOVE 1 TO POS-B

           PERFORM UNTIL POS-A > KF-ANTAL(1) AND POS-B > KF-ANTAL(2)

              EVALUATE TRUE
                 WHEN POS-A > KF-ANTAL(1)
                    PERFORM D3-SKRIV-INFOGAD
                    ADD 1 TO POS-B
                 WHEN POS-B > KF-ANTAL(2)
                    PERFORM D4-SKRIV-BORTTAGEN
                    ADD 1 TO POS-A
                 WHEN KF-RAD(1, POS-A) = KF-RAD(2, POS-B)
                    ADD 1 TO ANTAL-LIKA
                    ADD 1 TO POS-A
                    ADD 1 TO POS-B
                 WHEN OTHER
                    PERFORM D1-SOK-SYNK
                    PERFORM D2-SKRIV-AVSNITT
              END-EVALUATE
           END-PERFORM
           .

      *> Soker den narmaste aterforeningen: stegsummorna provas i
      *> stigande ordning, sa att forsta traffen ar den med minst
      *> overhoppade rader.
       D1-SOK-SYNK SECTION.

           INITIALIZE SYNK-FUNNEN-SW

           PERFORM VARYING STEG-SUMMA FROM 1 BY 1
              UNTIL STEG-SUMMA > SYNK-FONSTER * 2 OR SYNK-FUNNEN

              PERFORM VARYING STEG-P FROM 0 BY 1
                 UNTIL STEG-P > STEG-SUMMA OR SYNK-FUNNEN

                 COMPUTE STEG-Q = STEG-SUMMA - STEG-P

                 IF STEG-P <= SYNK-FONSTER
                       AND STEG-Q <= SYNK-FONSTER
                       AND POS-A + STEG-P <= KF-ANTAL(1)
                       AND POS-B + STEG-Q <= KF-ANTAL(2)
                    IF KF-RAD(1, POS-A + STEG-P)
                          = KF-RAD(2, POS-B + STEG-Q)
                       SET SYNK-FUNNEN TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM

      *> PERFORM VARYING har stegat forbi traffen en gang.
           IF SYNK-FUNNEN
              SUBTRACT 1 FROM STEG-P
           ELSE
              MOVE 1 TO STEG-P
              MOVE 1 TO STEG-Q
           END-IF
           .

      *> Skriver avsnittet fram till aterforeningen: parvis ANDRAD,
      *> overskottet BORTTAGEN eller INFOGAD.
       D2-SKRIV-AVSNITT SECTION.

           IF STEG-P < STEG-Q
              MOVE STEG-P TO STEG-PAR
           ELSE
              MOVE STEG-Q TO STEG-PAR
           END-IF

           PERFORM VARYING STEG-NR FROM 1 BY 1
              UNTIL STEG-NR > STEG-PAR
              MOVE SPACES TO DIFF-RAPPORT-REC
              MOVE WS-RUN-DATE TO KD-RUN-DATE
              MOVE "ANDRAD" TO KD-TYP
              MOVE POS-A TO KD-RAD-A
              MOVE KF-RAD(1, POS-A) TO KD-TEXT-A
              MOVE POS-B TO KD-RAD-B
              MOVE KF-RAD(2, POS-B) TO KD-TEXT-B
              WRITE DIFF-RAPPORT-REC
              ADD 1 TO ANTAL-ANDRADE
              ADD 1 TO POS-A
              ADD 1 TO POS-B
           END-PERFORM

           PERFORM VARYING STEG-NR FROM STEG-PAR BY 1
              UNTIL STEG-NR >= STEG-P
              PERFORM D4-SKRIV-BORTTAGEN
              ADD 1 TO POS-A
           END-PERFORM

           PERFORM VARYING STEG-NR FROM STEG-PAR BY 1
              UNTIL STEG-NR >= STEG-Q
              PERFORM D3-SKRIV-INFOGAD
              ADD 1 TO POS-B
           END-PERFORM
           .

       D3-SKRIV-INFOGAD SECTION.

           MOVE SPACES TO DIFF-RAPPORT-REC
           MOVE WS-RUN-DATE TO KD-RUN-DATE
           MOVE "INFOGAD" TO KD-TYP
           MOVE ZERO TO KD-RAD-A
           MOVE POS-B TO KD-RAD-B
           MOVE KF-RAD(2, POS-B) TO KD-TEXT-B
           WRITE DIFF-RAPPORT-REC
           ADD 1 TO ANTAL-INFOGADE
           .

       D4-SKRIV-BORTTAGEN SECTION.

           MOVE SPACES TO DIFF-RAPPORT-REC
           MOVE WS-RUN-DATE TO KD-RUN-DATE
           MOVE "BORTTAGEN" TO KD-TYP
           MOVE POS-A TO KD-RAD-A
           MOVE KF-RAD(1, POS-A) TO KD-TEXT-A
           MOVE ZERO TO KD-RAD-B
           WRITE DIFF-RAPPORT-REC
           ADD 1 TO ANTAL-BORTTAGNA
           .

      *> Torrsimulerar en versions kurs med makroexpansion och
      *> forbrukningsprognos och lagger nyckeltalen i SIM-TABELL.
       E-SIMULERA SECTION.

           INITIALIZE WS-VARIABLER
           MOVE ZERO TO MAX-DJUP
           MOVE ZERO TO TOTAL-DISTANS
           MOVE ZERO TO ANTAL-DJUPFEL
           MOVE ZERO TO SUMMA-BRANSLE
           MOVE ZERO TO SUMMA-LUFT

           PERFORM VARYING SIM-POS FROM 1 BY 1
              UNTIL SIM-POS > KF-ANTAL(SIDA)

              MOVE KF-RAD(SIDA, SIM-POS) TO WS-INPUT

              IF WS-INPUT(1:6) = "makro "
                 PERFORM E2-EXPANDERA-MAKRO
              ELSE
                 PERFORM E1-UTFOR-KOMMANDO
              END-IF
           END-PERFORM

           MOVE DJUP TO SM-DJUP(SIDA)
           MOVE FRAMDRIFT TO SM-FRAMDRIFT(SIDA)
           MOVE MAX-DJUP TO SM-MAX-DJUP(SIDA)
           MOVE TOTAL-DISTANS TO SM-DISTANS(SIDA)
           MOVE SUMMA-BRANSLE TO SM-BRANSLE(SIDA)
           MOVE SUMMA-LUFT TO SM-LUFT(SIDA)
           MOVE ANTAL-DJUPFEL TO SM-DJUPFEL(SIDA)
           .

      *> Samma kommandotolkning som DIVEKOLLs C-SIMULERA.
       E1-UTFOR-KOMMANDO SECTION.

           INITIALIZE REKNARE1
           INITIALIZE REKNARE2

           INSPECT WS-INPUT TALLYING
              REKNARE1 FOR CHARACTERS BEFORE " "
              REKNARE2 FOR CHARACTERS AFTER " "

           MOVE SPACES TO RIKTNING
           MOVE ZERO TO SIFFRA

           IF REKNARE1 > ZERO
              MOVE WS-INPUT(1:REKNARE1) TO RIKTNING
           END-IF

           IF REKNARE2 > ZERO AND REKNARE1 < 18
              MOVE WS-INPUT(REKNARE1 + 1:REKNARE2) TO SIFFRA
           END-IF

           MOVE DJUP TO DJUP-FORE

           EVALUATE RIKTNING
              WHEN 'down'
                 COMPUTE DJUP = DJUP + SIFFRA
                 ADD SIFFRA TO TOTAL-DISTANS
                 PERFORM E3-BERAKNA-FORBRUKNING
              WHEN 'up'
                 IF SIFFRA > DJUP
                    ADD 1 TO ANTAL-DJUPFEL
                    MOVE ZERO TO DJUP
                 ELSE
                    COMPUTE DJUP = DJUP - SIFFRA
                    ADD SIFFRA TO TOTAL-DISTANS
                    PERFORM E3-BERAKNA-FORBRUKNING
                 END-IF
              WHEN 'forward'
                 COMPUTE FRAMDRIFT = FRAMDRIFT + SIFFRA
                 ADD SIFFRA TO TOTAL-DISTANS
                 PERFORM E3-BERAKNA-FORBRUKNING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF DJUP > MAX-DJUP
              MOVE DJUP TO MAX-DJUP
           END-IF
           .

      *> Ett okant makronamn paverkar inget i simuleringen - DIVEKOLL
      *> har redan gett sitt besked om det.
       E2-EXPANDERA-MAKRO SECTION.

           MOVE WS-INPUT(7:12) TO MAKRO-SOK-NAMN
           INITIALIZE MAKRO-FUNNEN-SW

           PERFORM VARYING MAKRO-VALD FROM 1 BY 1
              UNTIL MAKRO-VALD > ANTAL-MAKRON OR MAKRO-FUNNEN

              IF MB-NAMN(MAKRO-VALD) = MAKRO-SOK-NAMN
                 SET MAKRO-FUNNEN TO TRUE
                 SUBTRACT 1 FROM MAKRO-VALD
              END-IF
           END-PERFORM

           IF MAKRO-FUNNEN
              PERFORM VARYING MAKRO-POS FROM 1 BY 1
                 UNTIL MAKRO-POS > MB-ANTAL(MAKRO-VALD)
                 MOVE MB-RAD(MAKRO-VALD, MAKRO-POS) TO WS-INPUT
                 PERFORM E1-UTFOR-KOMMANDO
              END-PERFORM
           END-IF
           .

      *> Samma taxeuppslagning som DIVEKOLLs C6-BERAKNA-FORBRUKNING.
       E3-BERAKNA-FORBRUKNING SECTION.

           IF TAXA-AKTIV
              INITIALIZE TAXA-FUNNEN-SW

              PERFORM VARYING TAXA-INDEX FROM 1 BY 1
                      UNTIL TAXA-INDEX > ANTAL-TAXOR OR TAXA-FUNNEN

                 IF TA-KOMMANDO(TAXA-INDEX) = RIKTNING
                    SET TAXA-FUNNEN TO TRUE

                    IF DJUP-FORE > DJUP-GRANS
                       MOVE TA-DJUPRATE(TAXA-INDEX) TO TAXA-RATE
                    ELSE
                       MOVE TA-GRUND(TAXA-INDEX) TO TAXA-RATE
                    END-IF

                    COMPUTE TAXA-BELOPP = SIFFRA * TAXA-RATE

                    IF TA-METER(TAXA-INDEX) = "L"
                       ADD TAXA-BELOPP TO SUMMA-LUFT
                    ELSE
                       ADD TAXA-BELOPP TO SUMMA-BRANSLE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .

       F-SKRIV-SIMULERING SECTION.

           MOVE "SLUT-DJUP" TO KS-ETIKETT-HOLDER
           MOVE SM-DJUP(1) TO KS-VARDE-A-HOLDER
           MOVE SM-DJUP(2) TO KS-VARDE-B-HOLDER
           PERFORM F1-SKRIV-SIMRAD

           MOVE "SLUT-FRAMDRIFT" TO KS-ETIKETT-HOLDER
           MOVE SM-FRAMDRIFT(1) TO KS-VARDE-A-HOLDER
           MOVE SM-FRAMDRIFT(2) TO KS-VARDE-B-HOLDER
           PERFORM F1-SKRIV-SIMRAD

           MOVE "MAX-DJUP" TO KS-ETIKETT-HOLDER
           MOVE SM-MAX-DJUP(1) TO KS-VARDE-A-HOLDER
           MOVE SM-MAX-DJUP(2) TO KS-VARDE-B-HOLDER
           PERFORM F1-SKRIV-SIMRAD

           MOVE "TOTAL-DISTANS" TO KS-ETIKETT-HOLDER
           MOVE SM-DISTANS(1) TO KS-VARDE-A-HOLDER
           MOVE SM-DISTANS(2) TO KS-VARDE-B-HOLDER
           PERFORM F1-SKRIV-SIMRAD

           MOVE "DJUPFEL" TO KS-ETIKETT-HOLDER
           MOVE SM-DJUPFEL(1) TO KS-VARDE-A-HOLDER
           MOVE SM-DJUPFEL(2) TO KS-VARDE-B-HOLDER
           PERFORM F1-SKRIV-SIMRAD

           IF TAXA-AKTIV
              MOVE "BRANSLE-PROGNOS" TO KS-ETIKETT-HOLDER
              MOVE SM-BRANSLE(1) TO KS-VARDE-A-HOLDER
              MOVE SM-BRANSLE(2) TO KS-VARDE-B-HOLDER
              PERFORM F1-SKRIV-SIMRAD

              MOVE "LUFT-PROGNOS" TO KS-ETIKETT-HOLDER
              MOVE SM-LUFT(1) TO KS-VARDE-A-HOLDER
              MOVE SM-LUFT(2) TO KS-VARDE-B-HOLDER
              PERFORM F1-SKRIV-SIMRAD
           END-IF
           .

       F1-SKRIV-SIMRAD SECTION.

           MOVE SPACES TO DIFF-SIM-REC
           MOVE WS-RUN-DATE TO KS-RUN-DATE
           MOVE "SIM" TO KS-TYP
           MOVE KS-ETIKETT-HOLDER TO KS-ETIKETT
           MOVE KS-VARDE-A-HOLDER TO KS-VARDE-A
           MOVE KS-VARDE-B-HOLDER TO KS-VARDE-B

           IF KS-VARDE-B-HOLDER < KS-VARDE-A-HOLDER
              MOVE "-" TO KS-TECKEN
              COMPUTE KS-SKILLNAD =
                 KS-VARDE-A-HOLDER - KS-VARDE-B-HOLDER
           ELSE
              MOVE "+" TO KS-TECKEN
              COMPUTE KS-SKILLNAD =
                 KS-VARDE-B-HOLDER - KS-VARDE-A-HOLDER
           END-IF

           WRITE DIFF-SIM-REC

           DISPLAY KS-ETIKETT-HOLDER ": " KS-VARDE-A " -> "
              KS-VARDE-B " (" KS-TECKEN KS-SKILLNAD ")"
           .

      *> Laser operatorernas taxetabell - samma fil och samma
      *> tolkning som DIVEs B2-LASA-TAXOR.
       B2-LASA-TAXOR SECTION.

           OPEN INPUT DIVE-TAXA-FIL

           IF IND4-FILESTATUS = "00"
              INITIALIZE SLUT-PA-TAXOR-SW

              PERFORM UNTIL SLUT-PA-TAXOR OR ANTAL-TAXOR = 10
                 READ DIVE-TAXA-FIL
                       AT END
                          SET SLUT-PA-TAXOR TO TRUE
                       NOT AT END
                          IF TX-KOMMANDO = "DJUPGRANS"
                             MOVE TX-GRUND TO DJUP-GRANS
                          ELSE
                             ADD 1 TO ANTAL-TAXOR
                             SET TAXA-INDEX TO ANTAL-TAXOR
                             MOVE TX-KOMMANDO
                                TO TA-KOMMANDO(TAXA-INDEX)
                             MOVE TX-METER TO TA-METER(TAXA-INDEX)
                             MOVE TX-GRUND TO TA-GRUND(TAXA-INDEX)
                             MOVE TX-DJUPRATE
                                TO TA-DJUPRATE(TAXA-INDEX)
                          END-IF
                 END-READ
              END-PERFORM

              CLOSE DIVE-TAXA-FIL

              IF ANTAL-TAXOR NOT = ZERO
                 SET TAXA-AKTIV TO TRUE
              END-IF
           END-IF
           .

      *> Laser operatorernas manoverbibliotek - samma fil och samma
      *> tolkning som DIVEs B3-LASA-MAKRON.
       B3-LASA-MAKRON SECTION.

           OPEN INPUT DIVE-MAKRO-FIL

           IF IND5-FILESTATUS = "00"
              PERFORM UNTIL SLUT-PA-MAKRON
                 READ DIVE-MAKRO-FIL
                       AT END
                          SET SLUT-PA-MAKRON TO TRUE
                       NOT AT END
                          PERFORM B3A-TOLKA-MAKRORAD
                 END-READ
              END-PERFORM

              CLOSE DIVE-MAKRO-FIL
           END-IF
           .

       B3A-TOLKA-MAKRORAD SECTION.

           IF DIVE-MAKRO-REC(1:6) = "MAKRO "
              IF ANTAL-MAKRON = 20
                 DISPLAY "For manga makron i dive_makron.txt "
                    "(max 20)"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              ADD 1 TO ANTAL-MAKRON
              MOVE DIVE-MAKRO-REC(7:12) TO MB-NAMN(ANTAL-MAKRON)
              MOVE ZERO TO MB-ANTAL(ANTAL-MAKRON)
              SET MAKRO-DEF-OPPEN TO TRUE
           ELSE
           IF DIVE-MAKRO-REC(1:5) = "SLUT "
                 OR DIVE-MAKRO-REC = "SLUT"
              MOVE ZERO TO MAKRO-DEF-OPPEN-SW
           ELSE
           IF MAKRO-DEF-OPPEN
                 AND DIVE-MAKRO-REC NOT = SPACES
              IF MB-ANTAL(ANTAL-MAKRON) = 20
                 DISPLAY "Makro " MB-NAMN(ANTAL-MAKRON)
                    " har fler an 20 kommandon"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              ADD 1 TO MB-ANTAL(ANTAL-MAKRON)
              MOVE DIVE-MAKRO-REC(1:18)
                 TO MB-RAD(ANTAL-MAKRON, MB-ANTAL(ANTAL-MAKRON))
           END-IF
           END-IF
           END-IF
           .

       N-AVSLUTA SECTION.

           MOVE SPACES TO DIFF-SUMMA-REC
           MOVE WS-RUN-DATE TO KU-RUN-DATE
           MOVE "SUMMA" TO KU-TYP
           MOVE ANTAL-LIKA TO KU-LIKA
           MOVE ANTAL-INFOGADE TO KU-INFOGADE
           MOVE ANTAL-BORTTAGNA TO KU-BORTTAGNA
           MOVE ANTAL-ANDRADE TO KU-ANDRADE
           WRITE DIFF-SUMMA-REC

           CLOSE DIFF-RAPPORT-FIL

           DISPLAY "Jamforelse skriven: " WS-RAPPORT-FILENAME
           DISPLAY "Lika: " ANTAL-LIKA " Infogade: " ANTAL-INFOGADE
              " Borttagna: " ANTAL-BORTTAGNA
              " Andrade: " ANTAL-ANDRADE

           IF RETURN-CODE NOT = ZERO
              DISPLAY "OBS: minst en kursfil stammer inte med sin "
                 "incheckade kontrollsumma"
           END-IF

           STOP RUN
           .

       Z-KONTROLLERA-FILSTATUS SECTION.

           IF WS-FILSTATUS NOT = "00"
              DISPLAY "Fel vid oppning av " WS-FILSTATUS-FIL
                 ": status " WS-FILSTATUS
              DISPLAY "Programmet avslutas"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           .
