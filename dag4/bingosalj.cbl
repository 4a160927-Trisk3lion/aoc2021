       IDENTIFICATION DIVISION.

       PROGRAM-ID. BINGOSALJ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

           SELECT REGISTER-FIL ASSIGN DYNAMIC
              WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND1-FILESTATUS.

           SELECT TRANS-FIL ASSIGN DYNAMIC
              WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND2-FILESTATUS.

           SELECT HUVUDBOK-FIL ASSIGN DYNAMIC
              WS-HUVUDBOK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND3-FILESTATUS.

           SELECT FOND-FIL ASSIGN DYNAMIC
              WS-FOND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND4-FILESTATUS.

           SELECT SUMMERING-FIL ASSIGN DYNAMIC
              WS-SUMMERING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND5-FILESTATUS.

           SELECT REJECT-FIL ASSIGN DYNAMIC
              WS-REJECT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND6-FILESTATUS.

           SELECT JACKPOT-FIL ASSIGN DYNAMIC
              WS-JACKPOT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND7-FILESTATUS.

           SELECT JPHIST-FIL ASSIGN DYNAMIC
              WS-JPHIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IND8-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMDECK-FIL.
       01 PARAMDECK-REC.
          05 PD-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 PD-NYCKEL PIC X(12).
          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

      *> Samma postlayout som BINGOREGs bradregister.
       FD REGISTER-FIL.
       01 REGISTER-REC.
          05 RG-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 RG-NAMN PIC X(20).
          05 FILLER PIC X.
          05 RG-AVDELNING PIC X(10).
          05 FILLER PIC X.
          05 RG-UTFARDAD PIC 9(8).
          05 FILLER PIC X.
          05 RG-STATUS PIC X(6).

      *> Forsaljningstransaktionerna: SAL (salda brickor), RET
      *> (returnerade brickor) och MAK (makulering av en tidigare
      *> SAL, utpekad med sitt transaktionsnummer i referensfaltet)
      *> foljt av kassans transaktionsnummer, kallnummer, speldatum,
      *> antal brickor och pris per bricka i kronor och ore.
       FD TRANS-FIL.
       01 TRANS-REC.
          05 TS-AKTION PIC X(3).
          05 FILLER PIC X.
          05 TS-TRANS-NR PIC 9(6).
          05 FILLER PIC X.
          05 TS-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 TS-SPELDATUM PIC 9(8).
          05 FILLER PIC X.
          05 TS-ANTAL PIC 9(4).
          05 FILLER PIC X.
          05 TS-PRIS PIC 9(3)V9(2).
          05 FILLER PIC X.
          05 TS-REF-NR PIC 9(6).

      *> Forsaljningsliggaren: varje godkand transaktion med
      *> bokforingsdatum, belopp och den fondandel som bokats pa
      *> prisfonden, och den del av fondandelen som oronmarkts for
      *> jackpoten. Liggaren skrivs bara till (EXTEND) - fondens
      *> saldo och jackpotpotten ska ga att stamma av mot den rad
      *> for rad. Rader fran fore jackpoten saknar jackpotandel -
      *> den raknas da som noll.
       FD HUVUDBOK-FIL.
       01 HUVUDBOK-REC.
          05 BF-BOKDATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 BF-TRANS-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 BF-AKTION PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 BF-KALLA-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 BF-SPELDATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 BF-ANTAL PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 BF-BELOPP PIC 9(7)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 BF-FONDANDEL PIC 9(7)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 BF-REF-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 BF-JACKPOTANDEL PIC 9(7)V9(2).

       FD FOND-FIL.
       COPY "BINGOFOND-REC.cpy"
           REPLACING ==:PREFIX:== BY ==FD==.

       FD JACKPOT-FIL.
       COPY "BINGOJACKPOT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==JP==.

       FD JPHIST-FIL.
       COPY "BINGOJPHIST-REC.cpy"
           REPLACING ==:PREFIX:== BY ==JH==.

      *> Dagens forsaljningssummering: en rad per transaktionsslag
      *> samt netto, fondens andel och fondens saldo efter
      *> korningen.
       FD SUMMERING-FIL.
       01 SUMMERING-REC.
          05 SU-RUN-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 SU-RAD PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 SU-ANTAL-TRANS PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 SU-BRADER PIC S9(6) SIGN LEADING SEPARATE.
          05 FILLER PIC X VALUE SPACE.
          05 SU-BELOPP PIC S9(9)V9(2) SIGN LEADING SEPARATE.

       FD REJECT-FIL.
       COPY "REJECT-REC.cpy"
           REPLACING ==:PROGRAM:==  BY ==BINGOSALJ==
                     ==:PREFIX:==   BY ==SJ==
                     ==:RADLANGD:== BY ==44==.

       WORKING-STORAGE SECTION.

      *> Bricksforsaljningen och prisfondens tillflode: dagens
      *> forsaljningstransaktioner provas mot bradregistret och mot
      *> forsaljningsliggaren, de godkanda bokas i liggaren och en
      *> fast procentsats (deckets BINGOSALJ FONDANDEL, annars
      *> standardvardet) av varje forsaljning krediteras prisfonden
      *> som BINGO2 sedan provar utbetalningarna mot. Returer och
      *> makuleringar aterfor sin del. Ett transaktionsnummer som
      *> redan star i liggaren avvisas, sa en omkorning av samma
      *> fil bokar ingenting tva ganger.
      *>
      *> Finns jackpotmastern oronmarks dessutom en mindre
      *> procentsats (deckets BINGOSALJ JACKPOTANDEL) av varje
      *> forsaljning for jackpotpotten. Den ar en del av
      *> fondandelen - pengarna ligger i fonden, potten anger hur
      *> mycket av saldot som ar lovat till jackpoten - och far
      *> darfor inte overstiga fondandelen.
      *>
      *> Anrop: bingosalj [transaktionsfil]
       01 PDECK-FILESTATUS PIC XX.
       01 SLUT-PA-DECK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DECK VALUE 1.

       COPY "KORNINGSAUDIT-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RA==.
       01 AUDIT-KLOCKA PIC 9(8).

       COPY "JOURNAL-PARM.cpy".

       01 WS-TRANS-FILENAME PIC X(100).
       01 WS-SUMMERING-FILENAME PIC X(40).
       01 WS-REJECT-FILENAME PIC X(40).
       01 WS-ARG-NUM PIC 9 VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-REGISTER-FILENAME PIC X(40).
       01 WS-HUVUDBOK-FILENAME PIC X(40).
       01 WS-FOND-FILENAME PIC X(40).
       01 WS-JACKPOT-FILENAME PIC X(40).
       01 WS-JPHIST-FILENAME PIC X(40).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.
          05 IND8-FILESTATUS PIC XX.

       01 FOND-PROCENT PIC 9(2) VALUE 50.
       01 JACKPOT-PROCENT PIC 9(2) VALUE 10.

       01 SLUT-PA-REGISTER-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-REGISTER VALUE 1.

       01 SLUT-PA-HUVUDBOK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-HUVUDBOK VALUE 1.

       01 SLUT-PA-TRANS-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-TRANS VALUE 1.

       01 REJECT-OPPEN-SW PIC 9 VALUE ZERO.
          88 REJECT-OPPEN VALUE 1.

       01 REG-ANTAL PIC 9(4) VALUE ZERO.

       01 REG-TABELL.
          05 REG-RAD OCCURS 0 TO 5000 TIMES
                DEPENDING ON REG-ANTAL
                INDEXED BY REG-INDEX.
             10 RT-KALLA-NR PIC 9(5).
             10 RT-STATUS PIC X(6).

      *> Liggaren i minnet for dubblett-, retur- och
      *> makuleringskontrollerna; dagens godkanda transaktioner
      *> laggs till efter de lasta raderna och skrivs sedan till
      *> liggaren.
       01 BOK-ANTAL PIC 9(5) VALUE ZERO.
       01 BOK-ANTAL-LASTA PIC 9(5) VALUE ZERO.

       01 BOK-TABELL.
          05 BOK-RAD OCCURS 0 TO 20000 TIMES
                DEPENDING ON BOK-ANTAL
                INDEXED BY BOK-INDEX.
             10 LT-TRANS-NR PIC 9(6).
             10 LT-AKTION PIC X(3).
             10 LT-KALLA-NR PIC 9(5).
             10 LT-SPELDATUM PIC 9(8).
             10 LT-ANTAL PIC 9(4).
             10 LT-BELOPP PIC 9(7)V9(2).
             10 LT-FONDANDEL PIC 9(7)V9(2).
             10 LT-REF-NR PIC 9(6).
             10 LT-JACKPOTANDEL PIC 9(7)V9(2).

       01 BOK-POS PIC 9(5).
       01 SALJ-POS PIC 9(5).

       01 NYCKEL-FUNNEN-SW PIC 9 VALUE ZERO.
          88 NYCKEL-FUNNEN VALUE 1.

       01 AVVISA-ORSAK PIC X(20).
       01 NETTO-BRADER PIC S9(7).
       01 TRANS-BELOPP PIC 9(7)V9(2).
       01 TRANS-FONDANDEL PIC 9(7)V9(2).
       01 TRANS-JACKPOTANDEL PIC 9(7)V9(2).
       01 TRANS-ANTAL PIC 9(4).
       01 LINJE-NR PIC 9(6) VALUE ZERO.

       01 FOND-AKTIV-SW PIC 9 VALUE ZERO.
          88 FOND-AKTIV VALUE 1.

       01 FOND-SALDO PIC 9(9)V9(2) VALUE ZERO.
       01 FOND-RETURSKULD PIC 9(9)V9(2) VALUE ZERO.
       01 FOND-NETTO PIC S9(9)V9(2) VALUE ZERO.

       01 JACKPOT-AKTIV-SW PIC 9 VALUE ZERO.
          88 JACKPOT-AKTIV VALUE 1.

       01 JACKPOT-POTT PIC 9(9)V9(2) VALUE ZERO.
       01 JACKPOT-POTT-FORE PIC 9(9)V9(2) VALUE ZERO.
       01 JACKPOT-DRAGGRANS PIC 9(3) VALUE ZERO.
       01 JACKPOT-STARTBELOPP PIC 9(9)V9(2) VALUE ZERO.
       01 JACKPOT-NETTO PIC S9(9)V9(2) VALUE ZERO.

       01 SUMMERING-TABELL.
          05 SUMMA-RAD OCCURS 3 TIMES.
             10 SM-ANTAL-TRANS PIC 9(5).
             10 SM-BRADER PIC 9(6).
             10 SM-BELOPP PIC 9(9)V9(2).
             10 SM-FONDANDEL PIC 9(9)V9(2).
       01 SUMMA-POS PIC 9.

       01 ANTAL-IN PIC 9(6) VALUE ZERO.
       01 ANTAL-GODKANDA PIC 9(6) VALUE ZERO.
       01 ANTAL-AVVISADE PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-INIT
           PERFORM C-LASA-REGISTER
           PERFORM C2-LASA-HUVUDBOK
           PERFORM C3-LASA-FOND
           PERFORM C4-LASA-JACKPOT
           PERFORM D-BEHANDLA-TRANSAKTIONER
           PERFORM E-SKRIV-HUVUDBOK
           PERFORM F-KREDITERA-FOND
           PERFORM F2-KREDITERA-JACKPOT
           PERFORM G-SKRIV-SUMMERING
           PERFORM N-AVSLUTA
           .

       B-INIT SECTION.

      *> Platsen (fartyget) korningen galler kommer fran
      *> miljovariabeln PLATS, som AFFARSDATUM - platsens datumfiler
      *> och masterfiler far dess prefix. Utan variabeln galler de
      *> ursprungliga namnen. Parameterlekens PLATS gar fore.
           COPY "PLATS-LAS.cpy".

           PERFORM B0-LAS-PARAMETERDECK

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

           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_register.txt" DELIMITED BY SIZE
               INTO WS-REGISTER-FILENAME

           MOVE SPACES TO WS-HUVUDBOK-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_forsaljning.txt" DELIMITED BY SIZE
               INTO WS-HUVUDBOK-FILENAME

           MOVE SPACES TO WS-FOND-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_fond.txt" DELIMITED BY SIZE
               INTO WS-FOND-FILENAME

           MOVE SPACES TO WS-JACKPOT-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_jackpot.txt" DELIMITED BY SIZE
               INTO WS-JACKPOT-FILENAME

           MOVE SPACES TO WS-JPHIST-FILENAME
           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingo_jackpothistorik.txt" DELIMITED BY SIZE
               INTO WS-JPHIST-FILENAME

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-TRANS-FILENAME FROM ARGUMENT-VALUE
              ON EXCEPTION
                 STRING PLATS-PREFIX DELIMITED BY SPACE
                        "bingosalj_trans_" DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        ".txt" DELIMITED BY SIZE
                     INTO WS-TRANS-FILENAME
           END-ACCEPT

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingosalj_summering_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-SUMMERING-FILENAME

           STRING PLATS-PREFIX DELIMITED BY SPACE
                  "bingosalj_reject_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REJECT-FILENAME

           INITIALIZE SUMMERING-TABELL

           DISPLAY "Fondandel: " FOND-PROCENT
              " procent av forsaljningen"

           IF JACKPOT-PROCENT > FOND-PROCENT
              DISPLAY "JACKPOTANDEL " JACKPOT-PROCENT
                 " overstiger FONDANDEL " FOND-PROCENT
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       B0-LAS-PARAMETERDECK SECTION.

          OPEN INPUT PARAMDECK-FIL

          IF PDECK-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-DECK
                READ PARAMDECK-FIL
                      AT END
                         SET SLUT-PA-DECK TO TRUE
                      NOT AT END
                         IF PD-PROGRAM = "BINGOSALJ"
                            PERFORM B0A-TILLAMPA-PARAMETER
                         END-IF
                END-READ
             END-PERFORM

             CLOSE PARAMDECK-FIL
          END-IF
          .

       B0A-TILLAMPA-PARAMETER SECTION.

          DISPLAY "PARM " PD-PROGRAM " " PD-NYCKEL " = " PD-VARDE

          EVALUATE PD-NYCKEL
             WHEN "FONDANDEL"
                IF PD-VARDE(1:2) IS NUMERIC
                      AND PD-VARDE(1:2) >= "01"
                      AND PD-VARDE(1:2) <= "99"
                   MOVE PD-VARDE(1:2) TO FOND-PROCENT
                ELSE
                   DISPLAY "Ogiltig FONDANDEL i parameterleken: "
                      PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
             WHEN "JACKPOTANDEL"
                IF PD-VARDE(1:2) IS NUMERIC
                   MOVE PD-VARDE(1:2) TO JACKPOT-PROCENT
                ELSE
                   DISPLAY "Ogiltig JACKPOTANDEL i parameterleken: "
                      PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
             WHEN "PLATS"
                DISPLAY "PLATS" UPON ENVIRONMENT-NAME
                DISPLAY PD-VARDE UPON ENVIRONMENT-VALUE
                COPY "PLATS-LAS.cpy".
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-EVALUATE
          .

       C-LASA-REGISTER SECTION.

           OPEN INPUT REGISTER-FIL

           IF IND1-FILESTATUS = "00"
              PERFORM UNTIL SLUT-PA-REGISTER
                 READ REGISTER-FIL
                       AT END
                          SET SLUT-PA-REGISTER TO TRUE
                       NOT AT END
                          IF REG-ANTAL < 5000
                             ADD 1 TO REG-ANTAL
                             SET REG-INDEX TO REG-ANTAL
                             MOVE RG-KALLA-NR
                                TO RT-KALLA-NR(REG-INDEX)
                             MOVE RG-STATUS TO RT-STATUS(REG-INDEX)
                          END-IF
                 END-READ
              END-PERFORM

              CLOSE REGISTER-FIL
           ELSE
              DISPLAY "Inget bradregister - alla forsaljningar "
                 "avvisas"
           END-IF
           .

       C2-LASA-HUVUDBOK SECTION.

           OPEN INPUT HUVUDBOK-FIL

           IF IND3-FILESTATUS = "00"
              PERFORM UNTIL SLUT-PA-HUVUDBOK
                 READ HUVUDBOK-FIL
                       AT END
                          SET SLUT-PA-HUVUDBOK TO TRUE
                       NOT AT END
                          PERFORM C2A-LAGG-I-TABELL
                          MOVE BF-TRANS-NR TO LT-TRANS-NR(BOK-INDEX)
                          MOVE BF-AKTION TO LT-AKTION(BOK-INDEX)
                          MOVE BF-KALLA-NR TO LT-KALLA-NR(BOK-INDEX)
                          MOVE BF-SPELDATUM
                             TO LT-SPELDATUM(BOK-INDEX)
                          MOVE BF-ANTAL TO LT-ANTAL(BOK-INDEX)
                          MOVE BF-BELOPP TO LT-BELOPP(BOK-INDEX)
                          MOVE BF-FONDANDEL
                             TO LT-FONDANDEL(BOK-INDEX)
                          MOVE BF-REF-NR TO LT-REF-NR(BOK-INDEX)
                          IF BF-JACKPOTANDEL IS NUMERIC
                             MOVE BF-JACKPOTANDEL
                                TO LT-JACKPOTANDEL(BOK-INDEX)
                          ELSE
                             MOVE ZERO TO LT-JACKPOTANDEL(BOK-INDEX)
                          END-IF
                 END-READ
              END-PERFORM

              CLOSE HUVUDBOK-FIL
           END-IF

           MOVE BOK-ANTAL TO BOK-ANTAL-LASTA
           .

       C2A-LAGG-I-TABELL SECTION.

           IF BOK-ANTAL = 20000
              DISPLAY "Avbryter - fler an 20000 rader i "
                 "forsaljningsliggaren"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO BOK-ANTAL
           SET BOK-INDEX TO BOK-ANTAL
           .

      *> Fondens saldo fore dagens forsaljning. Saknas mastern
      *> skapas den av forsta dagen med forsaljning.
       C3-LASA-FOND SECTION.

           OPEN INPUT FOND-FIL

           IF IND4-FILESTATUS = "00"
              READ FOND-FIL
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FD-SALDO IS NUMERIC
                          MOVE FD-SALDO TO FOND-SALDO
                          SET FOND-AKTIV TO TRUE
                       END-IF
                       IF FD-RETURSKULD IS NUMERIC
                          MOVE FD-RETURSKULD TO FOND-RETURSKULD
                       END-IF
              END-READ
              CLOSE FOND-FIL
           END-IF

           IF FOND-AKTIV
              DISPLAY "Prisfond last: saldo " FOND-SALDO
           ELSE
              DISPLAY "Ingen prisfond annu - skapas av forsaljningen"
           END-IF
           .

      *> Jackpotpotten fore dagens forsaljning. Utan master ingen
      *> jackpotandel - mastern laggs upp av en operator.
       C4-LASA-JACKPOT SECTION.

           OPEN INPUT JACKPOT-FIL

           IF IND7-FILESTATUS = "00"
              READ JACKPOT-FIL
                    AT END
                       CONTINUE
                    NOT AT END
                       IF JP-POTT IS NUMERIC
                             AND JP-DRAGGRANS IS NUMERIC
                             AND JP-STARTBELOPP IS NUMERIC
                          MOVE JP-POTT TO JACKPOT-POTT
                          MOVE JP-DRAGGRANS TO JACKPOT-DRAGGRANS
                          MOVE JP-STARTBELOPP TO JACKPOT-STARTBELOPP
                          SET JACKPOT-AKTIV TO TRUE
                       END-IF
              END-READ
              CLOSE JACKPOT-FIL
           END-IF

           IF JACKPOT-AKTIV
              MOVE JACKPOT-POTT TO JACKPOT-POTT-FORE
              DISPLAY "Jackpot last: pott " JACKPOT-POTT
                 " - jackpotandel " JACKPOT-PROCENT " procent"
           END-IF
           .

      *> En natt utan transaktionsfil ar en natt utan forsaljning -
      *> summeringen skrivs anda, med nollor.
       D-BEHANDLA-TRANSAKTIONER SECTION.

           OPEN INPUT TRANS-FIL

           IF IND2-FILESTATUS NOT = "00"
              DISPLAY "Ingen forsaljning: " WS-TRANS-FILENAME
                 " saknas"
           ELSE
              READ TRANS-FIL
                 AT END
                    SET SLUT-PA-TRANS TO TRUE
              END-READ

              PERFORM UNTIL SLUT-PA-TRANS

                 ADD 1 TO ANTAL-IN
                 ADD 1 TO LINJE-NR
                 PERFORM D1-BEHANDLA-EN-TRANSAKTION

                 READ TRANS-FIL
                    AT END
                       SET SLUT-PA-TRANS TO TRUE
                 END-READ
              END-PERFORM

              CLOSE TRANS-FIL

              IF REJECT-OPPEN
                 CLOSE REJECT-FIL
              END-IF
           END-IF
           .

      *> SAL kraver en aktiv eller fornyelseflaggad bricka i
      *> bradregistret. RET far inte lamna tillbaka fler brickor an
      *> som ar salda netto for kallan och speldatumet, och MAK
      *> maste peka ut en SAL i liggaren som inte redan makulerats
      *> och vars brickor inte returnerats. Allt annat avvisas med
      *> orsak till avvisningsfilen.
       D1-BEHANDLA-EN-TRANSAKTION SECTION.

           MOVE SPACES TO AVVISA-ORSAK

           EVALUATE TRUE
              WHEN TS-AKTION NOT = "SAL" AND TS-AKTION NOT = "RET"
                    AND TS-AKTION NOT = "MAK"
                 MOVE "OKAND AKTION" TO AVVISA-ORSAK
              WHEN TS-TRANS-NR IS NOT NUMERIC
                    OR TS-TRANS-NR = ZERO
                 MOVE "OGILTIGT TRANSNR" TO AVVISA-ORSAK
              WHEN TS-KALLA-NR IS NOT NUMERIC
                 MOVE "OGILTIGT KALLNUMMER" TO AVVISA-ORSAK
              WHEN TS-SPELDATUM IS NOT NUMERIC
                    AND TS-AKTION NOT = "MAK"
                 MOVE "OGILTIGT SPELDATUM" TO AVVISA-ORSAK
              WHEN TS-REF-NR IS NOT NUMERIC
                    AND TS-AKTION = "MAK"
                 MOVE "OGILTIG REFERENS" TO AVVISA-ORSAK
           END-EVALUATE

           IF AVVISA-ORSAK = SPACES
              PERFORM D2-SOK-TRANS-NR
              IF NYCKEL-FUNNEN
                 MOVE "REDAN BOKFORD" TO AVVISA-ORSAK
              END-IF
           END-IF

           IF AVVISA-ORSAK = SPACES
              PERFORM D3-SOK-KALLA
              IF NOT NYCKEL-FUNNEN
                 MOVE "OKANT KALLNUMMER" TO AVVISA-ORSAK
              END-IF
           END-IF

           IF AVVISA-ORSAK = SPACES
              EVALUATE TS-AKTION
                 WHEN "SAL"
                    PERFORM D5-PROVA-FORSALJNING
                 WHEN "RET"
                    PERFORM D6-PROVA-RETUR
                 WHEN "MAK"
                    PERFORM D7-PROVA-MAKULERING
              END-EVALUATE
           END-IF

           IF AVVISA-ORSAK NOT = SPACES
              PERFORM D8-AVVISA
           ELSE
              PERFORM D9-BOKFOR
           END-IF
           .

       D2-SOK-TRANS-NR SECTION.

           INITIALIZE NYCKEL-FUNNEN-SW

           PERFORM VARYING BOK-INDEX FROM 1 BY 1
              UNTIL BOK-INDEX > BOK-ANTAL OR NYCKEL-FUNNEN
              IF LT-TRANS-NR(BOK-INDEX) = TS-TRANS-NR
                 SET NYCKEL-FUNNEN TO TRUE
              END-IF
           END-PERFORM
           .

       D3-SOK-KALLA SECTION.

           INITIALIZE NYCKEL-FUNNEN-SW

           PERFORM VARYING REG-INDEX FROM 1 BY 1
              UNTIL REG-INDEX > REG-ANTAL OR NYCKEL-FUNNEN
              IF RT-KALLA-NR(REG-INDEX) = TS-KALLA-NR
                 SET NYCKEL-FUNNEN TO TRUE
                 SET REG-INDEX DOWN BY 1
              END-IF
           END-PERFORM
           .

      *> Salda brickor netto for transaktionens kalla och
      *> speldatum: SAL minus RET minus MAK.
       D4-RAKNA-NETTO SECTION.

           MOVE ZERO TO NETTO-BRADER

           PERFORM VARYING BOK-INDEX FROM 1 BY 1
              UNTIL BOK-INDEX > BOK-ANTAL
              IF LT-KALLA-NR(BOK-INDEX) = TS-KALLA-NR
                    AND LT-SPELDATUM(BOK-INDEX) = TS-SPELDATUM
                 IF LT-AKTION(BOK-INDEX) = "SAL"
                    ADD LT-ANTAL(BOK-INDEX) TO NETTO-BRADER
                 ELSE
                    SUBTRACT LT-ANTAL(BOK-INDEX) FROM NETTO-BRADER
                 END-IF
              END-IF
           END-PERFORM
           .

       D5-PROVA-FORSALJNING SECTION.

           EVALUATE TRUE
              WHEN RT-STATUS(REG-INDEX) NOT = "AKTIV"
                    AND RT-STATUS(REG-INDEX) NOT = "FORNYA"
                 MOVE "BRICKAN EJ AKTIV" TO AVVISA-ORSAK
              WHEN TS-ANTAL IS NOT NUMERIC OR TS-ANTAL = ZERO
                 MOVE "OGILTIGT ANTAL" TO AVVISA-ORSAK
              WHEN TS-PRIS IS NOT NUMERIC OR TS-PRIS = ZERO
                 MOVE "OGILTIGT PRIS" TO AVVISA-ORSAK
              WHEN OTHER
                 MOVE TS-ANTAL TO TRANS-ANTAL
                 COMPUTE TRANS-BELOPP = TS-ANTAL * TS-PRIS
                 COMPUTE TRANS-FONDANDEL ROUNDED =
                    TRANS-BELOPP * FOND-PROCENT / 100
                 PERFORM D5A-RAKNA-JACKPOTANDEL
           END-EVALUATE
           .

       D5A-RAKNA-JACKPOTANDEL SECTION.

           IF JACKPOT-AKTIV
              COMPUTE TRANS-JACKPOTANDEL ROUNDED =
                 TRANS-BELOPP * JACKPOT-PROCENT / 100
           ELSE
              MOVE ZERO TO TRANS-JACKPOTANDEL
           END-IF
           .

       D6-PROVA-RETUR SECTION.

           EVALUATE TRUE
              WHEN TS-ANTAL IS NOT NUMERIC OR TS-ANTAL = ZERO
                 MOVE "OGILTIGT ANTAL" TO AVVISA-ORSAK
              WHEN TS-PRIS IS NOT NUMERIC OR TS-PRIS = ZERO
                 MOVE "OGILTIGT PRIS" TO AVVISA-ORSAK
              WHEN OTHER
                 PERFORM D4-RAKNA-NETTO
                 IF TS-ANTAL > NETTO-BRADER
                    MOVE "RETUR OVER SALT" TO AVVISA-ORSAK
                 ELSE
                    MOVE TS-ANTAL TO TRANS-ANTAL
                    COMPUTE TRANS-BELOPP = TS-ANTAL * TS-PRIS
                    COMPUTE TRANS-FONDANDEL ROUNDED =
                       TRANS-BELOPP * FOND-PROCENT / 100
                    PERFORM D5A-RAKNA-JACKPOTANDEL
                 END-IF
           END-EVALUATE
           .

      *> En makulering aterfor exakt det den makulerade
      *> forsaljningen bokade - antal, belopp och fondandel tas fran
      *> liggarens SAL-rad, inte fran transaktionen.
       D7-PROVA-MAKULERING SECTION.

           MOVE ZERO TO SALJ-POS

           PERFORM VARYING BOK-POS FROM 1 BY 1
              UNTIL BOK-POS > BOK-ANTAL
              IF LT-TRANS-NR(BOK-POS) = TS-REF-NR
                    AND LT-AKTION(BOK-POS) = "SAL"
                 MOVE BOK-POS TO SALJ-POS
              END-IF
              IF LT-REF-NR(BOK-POS) = TS-REF-NR
                    AND LT-AKTION(BOK-POS) = "MAK"
                 MOVE "REDAN MAKULERAD" TO AVVISA-ORSAK
              END-IF
           END-PERFORM

           IF AVVISA-ORSAK = SPACES
              IF SALJ-POS = ZERO
                 MOVE "SAL SAKNAS" TO AVVISA-ORSAK
              ELSE
              IF LT-KALLA-NR(SALJ-POS) NOT = TS-KALLA-NR
                 MOVE "FEL KALLNUMMER" TO AVVISA-ORSAK
              ELSE
                 MOVE LT-SPELDATUM(SALJ-POS) TO TS-SPELDATUM
                 PERFORM D4-RAKNA-NETTO
                 IF LT-ANTAL(SALJ-POS) > NETTO-BRADER
                    MOVE "BRICKOR RETURNERADE" TO AVVISA-ORSAK
                 ELSE
                    MOVE LT-ANTAL(SALJ-POS) TO TRANS-ANTAL
                    MOVE LT-BELOPP(SALJ-POS) TO TRANS-BELOPP
                    MOVE LT-FONDANDEL(SALJ-POS) TO TRANS-FONDANDEL
                    MOVE LT-JACKPOTANDEL(SALJ-POS)
                       TO TRANS-JACKPOTANDEL
                 END-IF
              END-IF
              END-IF
           END-IF
           .

       D8-AVVISA SECTION.

           IF NOT REJECT-OPPEN
              OPEN OUTPUT REJECT-FIL
              SET REJECT-OPPEN TO TRUE
           END-IF

           MOVE SPACES TO BINGOSALJ-REJECT-REC
           MOVE WS-RUN-DATE TO SJ-RUN-DATE
           MOVE LINJE-NR TO SJ-LINJE-NR
           MOVE AVVISA-ORSAK TO SJ-ORSAK
           MOVE TRANS-REC TO SJ-RAD

           WRITE BINGOSALJ-REJECT-REC

           ADD 1 TO ANTAL-AVVISADE
           DISPLAY "Avvisad " TS-AKTION " " TS-TRANS-NR " - "
              AVVISA-ORSAK
           .

       D9-BOKFOR SECTION.

           PERFORM C2A-LAGG-I-TABELL

           MOVE TS-TRANS-NR TO LT-TRANS-NR(BOK-INDEX)
           MOVE TS-AKTION TO LT-AKTION(BOK-INDEX)
           MOVE TS-KALLA-NR TO LT-KALLA-NR(BOK-INDEX)
           MOVE TS-SPELDATUM TO LT-SPELDATUM(BOK-INDEX)
           MOVE TRANS-ANTAL TO LT-ANTAL(BOK-INDEX)
           MOVE TRANS-BELOPP TO LT-BELOPP(BOK-INDEX)
           MOVE TRANS-FONDANDEL TO LT-FONDANDEL(BOK-INDEX)
           MOVE TRANS-JACKPOTANDEL TO LT-JACKPOTANDEL(BOK-INDEX)

           IF TS-AKTION = "MAK"
              MOVE TS-REF-NR TO LT-REF-NR(BOK-INDEX)
           ELSE
              MOVE ZERO TO LT-REF-NR(BOK-INDEX)
           END-IF

           EVALUATE TS-AKTION
              WHEN "SAL"
                 MOVE 1 TO SUMMA-POS
                 ADD TRANS-FONDANDEL TO FOND-NETTO
                 ADD TRANS-JACKPOTANDEL TO JACKPOT-NETTO
              WHEN "RET"
                 MOVE 2 TO SUMMA-POS
                 SUBTRACT TRANS-FONDANDEL FROM FOND-NETTO
                 SUBTRACT TRANS-JACKPOTANDEL FROM JACKPOT-NETTO
              WHEN "MAK"
                 MOVE 3 TO SUMMA-POS
                 SUBTRACT TRANS-FONDANDEL FROM FOND-NETTO
                 SUBTRACT TRANS-JACKPOTANDEL FROM JACKPOT-NETTO
           END-EVALUATE

           ADD 1 TO SM-ANTAL-TRANS(SUMMA-POS)
           ADD TRANS-ANTAL TO SM-BRADER(SUMMA-POS)
           ADD TRANS-BELOPP TO SM-BELOPP(SUMMA-POS)
           ADD TRANS-FONDANDEL TO SM-FONDANDEL(SUMMA-POS)

           ADD 1 TO ANTAL-GODKANDA
           .

      *> Dagens godkanda transaktioner laggs till liggaren.
       E-SKRIV-HUVUDBOK SECTION.

           IF BOK-ANTAL > BOK-ANTAL-LASTA
              OPEN EXTEND HUVUDBOK-FIL

              IF IND3-FILESTATUS = "35"
                 OPEN OUTPUT HUVUDBOK-FIL
              END-IF

              COMPUTE BOK-POS = BOK-ANTAL-LASTA + 1

              PERFORM VARYING BOK-INDEX FROM BOK-POS BY 1
                 UNTIL BOK-INDEX > BOK-ANTAL

                 MOVE SPACES TO HUVUDBOK-REC
                 MOVE WS-RUN-DATE TO BF-BOKDATUM
                 MOVE LT-TRANS-NR(BOK-INDEX) TO BF-TRANS-NR
                 MOVE LT-AKTION(BOK-INDEX) TO BF-AKTION
                 MOVE LT-KALLA-NR(BOK-INDEX) TO BF-KALLA-NR
                 MOVE LT-SPELDATUM(BOK-INDEX) TO BF-SPELDATUM
                 MOVE LT-ANTAL(BOK-INDEX) TO BF-ANTAL
                 MOVE LT-BELOPP(BOK-INDEX) TO BF-BELOPP
                 MOVE LT-FONDANDEL(BOK-INDEX) TO BF-FONDANDEL
                 MOVE LT-REF-NR(BOK-INDEX) TO BF-REF-NR
                 MOVE LT-JACKPOTANDEL(BOK-INDEX) TO BF-JACKPOTANDEL

                 WRITE HUVUDBOK-REC
              END-PERFORM

              CLOSE HUVUDBOK-FIL
           END-IF
           .

      *> Krediterar (eller, vid en natt med mer returer an
      *> forsaljning, debiterar) fonden med dagens netto och skriver
      *> om mastern. Fonden gar aldrig negativ: racker saldot inte
      *> for aterforingen halls den pa noll och korningen lamnar
      *> returkod 1 for ekonomi att utreda.
       F-KREDITERA-FOND SECTION.

           IF ANTAL-GODKANDA > ZERO
              IF FOND-NETTO < ZERO
                    AND FOND-NETTO + FOND-SALDO < ZERO
                 DISPLAY "Fonden racker inte for dagens aterforing "
                    FOND-NETTO " - saldot satts till noll"
                 MOVE ZERO TO FOND-SALDO
                 MOVE 1 TO RETURN-CODE
              ELSE
                 COMPUTE FOND-SALDO = FOND-SALDO + FOND-NETTO
              END-IF

              MOVE "FORE " TO JN-FUNKTION
              MOVE "BINGOSALJ" TO JN-PROGRAM
              MOVE WS-FOND-FILENAME TO JN-MASTER
              MOVE WS-RUN-DATE TO JN-DATUM
              MOVE RETURN-CODE TO JN-RETURKOD
              CALL "JOURNAL" USING JOURNAL-PARM

              IF JN-RESULTAT = "N"
                 DISPLAY "Ingen forebild, skrivs inte om: "
                    WS-FOND-FILENAME
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              OPEN OUTPUT FOND-FIL

              MOVE SPACES TO FD-FOND-REC
              MOVE FOND-SALDO TO FD-SALDO
              MOVE WS-RUN-DATE TO FD-DATUM
              MOVE FOND-RETURSKULD TO FD-RETURSKULD

              WRITE FD-FOND-REC

              CLOSE FOND-FIL

              MOVE "KLAR " TO JN-FUNKTION
              MOVE "BINGOSALJ" TO JN-PROGRAM
              MOVE WS-FOND-FILENAME TO JN-MASTER
              MOVE WS-RUN-DATE TO JN-DATUM
              MOVE RETURN-CODE TO JN-RETURKOD
              CALL "JOURNAL" USING JOURNAL-PARM

              DISPLAY "Fonden krediterad " FOND-NETTO
                 ": nytt saldo " FOND-SALDO
           END-IF
           .

      *> For dagens jackpotandel till potten och skriver om mastern,
      *> med en TILLFL-rad i jackpothistoriken. Liksom fonden gar
      *> potten aldrig negativ.
       F2-KREDITERA-JACKPOT SECTION.

           IF ANTAL-GODKANDA > ZERO AND JACKPOT-AKTIV
              IF JACKPOT-NETTO + JACKPOT-POTT < ZERO
                 DISPLAY "Jackpotpotten racker inte for dagens "
                    "aterforing " JACKPOT-NETTO " - potten satts "
                    "till noll"
                 MOVE ZERO TO JACKPOT-POTT
                 MOVE 1 TO RETURN-CODE
              ELSE
                 COMPUTE JACKPOT-POTT = JACKPOT-POTT + JACKPOT-NETTO
              END-IF

              MOVE "FORE " TO JN-FUNKTION
              MOVE "BINGOSALJ" TO JN-PROGRAM
              MOVE WS-JACKPOT-FILENAME TO JN-MASTER
              MOVE WS-RUN-DATE TO JN-DATUM
              MOVE RETURN-CODE TO JN-RETURKOD
              CALL "JOURNAL" USING JOURNAL-PARM

              IF JN-RESULTAT = "N"
                 DISPLAY "Ingen forebild, skrivs inte om: "
                    WS-JACKPOT-FILENAME
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF

              OPEN OUTPUT JACKPOT-FIL

              MOVE SPACES TO JP-JACKPOT-REC
              MOVE JACKPOT-POTT TO JP-POTT
              MOVE JACKPOT-DRAGGRANS TO JP-DRAGGRANS
              MOVE JACKPOT-STARTBELOPP TO JP-STARTBELOPP
              MOVE WS-RUN-DATE TO JP-DATUM

              WRITE JP-JACKPOT-REC

              CLOSE JACKPOT-FIL

              MOVE "KLAR " TO JN-FUNKTION
              MOVE "BINGOSALJ" TO JN-PROGRAM
              MOVE WS-JACKPOT-FILENAME TO JN-MASTER
              MOVE WS-RUN-DATE TO JN-DATUM
              MOVE RETURN-CODE TO JN-RETURKOD
              CALL "JOURNAL" USING JOURNAL-PARM

              OPEN EXTEND JPHIST-FIL

              IF IND8-FILESTATUS = "35"
                 OPEN OUTPUT JPHIST-FIL
              END-IF

              MOVE SPACES TO JH-JPHIST-REC
              MOVE WS-RUN-DATE TO JH-DATUM
              MOVE "BINGOSALJ" TO JH-PROGRAM
              MOVE "TILLFL" TO JH-HANDELSE
              MOVE JACKPOT-POTT-FORE TO JH-POTT-FORE
              MOVE JACKPOT-NETTO TO JH-BELOPP
              MOVE JACKPOT-POTT TO JH-POTT-EFTER
              MOVE ZERO TO JH-DRAG
              MOVE JACKPOT-DRAGGRANS TO JH-DRAGGRANS
              MOVE ZERO TO JH-KALLA-NR
              MOVE ZERO TO JH-ANTAL-VINNARE

              WRITE JH-JPHIST-REC

              CLOSE JPHIST-FIL

              DISPLAY "Jackpoten krediterad " JACKPOT-NETTO
                 ": ny pott " JACKPOT-POTT
           END-IF
           .

       G-SKRIV-SUMMERING SECTION.

           OPEN OUTPUT SUMMERING-FIL

           PERFORM VARYING SUMMA-POS FROM 1 BY 1 UNTIL SUMMA-POS > 3
              MOVE SPACES TO SUMMERING-REC
              MOVE WS-RUN-DATE TO SU-RUN-DATE
              EVALUATE SUMMA-POS
                 WHEN 1
                    MOVE "SALD" TO SU-RAD
                 WHEN 2
                    MOVE "RETUR" TO SU-RAD
                 WHEN 3
                    MOVE "MAKUL" TO SU-RAD
              END-EVALUATE
              MOVE SM-ANTAL-TRANS(SUMMA-POS) TO SU-ANTAL-TRANS
              MOVE SM-BRADER(SUMMA-POS) TO SU-BRADER
              MOVE SM-BELOPP(SUMMA-POS) TO SU-BELOPP
              WRITE SUMMERING-REC
           END-PERFORM

           MOVE SPACES TO SUMMERING-REC
           MOVE WS-RUN-DATE TO SU-RUN-DATE
           MOVE "NETTO" TO SU-RAD
           MOVE ANTAL-GODKANDA TO SU-ANTAL-TRANS
           COMPUTE SU-BRADER = SM-BRADER(1) - SM-BRADER(2)
              - SM-BRADER(3)
           COMPUTE SU-BELOPP = SM-BELOPP(1) - SM-BELOPP(2)
              - SM-BELOPP(3)
           WRITE SUMMERING-REC

           MOVE SPACES TO SUMMERING-REC
           MOVE WS-RUN-DATE TO SU-RUN-DATE
           MOVE "FOND" TO SU-RAD
           MOVE ZERO TO SU-ANTAL-TRANS
           MOVE ZERO TO SU-BRADER
           MOVE FOND-NETTO TO SU-BELOPP
           WRITE SUMMERING-REC

           IF JACKPOT-AKTIV
              MOVE SPACES TO SUMMERING-REC
              MOVE WS-RUN-DATE TO SU-RUN-DATE
              MOVE "JACKP" TO SU-RAD
              MOVE ZERO TO SU-ANTAL-TRANS
              MOVE ZERO TO SU-BRADER
              MOVE JACKPOT-NETTO TO SU-BELOPP
              WRITE SUMMERING-REC
           END-IF

           MOVE SPACES TO SUMMERING-REC
           MOVE WS-RUN-DATE TO SU-RUN-DATE
           MOVE "SALDO" TO SU-RAD
           MOVE ZERO TO SU-ANTAL-TRANS
           MOVE ZERO TO SU-BRADER
           MOVE FOND-SALDO TO SU-BELOPP
           WRITE SUMMERING-REC

           MOVE SPACES TO SUMMERING-REC
           MOVE WS-RUN-DATE TO SU-RUN-DATE
           MOVE "AVVIS" TO SU-RAD
           MOVE ANTAL-AVVISADE TO SU-ANTAL-TRANS
           MOVE ZERO TO SU-BRADER
           MOVE ZERO TO SU-BELOPP
           WRITE SUMMERING-REC

           CLOSE SUMMERING-FIL
           .

       N-AVSLUTA SECTION.

           DISPLAY "Forsaljningsliggare: bingo_forsaljning.txt"
           DISPLAY "Summering skriven: " WS-SUMMERING-FILENAME
           DISPLAY "Lasta: " ANTAL-IN " Bokforda: " ANTAL-GODKANDA
              " Avvisade: " ANTAL-AVVISADE

           IF ANTAL-AVVISADE NOT = ZERO
              DISPLAY "Avvisningar skrivna: " WS-REJECT-FILENAME
              MOVE 1 TO RETURN-CODE
           END-IF

           PERFORM Z9-SKRIV-KORNINGSAUDIT

           STOP RUN
           .

      *> Fyller i korningens rad i den gemensamma korningsauditen -
      *> vad korningen faktiskt fick, vad den gjorde av det och hur
      *> den slutade.
       Z9-SKRIV-KORNINGSAUDIT SECTION.

          MOVE SPACES TO RA-KORNINGSAUDIT-REC
          MOVE WS-RUN-DATE TO RA-RUN-DATE
          MOVE "BINGOSALJ" TO RA-PROGRAM
          MOVE WS-TRANS-FILENAME TO RA-INFIL
          MOVE SPACES TO RA-PARAMETRAR
          STRING "FONDANDEL=" DELIMITED BY SIZE
                 FOND-PROCENT DELIMITED BY SIZE
                 " JP=" DELIMITED BY SIZE
                 JACKPOT-PROCENT DELIMITED BY SIZE
              INTO RA-PARAMETRAR
          MOVE ANTAL-IN TO RA-ANTAL-IN
          MOVE ANTAL-AVVISADE TO RA-ANTAL-AVVISADE
          MOVE ANTAL-GODKANDA TO RA-ANTAL-SKRIVNA
          IF RETURN-CODE >= 0 AND RETURN-CODE <= 999
             MOVE RETURN-CODE TO RA-RETURKOD
          ELSE
             MOVE 999 TO RA-RETURKOD
          END-IF
          ACCEPT AUDIT-KLOCKA FROM TIME
          MOVE AUDIT-KLOCKA(1:6) TO RA-KLOCKSLAG

          CALL "KORNAUDIT" USING RA-KORNINGSAUDIT-REC
          .
