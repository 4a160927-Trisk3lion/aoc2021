       IDENTIFICATION DIVISION.

       PROGRAM-ID. RESKONTRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT PARAMDECK-FIL ASSIGN "batch/parameterdeck.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PDECK-FILESTATUS.

          SELECT FAKTREGISTER-FIL ASSIGN
             "faktureringsregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT RESKONTRA-FIL ASSIGN "kundreskontra.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT INBETALNING-FIL ASSIGN DYNAMIC
             WS-INBETALNING-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT BETLOGG-FIL ASSIGN
             "kundreskontra_betalningar.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT OMATCHAD-FIL ASSIGN DYNAMIC
             WS-OMATCHAD-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT PAMINNELSE-FIL ASSIGN DYNAMIC
             WS-PAMINNELSE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT ALDRING-FIL ASSIGN DYNAMIC
             WS-ALDRING-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMDECK-FIL.
       01 PARAMDECK-REC.
          05 PD-PROGRAM PIC X(10).
          05 FILLER PIC X.
          05 PD-NYCKEL PIC X(12).
          05 FILLER PIC X.
          05 PD-VARDE PIC X(40).

      *> Samma postlayout som FAKTREGISTER-REC i FAKTURERING.
       FD FAKTREGISTER-FIL.
       01 FAKTREGISTER-REC.
          05 FG-PERIOD PIC 9(6).
          05 FILLER PIC X.
          05 FG-PERIODNR PIC 9(3).
          05 FILLER PIC X.
          05 FG-BELOPP PIC 9(9)V9(2).
          05 FILLER PIC X.
          05 FG-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 FG-STATUS PIC X(6).

      *> Kundreskontran: en post per fakturerad period och
      *> periodnummer (FAKTURA) och en per inbetalt overskott
      *> (KREDIT). Fakturans referens ar "F", perioden, "P" och
      *> periodnumret - F202610P001 for fakturarader_202610_P001 -
      *> och ar den kunden anger vid betalning. BETALT ar det som
      *> tilldelats posten (for en KREDIT: det som forbrukats).
      *> STATUS: OPPEN, DELBETALD, BETALD, ERSATT (omfakturerad),
      *> KREDIT eller FORBRUKAD. PAMINNELSE ar senast skickade
      *> paminnelsesteg, FLAGGA J nar posten ar forfallen mer an
      *> FLAGGADAGAR - den flaggas pa nasta faktura.
       FD RESKONTRA-FIL.
       01 RESKONTRA-REC.
          05 KR-REFERENS PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 KR-TYP PIC X(7).
          05 FILLER PIC X VALUE SPACE.
          05 KR-PERIOD PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 KR-PERIODNR PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 KR-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KR-FORFALLO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 KR-BELOPP PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 KR-BETALT PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 KR-STATUS PIC X(9).
          05 FILLER PIC X VALUE SPACE.
          05 KR-PAMINNELSE PIC 9.
          05 FILLER PIC X VALUE SPACE.
          05 KR-FLAGGA PIC X.
          05 FILLER PIC X VALUE SPACE.
          05 KR-SENAST-BET PIC 9(8).

      *> Bankens inbetalningsfil for dagen: betalningsdag,
      *> referensen kunden angav och beloppet. Exempel:
      *>
      *>     20261112 F202610P001  00000123400
       FD INBETALNING-FIL.
       01 INBETALNING-REC.
          05 IB-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 IB-REFERENS PIC X(12).
          05 FILLER PIC X.
          05 IB-BELOPP PIC 9(9)V9(2).

      *> Betalningsloggen: en rad per tilldelning - vilken
      *> inbetalning (fildag, betalningsdag, referens, belopp),
      *> vilken post den gick till, hur mycket och hur den
      *> matchades: REFERENS, BELOPP, ERSATT (via en omfakturerad
      *> referens), KREDIT (overskott som kvittats), OVERSKOT (till
      *> en ny kreditpost), OMATCHAD eller OMFAKT (det som betalats
      *> pa en omfakturerad faktura och flyttats till den nya).
      *> Fildagen gor att samma inbetalningsfil inte lases in tva
      *> ganger.
       FD BETLOGG-FIL.
       01 BETLOGG-REC.
          05 BL-FILDATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 BL-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 BL-REFERENS PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 BL-BELOPP PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 BL-POST PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 BL-TILLDELAT PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 BL-SATT PIC X(8).

      *> Inbetalningar som varken referens eller belopp kunde
      *> placera - ekonomi reder ut dem och skickar in dem igen med
      *> ratt referens.
       FD OMATCHAD-FIL.
       01 OMATCHAD-REC.
          05 OM-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 OM-REFERENS PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 OM-BELOPP PIC 9(9)V9(2).
          05 FILLER PIC X VALUE SPACE.
          05 OM-ORSAK PIC X(30).

       FD PAMINNELSE-FIL.
       01 PAMINNELSE-REC PIC X(80).

      *> Aldersanalysen: en POST-rad per obetald faktura med dagar
      *> efter forfallodagen och aldersklass, en KLASS-rad per
      *> klass med summan, en KREDIT-rad med outnyttjade krediter
      *> och sist SALDO - det utestaende kundsaldot.
       FD ALDRING-FIL.
       01 ALDRING-REC.
          05 AG-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 AG-TYP PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 AG-REFERENS PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 AG-FORFALLO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 AG-DAGAR PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 AG-KLASS PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 AG-BELOPP PIC S9(9)V9(2) SIGN LEADING SEPARATE.
          05 FILLER PIC X VALUE SPACE.
          05 AG-PAMINNELSE PIC 9.
          05 FILLER PIC X VALUE SPACE.
          05 AG-FLAGGA PIC X.

       WORKING-STORAGE SECTION.

      *> Kundreskontran for FAKTURERINGs fakturor: faktureringen
      *> skriver fakturarader och faktureringsregistret, och sedan
      *> vet vi inte om kunden betalat - ekonomi fragar oss om
      *> utestaende saldo och vi far fraga dem tillbaka. Har
      *> oppnas en post per fakturerad period, dagens
      *> inbetalningsfil matchas mot referens och belopp (med
      *> delbetalningar och overskott), overskott kvittas mot de
      *> aldsta obetalda fakturorna, paminnelsebrev skrivs vid
      *> konfigurerbara steg och aldersanalysen visar det
      *> utestaende per aldersklass. En faktura forfallen langre
      *> an FLAGGADAGAR flaggas, och FAKTURERING skriver flaggan pa
      *> nasta faktura.
      *>
      *> Parameterleken (program RESKONTRA):
      *>   VILLKOR      betalningsvillkor i dagar (standard 030)
      *>   PAMINNELSE1  dagar efter forfallodagen for steg 1 (010)
      *>   PAMINNELSE2  dito steg 2 (030)
      *>   PAMINNELSE3  dito steg 3 (060) - 000 stanger av steget
      *>   FLAGGADAGAR  dagar efter forfallodagen innan posten
      *>                flaggas pa nasta faktura (045)
      *>
      *> Anrop: reskontra (affarsdatum via AFFARSDATUM)
       01 PDECK-FILESTATUS PIC XX.

       01 SLUT-PA-DECK-SW PIC 9 VALUE ZERO.
          88 SLUT-PA-DECK VALUE 1.

       01 WS-INBETALNING-FILENAME PIC X(40).
       01 WS-OMATCHAD-FILENAME PIC X(40).
       01 WS-PAMINNELSE-FILENAME PIC X(40).
       01 WS-ALDRING-FILENAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.

       COPY "JOURNAL-PARM.cpy".

       01 VILLKOR-DAGAR PIC 9(3) VALUE 30.
       01 FLAGGA-DAGAR PIC 9(3) VALUE 45.

       01 PAMINNELSE-STEG-TABELL.
          05 PAMINNELSE-DAGAR PIC 9(3) OCCURS 3 TIMES.

       01 STEG-POS PIC 9.
       01 NYTT-STEG PIC 9.

       01 POST-ANTAL PIC 9(4) VALUE ZERO.

       01 POST-TABELL.
          05 POST-RAD OCCURS 2000 TIMES.
             10 PT-REFERENS PIC X(12).
             10 PT-TYP PIC X(7).
             10 PT-PERIOD PIC 9(6).
             10 PT-PERIODNR PIC 9(3).
             10 PT-DATUM PIC 9(8).
             10 PT-FORFALLO PIC 9(8).
             10 PT-BELOPP PIC 9(9)V9(2).
             10 PT-BETALT PIC 9(9)V9(2).
             10 PT-STATUS PIC X(9).
             10 PT-PAMINNELSE PIC 9.
             10 PT-FLAGGA PIC X.
             10 PT-SENAST-BET PIC 9(8).

       01 POST-POS PIC 9(4).
       01 VALD-POST PIC 9(4).
       01 ERSATT-POST PIC 9(4).

       01 REG-ANTAL PIC 9(3) VALUE ZERO.

       01 REG-TABELL.
          05 REG-RAD OCCURS 200 TIMES.
             10 RG-PERIOD PIC 9(6).
             10 RG-PERIODNR PIC 9(3).
             10 RG-BELOPP PIC 9(9)V9(2).
             10 RG-DATUM PIC 9(8).
             10 RG-STATUS PIC X(6).

       01 REG-POS PIC 9(3).

       01 WS-REFERENS PIC X(12).
       01 KREDIT-LOPNR PIC 9(3) VALUE ZERO.

       01 INBETALNING-INLAST-SW PIC 9 VALUE ZERO.
          88 INBETALNING-INLAST VALUE 1.

       01 FUNNEN-SW PIC 9.
          88 FUNNEN VALUE 1.
       01 ANTAL-TRAFFAR PIC 9(4).

      *> Tilldelningen: belopp in, post ut, resten kvar.
       01 TILLDELA-BELOPP PIC 9(9)V9(2).
       01 KVAR-BELOPP PIC 9(9)V9(2).
       01 POSTENS-REST PIC 9(9)V9(2).
       01 DEL-BELOPP PIC 9(9)V9(2).
       01 SATT-HOLDER PIC X(8).
       01 BL-REFERENS-HOLDER PIC X(12).
       01 BL-POST-HOLDER PIC X(12).
       01 BL-DATUM-HOLDER PIC 9(8).
       01 BL-BELOPP-HOLDER PIC 9(9)V9(2).

      *> Dagens loggrader halls har och skrivs forst nar den nya
      *> reskontran ar klar - loggen ar det som sager att
      *> inbetalningsfilen ar inlast, och en korning som dor fore
      *> omskrivningen ska lasa in filen igen.
       01 BETLOGG-ANTAL PIC 9(4) VALUE ZERO.

       01 BETLOGG-TABELL.
          05 BETLOGG-RAD OCCURS 2000 TIMES.
             10 BT-DATUM PIC 9(8).
             10 BT-REFERENS PIC X(12).
             10 BT-BELOPP PIC 9(9)V9(2).
             10 BT-POST PIC X(12).
             10 BT-TILLDELAT PIC 9(9)V9(2).
             10 BT-SATT PIC X(8).

       01 BETLOGG-POS PIC 9(4).

       01 OGILTIGT-BELOPP-SW PIC 9 VALUE ZERO.
          88 OGILTIGT-BELOPP VALUE 1.

       01 AKTUELL-DATUM PIC 9(8).
       01 DAGAR-FORFALLEN PIC S9(5).
       01 MIN-FORFALLO PIC 9(8).

       01 ANTAL-INBETALNINGAR PIC 9(4) VALUE ZERO.
       01 ANTAL-OMATCHADE PIC 9(4) VALUE ZERO.
       01 ANTAL-NYA-POSTER PIC 9(4) VALUE ZERO.
       01 ANTAL-PAMINNELSER PIC 9(4) VALUE ZERO.
       01 ANTAL-FLAGGADE PIC 9(4) VALUE ZERO.

       01 KLASS-TABELL.
          05 KLASS-RAD OCCURS 5 TIMES.
             10 KL-NAMN PIC X(8).
             10 KL-SUMMA PIC 9(11)V9(2).
       01 KLASS-POS PIC 9.

       01 SUMMA-OPPET PIC 9(11)V9(2) VALUE ZERO.
       01 SUMMA-KREDIT PIC 9(11)V9(2) VALUE ZERO.
       01 SALDO PIC S9(11)V9(2) VALUE ZERO.

       01 ED-BELOPP PIC Z(8)9,99.
       01 ED-BELOPP-2 PIC Z(8)9,99.
       01 ED-BELOPP-3 PIC Z(8)9,99.
       01 ED-SALDO PIC -(9)9,99.
       01 ED-DAGAR PIC ZZZ9.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM B0-LAS-PARAMETERDECK
          PERFORM B2-LASA-RESKONTRA
          PERFORM B3-LASA-FAKTREGISTER
          PERFORM B4-LAS-BETLOGG
          PERFORM C-OPPNA-POSTER
          PERFORM D-INBETALNINGAR
          PERFORM E-KVITTA-KREDITER
          PERFORM F-PAMINNELSER
          PERFORM G-ALDRINGSANALYS
          PERFORM H-SKRIV-RESKONTRA
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

          MOVE 10 TO PAMINNELSE-DAGAR(1)
          MOVE 30 TO PAMINNELSE-DAGAR(2)
          MOVE 60 TO PAMINNELSE-DAGAR(3)

          MOVE "EJ FORF" TO KL-NAMN(1)
          MOVE "1-30" TO KL-NAMN(2)
          MOVE "31-60" TO KL-NAMN(3)
          MOVE "61-90" TO KL-NAMN(4)
          MOVE "OVER 90" TO KL-NAMN(5)

          STRING "inbetalningar_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-INBETALNING-FILENAME

          STRING "inbetalningar_omatchade_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-OMATCHAD-FILENAME

          STRING "paminnelser_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-PAMINNELSE-FILENAME

          STRING "reskontra_aldring_" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-ALDRING-FILENAME
          .

       B0-LAS-PARAMETERDECK SECTION.

          OPEN INPUT PARAMDECK-FIL

          IF PDECK-FILESTATUS = "00"
             PERFORM UNTIL SLUT-PA-DECK
                READ PARAMDECK-FIL
                      AT END
                         SET SLUT-PA-DECK TO TRUE
                      NOT AT END
                         IF PD-PROGRAM = "RESKONTRA"
                            PERFORM B0A-TILLAMPA-PARAMETER
                         END-IF
                END-READ
             END-PERFORM

             CLOSE PARAMDECK-FIL
          END-IF
          .

       B0A-TILLAMPA-PARAMETER SECTION.

          DISPLAY "PARM " PD-PROGRAM " " PD-NYCKEL " = " PD-VARDE

          IF PD-VARDE(1:3) IS NOT NUMERIC
             DISPLAY "Ogiltigt " PD-NYCKEL " i parameterleken: "
                PD-VARDE
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          EVALUATE PD-NYCKEL
             WHEN "VILLKOR"
                IF PD-VARDE(1:3) = "000"
                   DISPLAY "Ogiltigt VILLKOR i parameterleken: "
                      PD-VARDE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PD-VARDE(1:3) TO VILLKOR-DAGAR
             WHEN "PAMINNELSE1"
                MOVE PD-VARDE(1:3) TO PAMINNELSE-DAGAR(1)
             WHEN "PAMINNELSE2"
                MOVE PD-VARDE(1:3) TO PAMINNELSE-DAGAR(2)
             WHEN "PAMINNELSE3"
                MOVE PD-VARDE(1:3) TO PAMINNELSE-DAGAR(3)
             WHEN "FLAGGADAGAR"
                MOVE PD-VARDE(1:3) TO FLAGGA-DAGAR
             WHEN OTHER
                DISPLAY "Okant nyckelord i parameterleken: "
                   PD-NYCKEL
                MOVE 1 TO RETURN-CODE
                STOP RUN
          END-EVALUATE
          .

       B2-LASA-RESKONTRA SECTION.

          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT RESKONTRA-FIL

          IF IND2-FILESTATUS NOT = "00"
             DISPLAY "Ingen kundreskontra - den byggs upp fran "
                "faktureringsregistret"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ RESKONTRA-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
      *> Reskontran skrivs om fran tabellen - ett tak som tyst
      *> tappade rader vore att stryka kundfordringar.
                      IF POST-ANTAL = 2000
                         DISPLAY "Avbryter - fler an 2000 poster i "
                            "kundreskontra.txt"
                         MOVE 1 TO RETURN-CODE
                         STOP RUN
                      END-IF

                      ADD 1 TO POST-ANTAL
                      MOVE KR-REFERENS TO PT-REFERENS(POST-ANTAL)
                      MOVE KR-TYP TO PT-TYP(POST-ANTAL)
                      MOVE KR-PERIOD TO PT-PERIOD(POST-ANTAL)
                      MOVE KR-PERIODNR TO PT-PERIODNR(POST-ANTAL)
                      MOVE KR-DATUM TO PT-DATUM(POST-ANTAL)
                      MOVE KR-FORFALLO TO PT-FORFALLO(POST-ANTAL)
                      MOVE KR-BELOPP TO PT-BELOPP(POST-ANTAL)
                      MOVE KR-BETALT TO PT-BETALT(POST-ANTAL)
                      MOVE KR-STATUS TO PT-STATUS(POST-ANTAL)
                      MOVE KR-PAMINNELSE
                         TO PT-PAMINNELSE(POST-ANTAL)
                      MOVE KR-FLAGGA TO PT-FLAGGA(POST-ANTAL)
                      MOVE KR-SENAST-BET
                         TO PT-SENAST-BET(POST-ANTAL)

                      IF KR-TYP = "KREDIT"
                            AND KR-REFERENS(2:8) = WS-RUN-DATE
                            AND KR-REFERENS(10:3) IS NUMERIC
                            AND KR-REFERENS(10:3) > KREDIT-LOPNR
                         MOVE KR-REFERENS(10:3) TO KREDIT-LOPNR
                      END-IF
             END-READ
          END-PERFORM

          CLOSE RESKONTRA-FIL
          .

       B3-LASA-FAKTREGISTER SECTION.

          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT FAKTREGISTER-FIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Inget faktureringsregister - inga fakturor "
                "att bokfora"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ FAKTREGISTER-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF REG-ANTAL < 200
                         ADD 1 TO REG-ANTAL
                         MOVE FG-PERIOD TO RG-PERIOD(REG-ANTAL)
                         MOVE FG-PERIODNR TO RG-PERIODNR(REG-ANTAL)
                         MOVE FG-BELOPP TO RG-BELOPP(REG-ANTAL)
                         MOVE FG-DATUM TO RG-DATUM(REG-ANTAL)
                         MOVE FG-STATUS TO RG-STATUS(REG-ANTAL)
                      END-IF
             END-READ
          END-PERFORM

          CLOSE FAKTREGISTER-FIL
          .

      *> Har dagens inbetalningsfil redan lasts in? Kontrolleras
      *> innan omfaktureringarna skriver sina egna loggrader.
       B4-LAS-BETLOGG SECTION.

          INITIALIZE SLUT-PA-FIL-SW

          OPEN INPUT BETLOGG-FIL

          IF IND4-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          PERFORM UNTIL SLUT-PA-FIL
             READ BETLOGG-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF BL-FILDATUM = WS-RUN-DATE
                            AND BL-SATT NOT = "OMFAKT"
                            AND BL-SATT NOT = "KREDIT"
                         SET INBETALNING-INLAST TO TRUE
                      END-IF
             END-READ
          END-PERFORM

          CLOSE BETLOGG-FIL
          .

      *> En ny post per registerrad som annu inte finns i
      *> reskontran, med forfallodag enligt betalningsvillkoret -
      *> en redan omfakturerad period oppnas som ERSATT, sa att en
      *> betalning mot dess referens anda hittar ratt faktura.
      *> En omfakturerad period (ERSATT) stangs i reskontran, och
      *> det som redan betalats pa den flyttas till periodens nya
      *> faktura - kunden ska inte betala tva ganger.
       C-OPPNA-POSTER SECTION.

          PERFORM VARYING REG-POS FROM 1 BY 1
             UNTIL REG-POS > REG-ANTAL

             PERFORM S1-BYGG-REFERENS
             PERFORM S2-SOK-POST

             IF VALD-POST = ZERO
                PERFORM C1-NY-FAKTURAPOST
             END-IF
          END-PERFORM

          PERFORM VARYING REG-POS FROM 1 BY 1
             UNTIL REG-POS > REG-ANTAL

             IF RG-STATUS(REG-POS) = "ERSATT"
                PERFORM S1-BYGG-REFERENS
                PERFORM S2-SOK-POST

                IF VALD-POST NOT = ZERO
                   IF PT-STATUS(VALD-POST) NOT = "ERSATT"
                      PERFORM C2-ERSATT-POST
                   END-IF
                END-IF
             END-IF
          END-PERFORM
          .

       C1-NY-FAKTURAPOST SECTION.

          IF POST-ANTAL = 2000
             DISPLAY "Avbryter - kundreskontran ar full"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO POST-ANTAL
          ADD 1 TO ANTAL-NYA-POSTER
          INITIALIZE POST-RAD(POST-ANTAL)
          MOVE WS-REFERENS TO PT-REFERENS(POST-ANTAL)
          MOVE "FAKTURA" TO PT-TYP(POST-ANTAL)
          MOVE RG-PERIOD(REG-POS) TO PT-PERIOD(POST-ANTAL)
          MOVE RG-PERIODNR(REG-POS) TO PT-PERIODNR(POST-ANTAL)
          MOVE RG-DATUM(REG-POS) TO PT-DATUM(POST-ANTAL)
          COMPUTE PT-FORFALLO(POST-ANTAL) = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(RG-DATUM(REG-POS))
             + VILLKOR-DAGAR)
          MOVE RG-BELOPP(REG-POS) TO PT-BELOPP(POST-ANTAL)
          MOVE ZERO TO PT-BETALT(POST-ANTAL)
          MOVE SPACE TO PT-FLAGGA(POST-ANTAL)

          EVALUATE TRUE
             WHEN RG-STATUS(REG-POS) = "ERSATT"
                MOVE "ERSATT" TO PT-STATUS(POST-ANTAL)
                EXIT SECTION
             WHEN RG-BELOPP(REG-POS) = ZERO
                MOVE "BETALD" TO PT-STATUS(POST-ANTAL)
             WHEN OTHER
                MOVE "OPPEN" TO PT-STATUS(POST-ANTAL)
          END-EVALUATE

          DISPLAY "Ny faktura i reskontran: " WS-REFERENS
             " forfaller " PT-FORFALLO(POST-ANTAL)
          .

       C2-ERSATT-POST SECTION.

          MOVE VALD-POST TO ERSATT-POST
          MOVE "ERSATT" TO PT-STATUS(ERSATT-POST)
          MOVE SPACE TO PT-FLAGGA(ERSATT-POST)

          DISPLAY "Omfakturerad: " PT-REFERENS(ERSATT-POST)
             " stangd i reskontran"

          IF PT-BETALT(ERSATT-POST) = ZERO
             EXIT SECTION
          END-IF

          PERFORM S3-SOK-GALLANDE

          MOVE PT-BETALT(ERSATT-POST) TO TILLDELA-BELOPP
          MOVE PT-REFERENS(ERSATT-POST) TO BL-REFERENS-HOLDER
          MOVE WS-RUN-DATE TO BL-DATUM-HOLDER
          MOVE PT-BETALT(ERSATT-POST) TO BL-BELOPP-HOLDER
          MOVE "OMFAKT" TO SATT-HOLDER

          IF VALD-POST = ZERO
             PERFORM S6-NY-KREDIT
          ELSE
             PERFORM S4-TILLDELA
          END-IF
          .

      *> Dagens inbetalningsfil, en gang. Referensen forst - en
      *> omfakturerad referens leder till periodens gallande
      *> faktura - annars ett belopp som exakt motsvarar resten pa
      *> en enda obetald faktura. Resten gar till
      *> omatchad-listan, liksom rader med ogiltigt belopp.
       D-INBETALNINGAR SECTION.

          IF INBETALNING-INLAST
             DISPLAY "Inbetalningarna for " WS-RUN-DATE
                " ar redan inlasta"
             EXIT SECTION
          END-IF

          OPEN INPUT INBETALNING-FIL

          IF IND3-FILESTATUS NOT = "00"
             DISPLAY "Ingen inbetalningsfil: "
                WS-INBETALNING-FILENAME
             EXIT SECTION
          END-IF

          OPEN OUTPUT OMATCHAD-FIL

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ INBETALNING-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF INBETALNING-REC NOT = SPACES
                         ADD 1 TO ANTAL-INBETALNINGAR
                         IF IB-BELOPP IS NUMERIC
                               AND IB-BELOPP NOT = ZERO
                            PERFORM D1-MATCHA-INBETALNING
                         ELSE
                            PERFORM D3-OGILTIGT-BELOPP
                         END-IF
                      END-IF
             END-READ
          END-PERFORM

          CLOSE INBETALNING-FIL
          CLOSE OMATCHAD-FIL
          .

       D1-MATCHA-INBETALNING SECTION.

          MOVE ZERO TO ANTAL-TRAFFAR
          MOVE IB-BELOPP TO TILLDELA-BELOPP
          MOVE IB-REFERENS TO BL-REFERENS-HOLDER
          MOVE IB-DATUM TO BL-DATUM-HOLDER
          MOVE IB-BELOPP TO BL-BELOPP-HOLDER

          MOVE IB-REFERENS TO WS-REFERENS
          PERFORM S2-SOK-POST

          IF VALD-POST NOT = ZERO
             MOVE "REFERENS" TO SATT-HOLDER

             IF PT-STATUS(VALD-POST) = "ERSATT"
                MOVE "ERSATT" TO SATT-HOLDER
                MOVE VALD-POST TO ERSATT-POST
                PERFORM S3-SOK-GALLANDE
                IF VALD-POST = ZERO
                   PERFORM S6-NY-KREDIT
                   EXIT SECTION
                END-IF
             END-IF

             IF PT-TYP(VALD-POST) NOT = "FAKTURA"
                PERFORM D2-OMATCHAD
                EXIT SECTION
             END-IF

             PERFORM S4-TILLDELA
             EXIT SECTION
          END-IF

          MOVE ZERO TO ANTAL-TRAFFAR

          PERFORM VARYING POST-POS FROM 1 BY 1
             UNTIL POST-POS > POST-ANTAL
             IF PT-TYP(POST-POS) = "FAKTURA"
                   AND (PT-STATUS(POST-POS) = "OPPEN"
                     OR PT-STATUS(POST-POS) = "DELBETALD")
                   AND PT-BELOPP(POST-POS) - PT-BETALT(POST-POS)
                      = IB-BELOPP
                ADD 1 TO ANTAL-TRAFFAR
                MOVE POST-POS TO VALD-POST
             END-IF
          END-PERFORM

          IF ANTAL-TRAFFAR = 1
             MOVE "BELOPP" TO SATT-HOLDER
             PERFORM S4-TILLDELA
          ELSE
             PERFORM D2-OMATCHAD
          END-IF
          .

       D2-OMATCHAD SECTION.

          ADD 1 TO ANTAL-OMATCHADE

          MOVE SPACES TO OMATCHAD-REC
          MOVE IB-DATUM TO OM-DATUM
          MOVE IB-REFERENS TO OM-REFERENS
          MOVE IB-BELOPP TO OM-BELOPP

          EVALUATE TRUE
             WHEN OGILTIGT-BELOPP
                MOVE ZERO TO OM-BELOPP
                MOVE "OGILTIGT BELOPP" TO OM-ORSAK
             WHEN ANTAL-TRAFFAR > 1
                MOVE "BELOPPET PASSAR FLERA FAKTUROR" TO OM-ORSAK
             WHEN OTHER
                MOVE "OKAND REFERENS, INGET BELOPP" TO OM-ORSAK
          END-EVALUATE

          WRITE OMATCHAD-REC

          MOVE SPACES TO BL-POST-HOLDER
          MOVE ZERO TO DEL-BELOPP
          MOVE "OMATCHAD" TO SATT-HOLDER
          PERFORM Y-NOTERA-BETLOGG
          .

      *> Ett belopp som inte ar numeriskt, eller noll, kan inte
      *> matchas - raden gar till omatchad-listan med beloppet noll,
      *> sa att ekonomi ser den och skickar in den igen.
       D3-OGILTIGT-BELOPP SECTION.

          MOVE ZERO TO ANTAL-TRAFFAR
          MOVE ZERO TO TILLDELA-BELOPP
          MOVE IB-REFERENS TO BL-REFERENS-HOLDER
          MOVE IB-DATUM TO BL-DATUM-HOLDER
          MOVE ZERO TO BL-BELOPP-HOLDER

          DISPLAY "Ogiltigt belopp for " IB-REFERENS
             " - till omatchad-listan"

          SET OGILTIGT-BELOPP TO TRUE
          PERFORM D2-OMATCHAD
          INITIALIZE OGILTIGT-BELOPP-SW
          .

      *> Outnyttjade krediter kvittas mot de obetalda fakturorna,
      *> aldsta forfallodagen forst.
       E-KVITTA-KREDITER SECTION.

          PERFORM VARYING ERSATT-POST FROM 1 BY 1
             UNTIL ERSATT-POST > POST-ANTAL

             IF PT-STATUS(ERSATT-POST) = "KREDIT"
                COMPUTE KVAR-BELOPP = PT-BELOPP(ERSATT-POST)
                   - PT-BETALT(ERSATT-POST)

                PERFORM S5-SOK-ALDSTA

                PERFORM UNTIL KVAR-BELOPP = ZERO OR VALD-POST = ZERO
                   MOVE KVAR-BELOPP TO TILLDELA-BELOPP
                   MOVE PT-REFERENS(ERSATT-POST)
                      TO BL-REFERENS-HOLDER
                   MOVE WS-RUN-DATE TO BL-DATUM-HOLDER
                   MOVE KVAR-BELOPP TO BL-BELOPP-HOLDER
                   MOVE "KREDIT" TO SATT-HOLDER
                   PERFORM S4A-TILLDELA-POST

                   ADD DEL-BELOPP TO PT-BETALT(ERSATT-POST)
                   SUBTRACT DEL-BELOPP FROM KVAR-BELOPP

                   PERFORM S5-SOK-ALDSTA
                END-PERFORM

                IF KVAR-BELOPP = ZERO
                   MOVE "FORBRUKAD" TO PT-STATUS(ERSATT-POST)
                END-IF
             END-IF
          END-PERFORM
          .

      *> Paminnelsebrev nar en obetald faktura natt ett nytt steg -
      *> ett brev per steg och faktura, hogsta uppnadda steget.
      *> Flaggan for nasta faktura satts om ocksa har.
       F-PAMINNELSER SECTION.

          OPEN OUTPUT PAMINNELSE-FIL

          PERFORM VARYING POST-POS FROM 1 BY 1
             UNTIL POST-POS > POST-ANTAL

             MOVE SPACE TO PT-FLAGGA(POST-POS)

             IF PT-TYP(POST-POS) = "FAKTURA"
                   AND (PT-STATUS(POST-POS) = "OPPEN"
                     OR PT-STATUS(POST-POS) = "DELBETALD")
                PERFORM S7-DAGAR-FORFALLEN

                MOVE ZERO TO NYTT-STEG
                PERFORM VARYING STEG-POS FROM 1 BY 1
                   UNTIL STEG-POS > 3
                   IF PAMINNELSE-DAGAR(STEG-POS) NOT = ZERO
                         AND DAGAR-FORFALLEN
                            >= PAMINNELSE-DAGAR(STEG-POS)
                      MOVE STEG-POS TO NYTT-STEG
                   END-IF
                END-PERFORM

                IF NYTT-STEG > PT-PAMINNELSE(POST-POS)
                   MOVE NYTT-STEG TO PT-PAMINNELSE(POST-POS)
                   PERFORM F1-SKRIV-BREV
                END-IF

                IF FLAGGA-DAGAR NOT = ZERO
                      AND DAGAR-FORFALLEN > FLAGGA-DAGAR
                   MOVE "J" TO PT-FLAGGA(POST-POS)
                   ADD 1 TO ANTAL-FLAGGADE
                END-IF
             END-IF
          END-PERFORM

          CLOSE PAMINNELSE-FIL
          .

       F1-SKRIV-BREV SECTION.

          ADD 1 TO ANTAL-PAMINNELSER

          MOVE DAGAR-FORFALLEN TO ED-DAGAR
          MOVE PT-BELOPP(POST-POS) TO ED-BELOPP
          MOVE PT-BETALT(POST-POS) TO ED-BELOPP-2
          COMPUTE ED-BELOPP-3 =
             PT-BELOPP(POST-POS) - PT-BETALT(POST-POS)

          MOVE SPACES TO PAMINNELSE-REC
          IF NYTT-STEG = 3
             STRING "SISTA PAMINNELSE (steg 3) " DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                 INTO PAMINNELSE-REC
          ELSE
             STRING "PAMINNELSE (steg " DELIMITED BY SIZE
                    NYTT-STEG DELIMITED BY SIZE
                    ") " DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                 INTO PAMINNELSE-REC
          END-IF
          WRITE PAMINNELSE-REC

          MOVE SPACES TO PAMINNELSE-REC
          STRING "Faktura " DELIMITED BY SIZE
                 PT-REFERENS(POST-POS) DELIMITED BY SPACE
                 " avser period " DELIMITED BY SIZE
                 PT-PERIOD(POST-POS) DELIMITED BY SIZE
                 ", fakturerad " DELIMITED BY SIZE
                 PT-DATUM(POST-POS) DELIMITED BY SIZE
              INTO PAMINNELSE-REC
          WRITE PAMINNELSE-REC

          MOVE SPACES TO PAMINNELSE-REC
          STRING "Forfallodag " DELIMITED BY SIZE
                 PT-FORFALLO(POST-POS) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 ED-DAGAR DELIMITED BY SIZE
                 " dagar sedan" DELIMITED BY SIZE
              INTO PAMINNELSE-REC
          WRITE PAMINNELSE-REC

          MOVE SPACES TO PAMINNELSE-REC
          STRING "Fakturerat " DELIMITED BY SIZE
                 ED-BELOPP DELIMITED BY SIZE
                 "  Betalt " DELIMITED BY SIZE
                 ED-BELOPP-2 DELIMITED BY SIZE
                 "  Att betala " DELIMITED BY SIZE
                 ED-BELOPP-3 DELIMITED BY SIZE
              INTO PAMINNELSE-REC
          WRITE PAMINNELSE-REC

          MOVE SPACES TO PAMINNELSE-REC
          STRING "Ange referensen " DELIMITED BY SIZE
                 PT-REFERENS(POST-POS) DELIMITED BY SPACE
                 " vid betalning." DELIMITED BY SIZE
              INTO PAMINNELSE-REC
          WRITE PAMINNELSE-REC

          MOVE ALL "-" TO PAMINNELSE-REC
          WRITE PAMINNELSE-REC
          .

      *> Aldersanalysen och det utestaende saldot - svaret pa
      *> ekonomis fraga.
       G-ALDRINGSANALYS SECTION.

          OPEN OUTPUT ALDRING-FIL

          PERFORM VARYING POST-POS FROM 1 BY 1
             UNTIL POST-POS > POST-ANTAL

             EVALUATE TRUE
                WHEN PT-TYP(POST-POS) = "FAKTURA"
                      AND (PT-STATUS(POST-POS) = "OPPEN"
                        OR PT-STATUS(POST-POS) = "DELBETALD")
                   PERFORM G1-SKRIV-POST
                WHEN PT-STATUS(POST-POS) = "KREDIT"
                   COMPUTE SUMMA-KREDIT = SUMMA-KREDIT
                      + PT-BELOPP(POST-POS) - PT-BETALT(POST-POS)
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-PERFORM

          PERFORM VARYING KLASS-POS FROM 1 BY 1
             UNTIL KLASS-POS > 5
             MOVE SPACES TO ALDRING-REC
             MOVE WS-RUN-DATE TO AG-DATUM
             MOVE "KLASS" TO AG-TYP
             MOVE ZERO TO AG-FORFALLO
             MOVE ZERO TO AG-DAGAR
             MOVE KL-NAMN(KLASS-POS) TO AG-KLASS
             MOVE KL-SUMMA(KLASS-POS) TO AG-BELOPP
             MOVE ZERO TO AG-PAMINNELSE
             WRITE ALDRING-REC
          END-PERFORM

          MOVE SPACES TO ALDRING-REC
          MOVE WS-RUN-DATE TO AG-DATUM
          MOVE "KREDIT" TO AG-TYP
          MOVE ZERO TO AG-FORFALLO
          MOVE ZERO TO AG-DAGAR
          MOVE SUMMA-KREDIT TO AG-BELOPP
          MOVE ZERO TO AG-PAMINNELSE
          WRITE ALDRING-REC

          COMPUTE SALDO = SUMMA-OPPET - SUMMA-KREDIT

          MOVE SPACES TO ALDRING-REC
          MOVE WS-RUN-DATE TO AG-DATUM
          MOVE "SALDO" TO AG-TYP
          MOVE ZERO TO AG-FORFALLO
          MOVE ZERO TO AG-DAGAR
          MOVE SALDO TO AG-BELOPP
          MOVE ZERO TO AG-PAMINNELSE
          WRITE ALDRING-REC

          CLOSE ALDRING-FIL
          .

       G1-SKRIV-POST SECTION.

          PERFORM S7-DAGAR-FORFALLEN

          EVALUATE TRUE
             WHEN DAGAR-FORFALLEN <= ZERO
                MOVE 1 TO KLASS-POS
             WHEN DAGAR-FORFALLEN <= 30
                MOVE 2 TO KLASS-POS
             WHEN DAGAR-FORFALLEN <= 60
                MOVE 3 TO KLASS-POS
             WHEN DAGAR-FORFALLEN <= 90
                MOVE 4 TO KLASS-POS
             WHEN OTHER
                MOVE 5 TO KLASS-POS
          END-EVALUATE

          COMPUTE POSTENS-REST =
             PT-BELOPP(POST-POS) - PT-BETALT(POST-POS)
          ADD POSTENS-REST TO KL-SUMMA(KLASS-POS)
          ADD POSTENS-REST TO SUMMA-OPPET

          MOVE SPACES TO ALDRING-REC
          MOVE WS-RUN-DATE TO AG-DATUM
          MOVE "POST" TO AG-TYP
          MOVE PT-REFERENS(POST-POS) TO AG-REFERENS
          MOVE PT-FORFALLO(POST-POS) TO AG-FORFALLO
          IF DAGAR-FORFALLEN > ZERO
             MOVE DAGAR-FORFALLEN TO AG-DAGAR
          ELSE
             MOVE ZERO TO AG-DAGAR
          END-IF
          MOVE KL-NAMN(KLASS-POS) TO AG-KLASS
          MOVE POSTENS-REST TO AG-BELOPP
          MOVE PT-PAMINNELSE(POST-POS) TO AG-PAMINNELSE
          MOVE PT-FLAGGA(POST-POS) TO AG-FLAGGA
          WRITE ALDRING-REC
          .

      *> Forebild fore omskrivningen och commit-rad efter - dor
      *> korningen halvvags lagger ATERRULLA tillbaka reskontran.
       H-SKRIV-RESKONTRA SECTION.

          MOVE "FORE " TO JN-FUNKTION
          MOVE "RESKONTRA" TO JN-PROGRAM
          MOVE "kundreskontra.txt" TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE RETURN-CODE TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM

          IF JN-RESULTAT = "N"
             DISPLAY "Ingen forebild av kundreskontra.txt - "
                "reskontran skrivs inte om"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT RESKONTRA-FIL

          PERFORM VARYING POST-POS FROM 1 BY 1
             UNTIL POST-POS > POST-ANTAL

             MOVE SPACES TO RESKONTRA-REC
             MOVE PT-REFERENS(POST-POS) TO KR-REFERENS
             MOVE PT-TYP(POST-POS) TO KR-TYP
             MOVE PT-PERIOD(POST-POS) TO KR-PERIOD
             MOVE PT-PERIODNR(POST-POS) TO KR-PERIODNR
             MOVE PT-DATUM(POST-POS) TO KR-DATUM
             MOVE PT-FORFALLO(POST-POS) TO KR-FORFALLO
             MOVE PT-BELOPP(POST-POS) TO KR-BELOPP
             MOVE PT-BETALT(POST-POS) TO KR-BETALT
             MOVE PT-STATUS(POST-POS) TO KR-STATUS
             MOVE PT-PAMINNELSE(POST-POS) TO KR-PAMINNELSE
             MOVE PT-FLAGGA(POST-POS) TO KR-FLAGGA
             MOVE PT-SENAST-BET(POST-POS) TO KR-SENAST-BET

             WRITE RESKONTRA-REC
          END-PERFORM

          CLOSE RESKONTRA-FIL

          MOVE "KLAR " TO JN-FUNKTION
          MOVE "RESKONTRA" TO JN-PROGRAM
          MOVE "kundreskontra.txt" TO JN-MASTER
          MOVE WS-RUN-DATE TO JN-DATUM
          MOVE RETURN-CODE TO JN-RETURKOD
          CALL "JOURNAL" USING JOURNAL-PARM

          PERFORM Y-SKRIV-BETLOGG
          .

      *> Fakturareferensen for registerraden i REG-POS.
       S1-BYGG-REFERENS SECTION.

          MOVE SPACES TO WS-REFERENS
          STRING "F" DELIMITED BY SIZE
                 RG-PERIOD(REG-POS) DELIMITED BY SIZE
                 "P" DELIMITED BY SIZE
                 RG-PERIODNR(REG-POS) DELIMITED BY SIZE
              INTO WS-REFERENS
          .

      *> VALD-POST pekar pa posten med referensen WS-REFERENS,
      *> annars noll.
       S2-SOK-POST SECTION.

          MOVE ZERO TO VALD-POST

          PERFORM VARYING POST-POS FROM 1 BY 1
             UNTIL POST-POS > POST-ANTAL OR VALD-POST NOT = ZERO
             IF PT-REFERENS(POST-POS) = WS-REFERENS
                MOVE POST-POS TO VALD-POST
             END-IF
          END-PERFORM
          .

      *> Den gallande fakturan for samma period som den ersatta
      *> posten i ERSATT-POST - hogsta periodnumret som inte ar
      *> ersatt.
       S3-SOK-GALLANDE SECTION.

          MOVE ZERO TO VALD-POST

          PERFORM VARYING POST-POS FROM 1 BY 1
             UNTIL POST-POS > POST-ANTAL
             IF PT-TYP(POST-POS) = "FAKTURA"
                   AND PT-PERIOD(POST-POS) = PT-PERIOD(ERSATT-POST)
                   AND PT-STATUS(POST-POS) NOT = "ERSATT"
                IF VALD-POST = ZERO
                   MOVE POST-POS TO VALD-POST
                ELSE
                   IF PT-PERIODNR(POST-POS)
                         > PT-PERIODNR(VALD-POST)
                      MOVE POST-POS TO VALD-POST
                   END-IF
                END-IF
             END-IF
          END-PERFORM
          .

      *> TILLDELA-BELOPP till fakturan i VALD-POST. Det som
      *> overstiger resten blir en ny kreditpost.
       S4-TILLDELA SECTION.

          PERFORM S4A-TILLDELA-POST

          COMPUTE TILLDELA-BELOPP = TILLDELA-BELOPP - DEL-BELOPP

          IF TILLDELA-BELOPP > ZERO
             IF SATT-HOLDER NOT = "OMFAKT"
                MOVE "OVERSKOT" TO SATT-HOLDER
             END-IF
             PERFORM S6-NY-KREDIT
          END-IF
          .

      *> Tilldelar hogst postens rest; DEL-BELOPP ar det som gick
      *> till posten.
       S4A-TILLDELA-POST SECTION.

          COMPUTE POSTENS-REST =
             PT-BELOPP(VALD-POST) - PT-BETALT(VALD-POST)

          IF TILLDELA-BELOPP > POSTENS-REST
             MOVE POSTENS-REST TO DEL-BELOPP
          ELSE
             MOVE TILLDELA-BELOPP TO DEL-BELOPP
          END-IF

          IF DEL-BELOPP = ZERO
             EXIT SECTION
          END-IF

          ADD DEL-BELOPP TO PT-BETALT(VALD-POST)
          MOVE BL-DATUM-HOLDER TO PT-SENAST-BET(VALD-POST)

          IF PT-BETALT(VALD-POST) = PT-BELOPP(VALD-POST)
             MOVE "BETALD" TO PT-STATUS(VALD-POST)
             MOVE SPACE TO PT-FLAGGA(VALD-POST)
          ELSE
             MOVE "DELBETALD" TO PT-STATUS(VALD-POST)
          END-IF

          MOVE PT-REFERENS(VALD-POST) TO BL-POST-HOLDER
          PERFORM Y-NOTERA-BETLOGG

          DISPLAY "Inbetalning " BL-REFERENS-HOLDER " -> "
             PT-REFERENS(VALD-POST) " " DEL-BELOPP " ("
             SATT-HOLDER ") " PT-STATUS(VALD-POST)
          .

      *> VALD-POST pekar pa den obetalda fakturan med aldst
      *> forfallodag, annars noll.
       S5-SOK-ALDSTA SECTION.

          MOVE ZERO TO VALD-POST
          MOVE 99999999 TO MIN-FORFALLO

          PERFORM VARYING POST-POS FROM 1 BY 1
             UNTIL POST-POS > POST-ANTAL
             IF PT-TYP(POST-POS) = "FAKTURA"
                   AND (PT-STATUS(POST-POS) = "OPPEN"
                     OR PT-STATUS(POST-POS) = "DELBETALD")
                   AND PT-FORFALLO(POST-POS) < MIN-FORFALLO
                MOVE PT-FORFALLO(POST-POS) TO MIN-FORFALLO
                MOVE POST-POS TO VALD-POST
             END-IF
          END-PERFORM
          .

      *> TILLDELA-BELOPP blir en ny kreditpost med referensen "K",
      *> dagens datum och ett lopnummer. Den kvittas mot de
      *> obetalda fakturorna i E-KVITTA-KREDITER.
       S6-NY-KREDIT SECTION.

          IF POST-ANTAL = 2000
             DISPLAY "Avbryter - kundreskontran ar full"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO KREDIT-LOPNR
          ADD 1 TO POST-ANTAL
          INITIALIZE POST-RAD(POST-ANTAL)

          MOVE SPACES TO WS-REFERENS
          STRING "K" DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 KREDIT-LOPNR DELIMITED BY SIZE
              INTO WS-REFERENS

          MOVE WS-REFERENS TO PT-REFERENS(POST-ANTAL)
          MOVE "KREDIT" TO PT-TYP(POST-ANTAL)
          MOVE ZERO TO PT-PERIOD(POST-ANTAL)
          MOVE ZERO TO PT-PERIODNR(POST-ANTAL)
          MOVE BL-DATUM-HOLDER TO PT-DATUM(POST-ANTAL)
          MOVE ZERO TO PT-FORFALLO(POST-ANTAL)
          MOVE TILLDELA-BELOPP TO PT-BELOPP(POST-ANTAL)
          MOVE ZERO TO PT-BETALT(POST-ANTAL)
          MOVE "KREDIT" TO PT-STATUS(POST-ANTAL)
          MOVE SPACE TO PT-FLAGGA(POST-ANTAL)
          MOVE BL-DATUM-HOLDER TO PT-SENAST-BET(POST-ANTAL)

          MOVE TILLDELA-BELOPP TO DEL-BELOPP
          MOVE WS-REFERENS TO BL-POST-HOLDER
          PERFORM Y-NOTERA-BETLOGG

          DISPLAY "Overskott " TILLDELA-BELOPP " fran "
             BL-REFERENS-HOLDER " -> kredit " WS-REFERENS
          .

      *> Dagar efter forfallodagen for posten i POST-POS (negativt
      *> fore forfallodagen).
       S7-DAGAR-FORFALLEN SECTION.

          COMPUTE DAGAR-FORFALLEN =
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(PT-FORFALLO(POST-POS))
          .

       Y-NOTERA-BETLOGG SECTION.

          IF BETLOGG-ANTAL = 2000
             DISPLAY "Avbryter - betalningsloggens tabell ar full"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO BETLOGG-ANTAL

          MOVE BL-DATUM-HOLDER TO BT-DATUM(BETLOGG-ANTAL)
          MOVE BL-REFERENS-HOLDER TO BT-REFERENS(BETLOGG-ANTAL)
          MOVE BL-BELOPP-HOLDER TO BT-BELOPP(BETLOGG-ANTAL)
          MOVE BL-POST-HOLDER TO BT-POST(BETLOGG-ANTAL)
          MOVE DEL-BELOPP TO BT-TILLDELAT(BETLOGG-ANTAL)
          MOVE SATT-HOLDER TO BT-SATT(BETLOGG-ANTAL)
          .

      *> Efter reskontrans commit-rad - se BETLOGG-TABELL.
       Y-SKRIV-BETLOGG SECTION.

          IF BETLOGG-ANTAL = ZERO
             EXIT SECTION
          END-IF

          OPEN EXTEND BETLOGG-FIL

          IF IND4-FILESTATUS = "35"
             OPEN OUTPUT BETLOGG-FIL
          END-IF

          PERFORM VARYING BETLOGG-POS FROM 1 BY 1
             UNTIL BETLOGG-POS > BETLOGG-ANTAL

             MOVE SPACES TO BETLOGG-REC
             MOVE WS-RUN-DATE TO BL-FILDATUM
             MOVE BT-DATUM(BETLOGG-POS) TO BL-DATUM
             MOVE BT-REFERENS(BETLOGG-POS) TO BL-REFERENS
             MOVE BT-BELOPP(BETLOGG-POS) TO BL-BELOPP
             MOVE BT-POST(BETLOGG-POS) TO BL-POST
             MOVE BT-TILLDELAT(BETLOGG-POS) TO BL-TILLDELAT
             MOVE BT-SATT(BETLOGG-POS) TO BL-SATT

             WRITE BETLOGG-REC
          END-PERFORM

          CLOSE BETLOGG-FIL
          .

       N-AVSLUTA SECTION.

          MOVE SALDO TO ED-SALDO

          DISPLAY "Nya fakturaposter: " ANTAL-NYA-POSTER
          DISPLAY "Inbetalningar: " ANTAL-INBETALNINGAR
             " varav omatchade: " ANTAL-OMATCHADE
          DISPLAY "Paminnelser: " ANTAL-PAMINNELSER
             " - se " WS-PAMINNELSE-FILENAME
          DISPLAY "Flaggade for nasta faktura: " ANTAL-FLAGGADE
          DISPLAY "Aldersanalys: " WS-ALDRING-FILENAME
          IF SALDO < ZERO
             DISPLAY "Utestaende kundsaldo: " ED-SALDO
                " (kunden har TILLGODO)"
          ELSE
             DISPLAY "Utestaende kundsaldo: " ED-SALDO
          END-IF

          STOP RUN
          .
