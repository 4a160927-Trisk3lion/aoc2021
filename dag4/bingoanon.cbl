       IDENTIFICATION DIVISION.

       PROGRAM-ID. BINGOANON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

          SELECT REGISTER-FIL ASSIGN DYNAMIC
             WS-REGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND1-FILESTATUS.

          SELECT KONTO-FIL ASSIGN DYNAMIC
             WS-KONTO-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND2-FILESTATUS.

          SELECT HISTORIK-FIL ASSIGN DYNAMIC
             WS-HISTORIK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND3-FILESTATUS.

          SELECT RETUR-FIL ASSIGN DYNAMIC
             WS-RETUR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND4-FILESTATUS.

          SELECT BETAL-MANIFEST-FIL ASSIGN DYNAMIC
             WS-BETAL-MANIFEST-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND5-FILESTATUS.

          SELECT UTBETALNING-LASFIL ASSIGN DYNAMIC
             WS-UTBETALNING-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND6-FILESTATUS.

          SELECT ARBETSLISTA-FIL ASSIGN "bingoanon_arbetslista.txt"
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND7-FILESTATUS.

          SELECT MAL-FIL ASSIGN DYNAMIC
             WS-MAL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND8-FILESTATUS.

          SELECT ARBETS-FIL ASSIGN DYNAMIC
             WS-ARBETS-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND9-FILESTATUS.

          SELECT RADERING-FIL ASSIGN DYNAMIC
             WS-RADERING-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND10-FILESTATUS.

          SELECT INTYG-FIL ASSIGN DYNAMIC
             WS-INTYG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IND11-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Samma postlayout som REGISTER-REC i BINGOREG.
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

      *> Samma postlayout som KONTO-REC i BINGOKONTO.
       FD KONTO-FIL.
       01 KONTO-REC.
          05 KN-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 KN-CLEARING PIC X(4).
          05 FILLER PIC X.
          05 KN-KONTO PIC X(10).
          05 FILLER PIC X.
          05 KN-NAMN PIC X(20).
          05 FILLER PIC X.
          05 KN-STATUS PIC X(6).

       FD HISTORIK-FIL.
       COPY "KONTOANDRING-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KH==.

       FD RETUR-FIL.
       COPY "BINGORETUR-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RR==.

      *> Samma postlayout som BETAL-MANIFEST-REC i BINGOBET.
       FD BETAL-MANIFEST-FIL.
       01 BETAL-MANIFEST-REC.
          05 BM-SEKVENS PIC 9(6).
          05 FILLER PIC X.
          05 BM-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 BM-FILNAMN PIC X(30).
          05 FILLER PIC X.
          05 BM-STATUS PIC X(8).
          05 FILLER PIC X.
          05 BM-KLOCKSLAG PIC 9(6).

      *> Samma postlayout som UTBETALNING-REC i BINGO2.
       FD UTBETALNING-LASFIL.
       01 UTBETALNING-LASFIL-REC.
          05 UB-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 UB-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 UB-RANK PIC 9(3).
          05 FILLER PIC X.
          05 UB-TYP PIC X(6).
          05 FILLER PIC X.
          05 UB-BELOPP PIC 9(7)V9(2).

       FD ARBETSLISTA-FIL.
       01 ARBETSLISTA-REC PIC X(60).

       FD MAL-FIL.
       01 MAL-REC PIC X(1000).

       FD ARBETS-FIL.
       01 ARBETS-REC PIC X(1000).

      *> Raderingsregistret: en rad per verkstalld radering med
      *> lopnummer, datum, kallnumret begaran gallde, hur manga av
      *> agarens brickor som omfattades, pseudonymen agaren fick,
      *> operatoren som verkstallde och intyget som skrevs.
       FD RADERING-FIL.
       01 RADERING-REC.
          05 RD-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 RD-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 RD-KALLA-NR PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 RD-KALLA-ANTAL PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 RD-PSEUDONYM PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 RD-OPERATOR PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 RD-ANTAL-FILER PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 RD-INTYG PIC X(30).

      *> Raderingsintyget: en INTYG-rad med lopnummer, datum,
      *> operator och pseudonym, en KALLA-rad per bricka som
      *> omfattades, en FIL-rad per fil som andrats (med antal
      *> andrade rader och vad som hande med sigillet), en
      *> BEVARA-rad per filfamilj som enligt lag sparas orord, och
      *> en SUMMA-rad. Intyget sigilleras som allt annat bevis.
       FD INTYG-FIL.
       01 INTYG-HUVUD-REC.
          05 IH-TYP PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 IH-NR PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IH-DATUM PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 IH-OPERATOR PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 IH-PSEUDONYM PIC X(20).
       01 INTYG-REC.
          05 IT-TYP PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 IT-FILNAMN PIC X(40).
          05 FILLER PIC X VALUE SPACE.
          05 IT-ANTAL PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 IT-SIGILL PIC X(12).

       WORKING-STORAGE SECTION.

      *> Radering av en agares personuppgifter. Agarens namn och
      *> bankuppgifter ligger utspridda over registret, kontona,
      *> kontohistoriken, returregistret och de daterade filerna
      *> (utdrag, avier, rank- och revisionsfiler, tvisterapporter,
      *> betalfiler, karensrapporter) och i manadsarkiven. Har byts
      *> namnet mot en pseudonym ("RADERAD nnnnnn", unik per
      *> radering) och clearing- och kontonummer nollas, medan
      *> kallnummer och belopp star kvar - agarens brickor hanger
      *> fortfarande ihop under pseudonymen och alla summor stammer
      *> som forut. Kontot satts UTGATT.
      *>
      *> Radering nekas sa lange nagot ar ouppgjort: oppna eller
      *> slappta rader i returregistret, en liggare med agarens
      *> rader som annu inte gatt i en betalfil, en hallen liggare,
      *> eller en vantande kontoandring. Sigillerade filer provas
      *> forst - ett brutet sigill stoppar allt, sa att radering
      *> aldrig tvattar bort spar av manipulation. Andrade filer
      *> sigilleras om; i manadsarkiven raknas varje berord
      *> sektions SIG-rad om, om sektionen verifierade fore
      *> andringen.
      *>
      *> Skatteunderlaget (bingo_ku_, bingo_skattebesked_ och
      *> bingoku_avvikelser_) omfattas av lagstadgad arkivering och
      *> lamnas orort - intyget anger det.
      *>
      *> PROVA gor hela genomgangen utan att skriva nagot och visar
      *> vilka filer som skulle andras. Bade PROVA och RADERA kraver
      *> rollen ADMIN.
      *>
      *> Anrop: bingoanon [LISTA]
      *>        bingoanon PROVA <kallnummer> <operator>
      *>        bingoanon RADERA <kallnummer> <operator>
       01 WS-AKTION PIC X(9).
       01 WS-KALLA-ARG PIC X(5).
       01 WS-OPERATOR PIC X(8).
       01 WS-ARG-NUM PIC 9 VALUE 1.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AFFARSDATUM PIC X(8).

       COPY "PLATS.cpy".

       01 WS-REGISTER-FILENAME PIC X(40).
       01 WS-KONTO-FILENAME PIC X(40).
       01 WS-HISTORIK-FILENAME PIC X(40).
       01 WS-RETUR-FILENAME PIC X(40).
       01 WS-BETAL-MANIFEST-FILENAME PIC X(40).
       01 WS-ARBETS-FILENAME PIC X(40).
       01 WS-RADERING-FILENAME PIC X(40).

       01 WS-UTBETALNING-FILENAME PIC X(60).
       01 WS-MAL-FILENAME PIC X(60).
       01 WS-INTYG-FILENAME PIC X(60).
       01 WS-CMD PIC X(600).

       COPY "BEHORIG-PARM.cpy".

       COPY "SIGILL-PARM.cpy".

       COPY "JOURNAL-PARM.cpy".

       01 MASTER-FIL-SW PIC 9.
          88 MASTER-FIL VALUE 1.

       01 KALLA-NR-ARG PIC 9(5) VALUE ZERO.

       01 RADERING-NR PIC 9(6) VALUE ZERO.
       01 PSEUDONYM PIC X(20).
       01 PSEUDONYM-BILD REDEFINES PSEUDONYM.
          05 PS-TEXT PIC X(8).
          05 PS-NR PIC 9(6).
          05 FILLER PIC X(6).

       01 AGARE-NAMN PIC X(20).

      *> Agarens brickor - alla registerrader med samma agarnamn,
      *> samma gruppering som BINGOUTDRAG gor.
       01 AGARE-KALLA-ANTAL PIC 9(3) VALUE ZERO.
       01 AGARE-KALLA-TABELL.
          05 AGARE-KALLA PIC 9(5) OCCURS 200 TIMES.

      *> Namnen som ska bort: agarnamnet i registret och varje
      *> kontohavarnamn som forekommit pa agarens konton.
       01 NAMN-ANTAL PIC 9(2) VALUE ZERO.
       01 NAMN-TABELL.
          05 NT-NAMN PIC X(20) OCCURS 50 TIMES.

       01 SOK-KALLA PIC 9(5).
       01 SOK-NAMN PIC X(20).

      *> Datumen som gatt i en betalfil enligt betalmanifestet.
       01 BETALD-ANTAL PIC 9(4) VALUE ZERO.
       01 BETALD-TABELL.
          05 BETALD-DATUM PIC 9(8) OCCURS 5000 TIMES.
       01 FORSTA-BETALDATUM PIC 9(8) VALUE ZERO.

       01 LIGGARE-DATUM-X PIC X(8).
       01 LIGGARE-DATUM PIC 9(8).

       01 ANTAL-HINDER PIC 9(4) VALUE ZERO.

      *> Filerna som gas igenom. SORT ar filens familj och styr
      *> vilka falt som tvattas: REG (registret), KONTO, KHIST,
      *> RETUR, BETAL (betalfilernas DET-poster), KARENS, RANK,
      *> AUDIT, UTDRAG, INAKT (utdragens inaktivlista), AVI, DUBBL,
      *> TVIST och FORNY.
       01 FIL-ANTAL PIC 9(4) VALUE ZERO.
       01 FIL-TABELL.
          05 FIL-POST OCCURS 3000 TIMES.
             10 FT-NAMN PIC X(60).
             10 FT-SORT PIC X(6).
             10 FT-ARKIV PIC X.
             10 FT-SIGILL PIC X.
             10 FT-ANTAL PIC 9(6).
             10 FT-OMSIGILL PIC 9(4).
             10 FT-BRUTNA PIC 9(4).

       01 FAMILJ-START PIC 9(2).
       01 FAMILJ-TEXT PIC X(60).

       01 ANTAL-ANDRADE-FILER PIC 9(4) VALUE ZERO.
       01 ANTAL-ANDRADE-RADER PIC 9(7) VALUE ZERO.

       01 TVATT-RAD PIC X(1000).
      *> Radens vyer, en per familj - namnen byts och bankfalten
      *> nollas bara i sina egna falt. Samma postlayout som
      *> BETAL-DET i BINGOBET.
       01 BETAL-DET-BILD REDEFINES TVATT-RAD.
          05 BD-TYP PIC X(3).
          05 BD-KALLA-NR PIC 9(5).
          05 BD-CLEARING PIC X(4).
          05 BD-KONTO PIC X(10).
          05 BD-BELOPP-ORE PIC 9(11).
          05 FILLER PIC X(17).

      *> Samma postlayout som KARENS-REC i BINGOBET.
       01 KARENS-BILD REDEFINES TVATT-RAD.
          05 KR-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 KR-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 KR-TYP PIC X(6).
          05 FILLER PIC X.
          05 KR-BELOPP PIC 9(7)V9(2).
          05 FILLER PIC X.
          05 KR-CLEARING PIC X(4).
          05 FILLER PIC X.
          05 KR-KONTO PIC X(10).
          05 FILLER PIC X.
          05 KR-ANDRAD-DATUM PIC 9(8).
          05 FILLER PIC X.
          05 KR-LAGE PIC X(5).

      *> Samma postlayout som KONTO-REC i BINGOKONTO.
       01 KONTO-BILD REDEFINES TVATT-RAD.
          05 KB-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 KB-CLEARING PIC X(4).
          05 FILLER PIC X.
          05 KB-KONTO PIC X(10).
          05 FILLER PIC X.
          05 KB-NAMN PIC X(20).
          05 FILLER PIC X.
          05 KB-STATUS PIC X(6).

      *> Samma postlayout som REGISTER-REC i BINGOREG.
       01 REGISTER-BILD REDEFINES TVATT-RAD.
          05 RE-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 RE-NAMN PIC X(20).
          05 FILLER PIC X.
          05 RE-AVDELNING PIC X(10).
          05 FILLER PIC X.
          05 RE-UTFARDAD PIC 9(8).
          05 FILLER PIC X.
          05 RE-STATUS PIC X(6).

      *> Samma postlayout som BINGO2-RANK-REC i BINGO2.
       01 RANK-BILD REDEFINES TVATT-RAD.
          05 RA-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 RA-RANK-NR PIC 9(3).
          05 FILLER PIC X.
          05 RA-TABELL-NR PIC 9(3).
          05 FILLER PIC X.
          05 RA-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 RA-VINNANDE-NUMMER PIC 99.
          05 FILLER PIC X.
          05 RA-TOT-OMARKERADE PIC 9(5).
          05 FILLER PIC X.
          05 RA-TOT-RESULTAT PIC 9(16).
          05 FILLER PIC X.
          05 RA-ANTAL-TABELLER PIC 9(3).
          05 FILLER PIC X.
          05 RA-AGARE PIC X(20).
          05 FILLER PIC X.
          05 RA-AVDELNING PIC X(10).
          05 FILLER PIC X.
          05 RA-DRAG PIC 9(3).
          05 FILLER PIC X.
          05 RA-DELAD PIC X(5).

      *> Samma postlayout som BINGO2-AUDIT-REC i BINGO2.
       01 AUDIT-BILD REDEFINES TVATT-RAD.
          05 AD-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 AD-RANK-NR PIC 9(3).
          05 FILLER PIC X.
          05 AD-TABELL-NR PIC 9(3).
          05 FILLER PIC X.
          05 AD-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 AD-RAD-NR PIC 9.
          05 FILLER PIC X.
          05 AD-RAD-TEXT PIC X(25).
          05 FILLER PIC X.
          05 AD-AGARE PIC X(20).

      *> Samma postlayout som UTDRAG-REC i BINGOUTDRAG. Pa
      *> UTDRAG-raden bar texten agarens namn foljt av avdelningen.
       01 UTDRAG-BILD REDEFINES TVATT-RAD.
          05 UD-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 UD-TYP PIC X(6).
          05 FILLER PIC X.
          05 UD-TEXT.
             10 UD-NAMN PIC X(20).
             10 UD-AVDELNING PIC X(10).
          05 FILLER PIC X.
          05 UD-TAL-1 PIC 9(8).
          05 FILLER PIC X.
          05 UD-TAL-2 PIC 9(9)V9(2).

      *> Samma postlayout som INAKTIV-REC i BINGOUTDRAG.
       01 INAKTIV-BILD REDEFINES TVATT-RAD.
          05 IA-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 IA-NAMN PIC X(20).
          05 FILLER PIC X.
          05 IA-AVDELNING PIC X(10).
          05 FILLER PIC X.
          05 IA-ANTAL-BRICKOR PIC 9(3).

      *> Samma postlayout som AVI-REC i BINGOBET.
       01 AVI-BILD REDEFINES TVATT-RAD.
          05 AV-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 AV-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 AV-NAMN PIC X(20).
          05 FILLER PIC X.
          05 AV-ANTAL-POSTER PIC 9(3).
          05 FILLER PIC X.
          05 AV-BELOPP PIC 9(9)V9(2).

      *> Samma postlayout som DUBBLETT-RAPPORT-REC i BINGO.
       01 DUBBLETT-BILD REDEFINES TVATT-RAD.
          05 DU-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 DU-SPEL-NR PIC 9(3).
          05 FILLER PIC X.
          05 DU-KALLA-NR-1 PIC 9(5).
          05 FILLER PIC X.
          05 DU-AGARE-1 PIC X(20).
          05 FILLER PIC X.
          05 DU-KALLA-NR-2 PIC 9(5).
          05 FILLER PIC X.
          05 DU-AGARE-2 PIC X(20).

      *> Samma postlayout som FORNYELSE-REC i BINGOREG.
       01 FORNYELSE-BILD REDEFINES TVATT-RAD.
          05 FO-RUN-DATE PIC 9(8).
          05 FILLER PIC X.
          05 FO-KALLA-NR PIC 9(5).
          05 FILLER PIC X.
          05 FO-NAMN PIC X(20).
          05 FILLER PIC X.
          05 FO-AVDELNING PIC X(10).
          05 FILLER PIC X.
          05 FO-UTFARDAD PIC 9(8).
          05 FILLER PIC X.
          05 FO-ALDER-DAGAR PIC 9(5).
          05 FILLER PIC X.
          05 FO-NY-STATUS PIC X(6).

      *> Tvisterapportens tva rader med agarnamn: AGARE-raden och
      *> KALLA-raden i listan over ovriga brickor, som BINGOTVIST
      *> skriver dem.
       01 TVIST-AGARE-BILD REDEFINES TVATT-RAD.
          05 TA-TEXT PIC X(6).
          05 TA-NAMN PIC X(20).
       01 TVIST-KALLA-BILD REDEFINES TVATT-RAD.
          05 TK-TEXT PIC X(6).
          05 TK-KALLA-NR PIC X(5).
          05 FILLER PIC X.
          05 TK-NAMN PIC X(20).
          05 TK-POANG-TEXT PIC X(6).

       01 ORIGINAL-RAD PIC X(1000).
       01 TVATT-SORT PIC X(6).

       COPY "KONTOANDRING-REC.cpy"
           REPLACING ==:PREFIX:== BY ==KA==.

       COPY "BINGORETUR-REC.cpy"
           REPLACING ==:PREFIX:== BY ==RB==.

      *> Sektionsprovningen i manadsarkiven, samma rakning som
      *> ARKIVs D4-PROVA-SEKTIONSRAD: antal och hash over datarader
      *> fore och efter tvatten.
       01 SEKTION-ANTAL PIC 9(7).
       01 SEKTION-HASH-FORE PIC 9(15).
       01 SEKTION-HASH-EFTER PIC 9(15).
       01 SEKTION-SIG-ANTAL PIC 9(7).
       01 SEKTION-SIG-HASH PIC 9(15).
       01 RAD-HASH PIC 9(15).
       01 HASH-RAD PIC X(1000).
       01 HASH-POS PIC 9(3).

       01 SIG-BILD.
          05 SB-TYP PIC X(3).
          05 SB-ANTAL PIC 9(7).
          05 SB-HASH PIC 9(15).

       01 FIL-POS PIC 9(4).
       01 KALLA-POS PIC 9(3).
       01 NAMN-POS PIC 9(2).
       01 BETALD-POS PIC 9(4).

       01 SLUT-PA-FIL-SW PIC 9.
          88 SLUT-PA-FIL VALUE 1.
       01 SLUT-PA-LISTA-SW PIC 9.
          88 SLUT-PA-LISTA VALUE 1.
       01 AGARENS-KALLA-SW PIC 9.
          88 AGARENS-KALLA VALUE 1.
       01 NAMN-FINNS-SW PIC 9.
          88 NAMN-FINNS VALUE 1.
       01 KALLA-FUNNEN-SW PIC 9.
          88 KALLA-FUNNEN VALUE 1.
       01 LIGGARE-HALLD-SW PIC 9.
          88 LIGGARE-HALLD VALUE 1.
       01 LIGGARE-AGARRAD-SW PIC 9.
          88 LIGGARE-AGARRAD VALUE 1.
       01 DATUM-BETALT-SW PIC 9.
          88 DATUM-BETALT VALUE 1.
       01 VERKSTALL-SW PIC 9 VALUE ZERO.
          88 VERKSTALL VALUE 1.

       01 W-FILESTATUSES.
          05 IND1-FILESTATUS PIC XX.
          05 IND2-FILESTATUS PIC XX.
          05 IND3-FILESTATUS PIC XX.
          05 IND4-FILESTATUS PIC XX.
          05 IND5-FILESTATUS PIC XX.
          05 IND6-FILESTATUS PIC XX.
          05 IND7-FILESTATUS PIC XX.
          05 IND8-FILESTATUS PIC XX.
          05 IND9-FILESTATUS PIC XX.
          05 IND10-FILESTATUS PIC XX.
          05 IND11-FILESTATUS PIC XX.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

          PERFORM B-INIT
          PERFORM C-LASA-RADERINGAR

          EVALUATE WS-AKTION
             WHEN "LISTA"
                CONTINUE
             WHEN "PROVA"
             WHEN "RADERA"
                PERFORM D-HITTA-AGAREN
                PERFORM E-PROVA-OUPPGJORT
                PERFORM F-BYGG-FILLISTA
                PERFORM G-PROVA-SIGILL
                PERFORM H-TVATTA-FILERNA

                IF VERKSTALL
                   PERFORM I-SKRIV-INTYG
                   PERFORM J-BOKFOR-RADERING
                END-IF

                MOVE SPACES TO WS-CMD
                STRING "rm -f bingoanon_arbetslista.txt "
                          DELIMITED BY SIZE
                       WS-ARBETS-FILENAME DELIMITED BY SPACE
                    INTO WS-CMD
                CALL "SYSTEM" USING WS-CMD
             WHEN OTHER
                DISPLAY "Okand aktion: " WS-AKTION
                DISPLAY "Giltiga: LISTA, PROVA, RADERA"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE

          STOP RUN
          .

       B-INIT SECTION.

          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-AKTION FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE "LISTA" TO WS-AKTION
          END-ACCEPT

          MOVE 2 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-KALLA-ARG FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-KALLA-ARG
          END-ACCEPT

          MOVE 3 TO WS-ARG-NUM
          DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
          ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
             ON EXCEPTION MOVE SPACES TO WS-OPERATOR
          END-ACCEPT

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

          MOVE SPACES TO WS-REGISTER-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_register.txt" DELIMITED BY SIZE
              INTO WS-REGISTER-FILENAME

          MOVE SPACES TO WS-KONTO-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_konton.txt" DELIMITED BY SIZE
              INTO WS-KONTO-FILENAME

          MOVE SPACES TO WS-HISTORIK-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_kontohistorik.txt" DELIMITED BY SIZE
              INTO WS-HISTORIK-FILENAME

          MOVE SPACES TO WS-RETUR-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_returer.txt" DELIMITED BY SIZE
              INTO WS-RETUR-FILENAME

          MOVE SPACES TO WS-BETAL-MANIFEST-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "betal_manifest.txt" DELIMITED BY SIZE
              INTO WS-BETAL-MANIFEST-FILENAME

          MOVE SPACES TO WS-ARBETS-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingoanon_arbete.txt" DELIMITED BY SIZE
              INTO WS-ARBETS-FILENAME

          MOVE SPACES TO WS-RADERING-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingo_raderingar.txt" DELIMITED BY SIZE
              INTO WS-RADERING-FILENAME

          IF WS-AKTION = "PROVA" OR WS-AKTION = "RADERA"
             IF WS-KALLA-ARG = SPACES OR WS-OPERATOR = SPACES
                DISPLAY WS-AKTION " kraver kallnummer och operator"
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE FUNCTION NUMVAL(WS-KALLA-ARG) TO KALLA-NR-ARG

             IF KALLA-NR-ARG = ZERO
                DISPLAY "Ogiltigt kallnummer: " WS-KALLA-ARG
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE WS-OPERATOR TO BH-OPERATOR
             MOVE "ADMIN" TO BH-KRAVD-ROLL
             MOVE "BINGOANON" TO BH-PROGRAM
             CALL "BEHORIG" USING BEHORIG-PARM

             IF BH-RESULTAT = "N"
                DISPLAY "NEKAD: " WS-OPERATOR " saknar rollen "
                   "ADMIN for " WS-AKTION
                MOVE 1 TO RETURN-CODE
                STOP RUN
             END-IF

             IF WS-AKTION = "RADERA"
                SET VERKSTALL TO TRUE
             END-IF
          END-IF
          .

      *> Laser raderingsregistret for nasta lopnummer; LISTA visar
      *> registret.
       C-LASA-RADERINGAR SECTION.

          OPEN INPUT RADERING-FIL

          IF IND10-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ RADERING-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF RD-NR IS NUMERIC
                               AND RD-NR > RADERING-NR
                            MOVE RD-NR TO RADERING-NR
                         END-IF

                         IF WS-AKTION = "LISTA"
                            DISPLAY RD-NR " " RD-DATUM " kalla "
                               RD-KALLA-NR " (" RD-KALLA-ANTAL
                               " brickor) " RD-PSEUDONYM " av "
                               RD-OPERATOR " filer " RD-ANTAL-FILER
                               " " RD-INTYG
                         END-IF
                END-READ
             END-PERFORM

             CLOSE RADERING-FIL
          END-IF

          IF WS-AKTION = "LISTA"
             DISPLAY "Verkstallda raderingar: " RADERING-NR
          END-IF

          ADD 1 TO RADERING-NR

          MOVE SPACES TO PSEUDONYM
          MOVE "RADERAD " TO PS-TEXT
          MOVE RADERING-NR TO PS-NR
          .

      *> Hittar agaren via kallnumret och samlar alla brickor med
      *> samma agarnamn, sedan kontohavarnamnen pa agarens konton
      *> och i kontohistoriken.
       D-HITTA-AGAREN SECTION.

          OPEN INPUT REGISTER-FIL

          IF IND1-FILESTATUS NOT = "00"
             DISPLAY "Registret (bingo_register.txt) saknas"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          INITIALIZE SLUT-PA-FIL-SW
          INITIALIZE KALLA-FUNNEN-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ REGISTER-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF RG-KALLA-NR = KALLA-NR-ARG
                         SET KALLA-FUNNEN TO TRUE
                         MOVE RG-NAMN TO AGARE-NAMN
                      END-IF
             END-READ
          END-PERFORM

          CLOSE REGISTER-FIL

          IF NOT KALLA-FUNNEN
             DISPLAY "Kalla " KALLA-NR-ARG " finns inte i registret"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          IF AGARE-NAMN(1:8) = "RADERAD "
             DISPLAY "Kalla " KALLA-NR-ARG " ar redan raderad ("
                AGARE-NAMN ")"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT REGISTER-FIL
          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ REGISTER-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      IF RG-NAMN = AGARE-NAMN
                         IF AGARE-KALLA-ANTAL = 200
                            DISPLAY "Avbryter - fler an 200 brickor "
                               "pa agaren"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                         END-IF

                         ADD 1 TO AGARE-KALLA-ANTAL
                         MOVE RG-KALLA-NR
                            TO AGARE-KALLA(AGARE-KALLA-ANTAL)
                      END-IF
             END-READ
          END-PERFORM

          CLOSE REGISTER-FIL

          MOVE AGARE-NAMN TO SOK-NAMN
          PERFORM Z2-LAGG-TILL-NAMN

          OPEN INPUT KONTO-FIL

          IF IND2-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ KONTO-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         MOVE KN-KALLA-NR TO SOK-KALLA
                         PERFORM Z1-AR-AGARENS-KALLA

                         IF AGARENS-KALLA
                            MOVE KN-NAMN TO SOK-NAMN
                            PERFORM Z2-LAGG-TILL-NAMN
                         END-IF
                END-READ
             END-PERFORM

             CLOSE KONTO-FIL
          END-IF

          OPEN INPUT HISTORIK-FIL

          IF IND3-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ HISTORIK-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         MOVE KH-KALLA-NR TO SOK-KALLA
                         PERFORM Z1-AR-AGARENS-KALLA

                         IF AGARENS-KALLA
                            MOVE KH-EFTER-NAMN TO SOK-NAMN
                            PERFORM Z2-LAGG-TILL-NAMN
                         END-IF
                END-READ
             END-PERFORM

             CLOSE HISTORIK-FIL
          END-IF

          DISPLAY "Kalla " KALLA-NR-ARG ": agaren har "
             AGARE-KALLA-ANTAL " brickor och " NAMN-ANTAL
             " namn att ta bort - pseudonym " PSEUDONYM
          .

      *> Hindren: inget far vara ouppgjort for nagon av agarens
      *> brickor. En oppen eller slappt rad i returregistret ar
      *> pengar agaren annu ska ha; en vantande kontoandring skulle
      *> skriva tillbaka bankuppgifter nar den godkanns.
       E-PROVA-OUPPGJORT SECTION.

          OPEN INPUT RETUR-FIL

          IF IND4-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ RETUR-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         MOVE RR-KALLA-NR TO SOK-KALLA
                         PERFORM Z1-AR-AGARENS-KALLA

                         IF AGARENS-KALLA
                               AND (RR-STATUS = "OPPEN"
                                  OR RR-STATUS = "SLAPPT")
                            ADD 1 TO ANTAL-HINDER
                            DISPLAY "HINDER: kalla " RR-KALLA-NR
                               " har en " RR-TYP "-rad " RR-STATUS
                               " fran " RR-DATUM
                               " i returregistret"
                         END-IF
                END-READ
             END-PERFORM

             CLOSE RETUR-FIL
          END-IF

          OPEN INPUT HISTORIK-FIL

          IF IND3-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ HISTORIK-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         MOVE KH-KALLA-NR TO SOK-KALLA
                         PERFORM Z1-AR-AGARENS-KALLA

                         IF AGARENS-KALLA AND KH-STATUS = "VANTAR"
                            ADD 1 TO ANTAL-HINDER
                            DISPLAY "HINDER: kalla " KH-KALLA-NR
                               " har kontoandring " KH-ANDRING-NR
                               " som vantar pa godkannande"
                         END-IF
                END-READ
             END-PERFORM

             CLOSE HISTORIK-FIL
          END-IF

          PERFORM E1-LASA-BETALMANIFEST
          PERFORM E2-PROVA-LIGGARNA

          IF ANTAL-HINDER > ZERO
             DISPLAY "Radering nekad - " ANTAL-HINDER
                " ouppgjorda poster for agaren"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

       E1-LASA-BETALMANIFEST SECTION.

          OPEN INPUT BETAL-MANIFEST-FIL

          IF IND5-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ BETAL-MANIFEST-FIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         IF BM-DATUM IS NUMERIC
                               AND BETALD-ANTAL < 5000
                            ADD 1 TO BETALD-ANTAL
                            MOVE BM-DATUM
                               TO BETALD-DATUM(BETALD-ANTAL)

                            IF FORSTA-BETALDATUM = ZERO
                                  OR BM-DATUM < FORSTA-BETALDATUM
                               MOVE BM-DATUM TO FORSTA-BETALDATUM
                            END-IF
                         END-IF
                END-READ
             END-PERFORM

             CLOSE BETAL-MANIFEST-FIL
          END-IF
          .

      *> Varje liggare med rader for agarens brickor maste ha gatt
      *> i en betalfil (BINGOBET bokfor betalfilens datum i
      *> betalmanifestet). Liggare fran fore den forsta betalfilen
      *> reglerades utanfor systemet och raknas som uppgjorda. En
      *> liggare som inleds med en HALL-rad ar hallen i sin helhet.
       E2-PROVA-LIGGARNA SECTION.

          MOVE SPACES TO WS-CMD
          STRING "ls " DELIMITED BY SIZE
                 PLATS-PREFIX DELIMITED BY SPACE
                 "bingo2_utbetalningar_* " DELIMITED BY SIZE
                 "> bingoanon_arbetslista.txt 2>/dev/null"
                    DELIMITED BY SIZE
              INTO WS-CMD
          CALL "SYSTEM" USING WS-CMD

          OPEN INPUT ARBETSLISTA-FIL

          IF IND7-FILESTATUS = "00"
             INITIALIZE SLUT-PA-LISTA-SW

             PERFORM UNTIL SLUT-PA-LISTA
                READ ARBETSLISTA-FIL
                      AT END
                         SET SLUT-PA-LISTA TO TRUE
                      NOT AT END
                         MOVE ARBETSLISTA-REC(22 + PLATS-LANGD:8)
                            TO LIGGARE-DATUM-X

                         IF LIGGARE-DATUM-X IS NUMERIC
                            MOVE LIGGARE-DATUM-X TO LIGGARE-DATUM
                            MOVE ARBETSLISTA-REC
                               TO WS-UTBETALNING-FILENAME
                            PERFORM E3-PROVA-EN-LIGGARE
                         END-IF
                END-READ
             END-PERFORM

             CLOSE ARBETSLISTA-FIL
          END-IF
          .

       E3-PROVA-EN-LIGGARE SECTION.

          INITIALIZE LIGGARE-HALLD-SW
          INITIALIZE LIGGARE-AGARRAD-SW

          OPEN INPUT UTBETALNING-LASFIL

          IF IND6-FILESTATUS = "00"
             INITIALIZE SLUT-PA-FIL-SW

             PERFORM UNTIL SLUT-PA-FIL
                READ UTBETALNING-LASFIL
                      AT END
                         SET SLUT-PA-FIL TO TRUE
                      NOT AT END
                         EVALUATE UB-TYP
                            WHEN "HALL"
                               SET LIGGARE-HALLD TO TRUE
                            WHEN "SUMMA"
                               CONTINUE
                            WHEN OTHER
                               MOVE UB-KALLA-NR TO SOK-KALLA
                               PERFORM Z1-AR-AGARENS-KALLA

                               IF AGARENS-KALLA
                                  SET LIGGARE-AGARRAD TO TRUE
                               END-IF
                         END-EVALUATE
                END-READ
             END-PERFORM

             CLOSE UTBETALNING-LASFIL
          END-IF

          IF LIGGARE-AGARRAD
             INITIALIZE DATUM-BETALT-SW

             PERFORM VARYING BETALD-POS FROM 1 BY 1
                UNTIL BETALD-POS > BETALD-ANTAL
                IF BETALD-DATUM(BETALD-POS) = LIGGARE-DATUM
                   SET DATUM-BETALT TO TRUE
                END-IF
             END-PERFORM

             IF FORSTA-BETALDATUM NOT = ZERO
                   AND LIGGARE-DATUM < FORSTA-BETALDATUM
                SET DATUM-BETALT TO TRUE
             END-IF

             IF LIGGARE-HALLD
                ADD 1 TO ANTAL-HINDER
                DISPLAY "HINDER: liggaren " LIGGARE-DATUM
                   " ar HALLD och har rader for agaren"
             ELSE
                IF NOT DATUM-BETALT
                   ADD 1 TO ANTAL-HINDER
                   DISPLAY "HINDER: liggaren " LIGGARE-DATUM
                      " har rader for agaren men ingen betalfil"
                END-IF
             END-IF
          END-IF
          .

      *> Fillistan: de fyra registren forst, sedan de daterade
      *> familjerna och deras manadsarkiv, listade i ett svep.
       F-BYGG-FILLISTA SECTION.

          MOVE WS-REGISTER-FILENAME TO FAMILJ-TEXT
          MOVE "REG" TO TVATT-SORT
          PERFORM F2-LAGG-TILL-FIL

          MOVE WS-KONTO-FILENAME TO FAMILJ-TEXT
          MOVE "KONTO" TO TVATT-SORT
          PERFORM F2-LAGG-TILL-FIL

          MOVE WS-HISTORIK-FILENAME TO FAMILJ-TEXT
          MOVE "KHIST" TO TVATT-SORT
          PERFORM F2-LAGG-TILL-FIL

          MOVE WS-RETUR-FILENAME TO FAMILJ-TEXT
          MOVE "RETUR" TO TVATT-SORT
          PERFORM F2-LAGG-TILL-FIL

          MOVE SPACES TO WS-CMD
          STRING "p=" DELIMITED BY SIZE
                 PLATS-PREFIX DELIMITED BY SPACE
                 "; ls" DELIMITED BY SIZE
                 " ${p}bingo2_rank_* ${p}bingo2_audit_*"
                    DELIMITED BY SIZE
                 " ${p}bingo_utdrag_* ${p}bingo_avier_*"
                    DELIMITED BY SIZE
                 " ${p}bingo_karens_* ${p}bingo_dubbletter_*"
                    DELIMITED BY SIZE
                 " ${p}bingotvist_* ${p}bingoreg_fornyelser_*"
                    DELIMITED BY SIZE
                 " ${p}betalfil_* ${p}arkiv_bingo2_rank_*"
                    DELIMITED BY SIZE
                 " ${p}arkiv_bingo2_audit_*"
                    DELIMITED BY SIZE
                 " ${p}arkiv_bingo_utdrag_*"
                    DELIMITED BY SIZE
                 " ${p}arkiv_bingo_avier_*"
                    DELIMITED BY SIZE
                 " ${p}arkiv_bingo_karens_*"
                    DELIMITED BY SIZE
                 " ${p}arkiv_bingo_dubbletter_*"
                    DELIMITED BY SIZE
                 " ${p}arkiv_bingotvist_*"
                    DELIMITED BY SIZE
                 " ${p}arkiv_bingoreg_fornyelser_*"
                    DELIMITED BY SIZE
                 " ${p}arkiv_betalfil_* "
                    DELIMITED BY SIZE
                 "> bingoanon_arbetslista.txt 2>/dev/null"
                    DELIMITED BY SIZE
              INTO WS-CMD
          CALL "SYSTEM" USING WS-CMD

          OPEN INPUT ARBETSLISTA-FIL

          IF IND7-FILESTATUS = "00"
             INITIALIZE SLUT-PA-LISTA-SW

             PERFORM UNTIL SLUT-PA-LISTA
                READ ARBETSLISTA-FIL
                      AT END
                         SET SLUT-PA-LISTA TO TRUE
                      NOT AT END
                         PERFORM F1-SORTERA-FIL
                END-READ
             END-PERFORM

             CLOSE ARBETSLISTA-FIL
          END-IF
          .

      *> Familjen avgor vilka falt som nollas; i ett manadsarkiv
      *> ligger familjen direkt efter "arkiv_", och bada efter
      *> platsens prefix.
       F1-SORTERA-FIL SECTION.

          MOVE ARBETSLISTA-REC TO FAMILJ-TEXT
          COMPUTE FAMILJ-START = PLATS-LANGD + 1

          IF ARBETSLISTA-REC(FAMILJ-START:6) = "arkiv_"
             ADD 6 TO FAMILJ-START
          END-IF

          EVALUATE TRUE
             WHEN ARBETSLISTA-REC(FAMILJ-START:9) = "betalfil_"
                MOVE "BETAL" TO TVATT-SORT
             WHEN ARBETSLISTA-REC(FAMILJ-START:13)
                   = "bingo_karens_"
                MOVE "KARENS" TO TVATT-SORT
             WHEN ARBETSLISTA-REC(FAMILJ-START:12)
                   = "bingo2_rank_"
                MOVE "RANK" TO TVATT-SORT
             WHEN ARBETSLISTA-REC(FAMILJ-START:13)
                   = "bingo2_audit_"
                MOVE "AUDIT" TO TVATT-SORT
             WHEN ARBETSLISTA-REC(FAMILJ-START:22)
                   = "bingo_utdrag_inaktiva_"
                MOVE "INAKT" TO TVATT-SORT
             WHEN ARBETSLISTA-REC(FAMILJ-START:13)
                   = "bingo_utdrag_"
                MOVE "UTDRAG" TO TVATT-SORT
             WHEN ARBETSLISTA-REC(FAMILJ-START:12)
                   = "bingo_avier_"
                MOVE "AVI" TO TVATT-SORT
             WHEN ARBETSLISTA-REC(FAMILJ-START:17)
                   = "bingo_dubbletter_"
                MOVE "DUBBL" TO TVATT-SORT
             WHEN ARBETSLISTA-REC(FAMILJ-START:11)
                   = "bingotvist_"
                MOVE "TVIST" TO TVATT-SORT
             WHEN OTHER
                MOVE "FORNY" TO TVATT-SORT
          END-EVALUATE

          PERFORM F2-LAGG-TILL-FIL
          .

       F2-LAGG-TILL-FIL SECTION.

          IF FIL-ANTAL = 3000
             DISPLAY "Avbryter - fler an 3000 filer att ga igenom"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF

          ADD 1 TO FIL-ANTAL
          MOVE FAMILJ-TEXT TO FT-NAMN(FIL-ANTAL)
          MOVE TVATT-SORT TO FT-SORT(FIL-ANTAL)
          MOVE "N" TO FT-ARKIV(FIL-ANTAL)
          MOVE SPACE TO FT-SIGILL(FIL-ANTAL)
          MOVE ZERO TO FT-ANTAL(FIL-ANTAL)
          MOVE ZERO TO FT-OMSIGILL(FIL-ANTAL)
          MOVE ZERO TO FT-BRUTNA(FIL-ANTAL)

          IF FAMILJ-TEXT(PLATS-LANGD + 1:6) = "arkiv_"
             MOVE "J" TO FT-ARKIV(FIL-ANTAL)
          END-IF
          .

      *> Alla levande filer sigillprovas innan nagot andras. Ett
      *> brutet sigill nekar raderingen - den filen ar en sak for
      *> utredning, inte for tvatt.
       G-PROVA-SIGILL SECTION.

          PERFORM VARYING FIL-POS FROM 1 BY 1
             UNTIL FIL-POS > FIL-ANTAL

             IF FT-ARKIV(FIL-POS) = "N"
                MOVE "PROVA" TO SG-FUNKTION
                MOVE FT-NAMN(FIL-POS) TO SG-FILNAMN
                CALL "SIGILL" USING SIGILL-PARM

                MOVE SG-RESULTAT TO FT-SIGILL(FIL-POS)

                IF SG-RESULTAT = "N"
                   ADD 1 TO ANTAL-HINDER
                   DISPLAY "HINDER: sigillet pa "
                      FT-NAMN(FIL-POS)(1:40)
                      " verifierar INTE"
                END-IF
             END-IF
          END-PERFORM

          IF ANTAL-HINDER > ZERO
             DISPLAY "Radering nekad - brutna sigill"
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          .

       H-TVATTA-FILERNA SECTION.

          PERFORM VARYING FIL-POS FROM 1 BY 1
             UNTIL FIL-POS > FIL-ANTAL
             IF FT-SIGILL(FIL-POS) NOT = "F"
                PERFORM H1-TVATTA-EN-FIL
             END-IF
          END-PERFORM

          IF VERKSTALL
             DISPLAY "Raderat: " ANTAL-ANDRADE-RADER " rader i "
                ANTAL-ANDRADE-FILER " filer"
          ELSE
             DISPLAY "PROVA: " ANTAL-ANDRADE-RADER " rader i "
                ANTAL-ANDRADE-FILER " filer skulle andras - "
                "inget skrivet"
          END-IF
          .

      *> Filen tvattas rad for rad till arbetsfilen. En levande
      *> fils SIG-rad tas bort (filen sigilleras om efterat); i ett
      *> manadsarkiv far varje sektion sin SIG-rad omraknad.
       H1-TVATTA-EN-FIL SECTION.

          MOVE FT-NAMN(FIL-POS) TO WS-MAL-FILENAME
          MOVE FT-SORT(FIL-POS) TO TVATT-SORT

          OPEN INPUT MAL-FIL

          IF IND8-FILESTATUS NOT = "00"
             EXIT SECTION
          END-IF

          OPEN OUTPUT ARBETS-FIL

          MOVE ZERO TO SEKTION-ANTAL
          MOVE ZERO TO SEKTION-HASH-FORE
          MOVE ZERO TO SEKTION-HASH-EFTER
          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ MAL-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      PERFORM H2-TVATTA-EN-RAD
             END-READ
          END-PERFORM

          CLOSE MAL-FIL
          CLOSE ARBETS-FIL

          IF FT-ANTAL(FIL-POS) > ZERO
             ADD 1 TO ANTAL-ANDRADE-FILER
             ADD FT-ANTAL(FIL-POS) TO ANTAL-ANDRADE-RADER
             DISPLAY "  " FT-NAMN(FIL-POS)(1:40) " "
                FT-ANTAL(FIL-POS) " rader"

             IF VERKSTALL
                PERFORM H3-SKRIV-TILLBAKA
             END-IF
          END-IF
          .

       H2-TVATTA-EN-RAD SECTION.

          MOVE MAL-REC TO TVATT-RAD

          IF TVATT-RAD(1:8) = "=== FIL "
             MOVE ZERO TO SEKTION-ANTAL
             MOVE ZERO TO SEKTION-HASH-FORE
             MOVE ZERO TO SEKTION-HASH-EFTER
             MOVE TVATT-RAD TO ARBETS-REC
             WRITE ARBETS-REC
             EXIT SECTION
          END-IF

          IF TVATT-RAD(1:3) = "SIG"
                AND TVATT-RAD(4:7) IS NUMERIC
                AND TVATT-RAD(11:15) IS NUMERIC
             IF FT-ARKIV(FIL-POS) = "J"
                PERFORM H4-NY-SEKTIONSSIGILL
             END-IF
             EXIT SECTION
          END-IF

          IF FT-ARKIV(FIL-POS) = "J"
             ADD 1 TO SEKTION-ANTAL
             MOVE TVATT-RAD TO HASH-RAD
             PERFORM Z3-RAKNA-RADHASH
             ADD RAD-HASH TO SEKTION-HASH-FORE
          END-IF

          MOVE TVATT-RAD TO ORIGINAL-RAD
          PERFORM K-TVATTA-RADEN

          IF TVATT-RAD NOT = ORIGINAL-RAD
             ADD 1 TO FT-ANTAL(FIL-POS)
          END-IF

          IF FT-ARKIV(FIL-POS) = "J"
             MOVE TVATT-RAD TO HASH-RAD
             PERFORM Z3-RAKNA-RADHASH
             ADD RAD-HASH TO SEKTION-HASH-EFTER
          END-IF

          MOVE TVATT-RAD TO ARBETS-REC
          WRITE ARBETS-REC
          .

      *> Arbetsfilen skrivs tillbaka over originalet, och en fil
      *> som var sigillerad far ett nytt sigill over de tvattade
      *> raderna. De fyra registren ar platsens masters och far
      *> forebild och commit-rad i journalen som i BINGOREG och
      *> BINGOKONTO - gar ingen forebild att ta rors registret inte
      *> och korningen slutar med returkod 1.
       H3-SKRIV-TILLBAKA SECTION.

          INITIALIZE MASTER-FIL-SW

          IF FT-ARKIV(FIL-POS) = "N"
                AND (FT-SORT(FIL-POS) = "REG"
                  OR FT-SORT(FIL-POS) = "KONTO"
                  OR FT-SORT(FIL-POS) = "KHIST"
                  OR FT-SORT(FIL-POS) = "RETUR")
             SET MASTER-FIL TO TRUE
          END-IF

          IF MASTER-FIL
             MOVE "FORE " TO JN-FUNKTION
             MOVE "BINGOANON" TO JN-PROGRAM
             MOVE FT-NAMN(FIL-POS) TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM

             IF JN-RESULTAT = "N"
                DISPLAY "Ingen forebild, skrivs inte om: "
                   FT-NAMN(FIL-POS)(1:40)
                SUBTRACT 1 FROM ANTAL-ANDRADE-FILER
                SUBTRACT FT-ANTAL(FIL-POS) FROM ANTAL-ANDRADE-RADER
                MOVE ZERO TO FT-ANTAL(FIL-POS)
                MOVE 1 TO RETURN-CODE
                EXIT SECTION
             END-IF
          END-IF

          OPEN INPUT ARBETS-FIL
          OPEN OUTPUT MAL-FIL

          INITIALIZE SLUT-PA-FIL-SW

          PERFORM UNTIL SLUT-PA-FIL
             READ ARBETS-FIL
                   AT END
                      SET SLUT-PA-FIL TO TRUE
                   NOT AT END
                      MOVE ARBETS-REC TO MAL-REC
                      WRITE MAL-REC
             END-READ
          END-PERFORM

          CLOSE ARBETS-FIL
          CLOSE MAL-FIL

          IF MASTER-FIL
             MOVE "KLAR " TO JN-FUNKTION
             MOVE "BINGOANON" TO JN-PROGRAM
             MOVE FT-NAMN(FIL-POS) TO JN-MASTER
             MOVE WS-RUN-DATE TO JN-DATUM
             MOVE RETURN-CODE TO JN-RETURKOD
             CALL "JOURNAL" USING JOURNAL-PARM
          END-IF

          IF FT-SIGILL(FIL-POS) = "J"
             MOVE "SKRIV" TO SG-FUNKTION
             MOVE FT-NAMN(FIL-POS) TO SG-FILNAMN
             CALL "SIGILL" USING SIGILL-PARM
             ADD 1 TO FT-OMSIGILL(FIL-POS)
          END-IF
          .

      *> En arkivsektion som verifierade fore tvatten far en SIG-rad
      *> omraknad over de tvattade raderna. En sektion som redan
      *> var bruten behaller sin gamla SIG-rad och forblir bruten.
       H4-NY-SEKTIONSSIGILL SECTION.

          MOVE TVATT-RAD(4:7) TO SEKTION-SIG-ANTAL
          MOVE TVATT-RAD(11:15) TO SEKTION-SIG-HASH

          IF SEKTION-SIG-ANTAL = SEKTION-ANTAL
                AND SEKTION-SIG-HASH = SEKTION-HASH-FORE
             MOVE SPACES TO ARBETS-REC
             MOVE "SIG" TO SB-TYP
             MOVE SEKTION-ANTAL TO SB-ANTAL
             MOVE SEKTION-HASH-EFTER TO SB-HASH
             MOVE SIG-BILD TO ARBETS-REC

             IF SEKTION-HASH-EFTER NOT = SEKTION-HASH-FORE
                ADD 1 TO FT-OMSIGILL(FIL-POS)
             END-IF
          ELSE
             MOVE TVATT-RAD TO ARBETS-REC
             ADD 1 TO FT-BRUTNA(FIL-POS)
             DISPLAY "Bruten sektion i " FT-NAMN(FIL-POS)(1:40)
                " - SIG-raden lamnas som den var"
          END-IF

          WRITE ARBETS-REC
          .

      *> Namnen byts mot pseudonymen i familjens egna namnfalt -
      *> hela faltet jamfors, sa ett kort namn aldrig traffar inuti
      *> ett annat falt. For agarens brickor nollas clearing- och
      *> kontonummer i de familjer som bar bankuppgifter.
       K-TVATTA-RADEN SECTION.

          EVALUATE TVATT-SORT
             WHEN "REG"
                MOVE RE-NAMN TO SOK-NAMN
                PERFORM Z4-BYT-NAMN
                MOVE SOK-NAMN TO RE-NAMN
             WHEN "KONTO"
                MOVE KB-NAMN TO SOK-NAMN
                PERFORM Z4-BYT-NAMN
                MOVE SOK-NAMN TO KB-NAMN

                MOVE KB-KALLA-NR TO SOK-KALLA
                PERFORM Z1-AR-AGARENS-KALLA

                IF AGARENS-KALLA
                   MOVE ZEROS TO KB-CLEARING
                   MOVE ZEROS TO KB-KONTO
                   MOVE "UTGATT" TO KB-STATUS
                END-IF
             WHEN "KHIST"
                MOVE TVATT-RAD TO KA-ANDRING-REC
                MOVE KA-EFTER-NAMN TO SOK-NAMN
                PERFORM Z4-BYT-NAMN
                MOVE SOK-NAMN TO KA-EFTER-NAMN

                MOVE KA-KALLA-NR TO SOK-KALLA
                PERFORM Z1-AR-AGARENS-KALLA

                IF AGARENS-KALLA
                   MOVE ZEROS TO KA-FORE-CLEARING
                   MOVE ZEROS TO KA-FORE-KONTO
                   MOVE ZEROS TO KA-EFTER-CLEARING
                   MOVE ZEROS TO KA-EFTER-KONTO
                END-IF

                MOVE KA-ANDRING-REC TO TVATT-RAD
             WHEN "RETUR"
                MOVE TVATT-RAD TO RB-RETUR-REC
                MOVE RB-KALLA-NR TO SOK-KALLA
                PERFORM Z1-AR-AGARENS-KALLA

                IF AGARENS-KALLA
                   MOVE ZEROS TO RB-CLEARING
                   MOVE ZEROS TO RB-KONTO
                   MOVE RB-RETUR-REC TO TVATT-RAD
                END-IF
             WHEN "BETAL"
                IF BD-TYP = "DET"
                   MOVE BD-KALLA-NR TO SOK-KALLA
                   PERFORM Z1-AR-AGARENS-KALLA

                   IF AGARENS-KALLA
                      MOVE ZEROS TO BD-CLEARING
                      MOVE ZEROS TO BD-KONTO
                   END-IF
                END-IF
             WHEN "KARENS"
                MOVE KR-KALLA-NR TO SOK-KALLA
                PERFORM Z1-AR-AGARENS-KALLA

                IF AGARENS-KALLA
                   MOVE ZEROS TO KR-CLEARING
                   MOVE ZEROS TO KR-KONTO
                END-IF
             WHEN "RANK"
                MOVE RA-AGARE TO SOK-NAMN
                PERFORM Z4-BYT-NAMN
                MOVE SOK-NAMN TO RA-AGARE
             WHEN "AUDIT"
                MOVE AD-AGARE TO SOK-NAMN
                PERFORM Z4-BYT-NAMN
                MOVE SOK-NAMN TO AD-AGARE
             WHEN "UTDRAG"
                IF UD-TYP = "UTDRAG"
                   MOVE UD-NAMN TO SOK-NAMN
                   PERFORM Z4-BYT-NAMN
                   MOVE SOK-NAMN TO UD-NAMN
                END-IF
             WHEN "INAKT"
                MOVE IA-NAMN TO SOK-NAMN
                PERFORM Z4-BYT-NAMN
                MOVE SOK-NAMN TO IA-NAMN
             WHEN "AVI"
                MOVE AV-NAMN TO SOK-NAMN
                PERFORM Z4-BYT-NAMN
                MOVE SOK-NAMN TO AV-NAMN
             WHEN "DUBBL"
                MOVE DU-AGARE-1 TO SOK-NAMN
                PERFORM Z4-BYT-NAMN
                MOVE SOK-NAMN TO DU-AGARE-1

                MOVE DU-AGARE-2 TO SOK-NAMN
                PERFORM Z4-BYT-NAMN
                MOVE SOK-NAMN TO DU-AGARE-2
             WHEN "TVIST"
                IF TA-TEXT = "AGARE "
                   MOVE TA-NAMN TO SOK-NAMN
                   PERFORM Z4-BYT-NAMN
                   MOVE SOK-NAMN TO TA-NAMN
                END-IF

                IF TK-TEXT = "KALLA " AND TK-POANG-TEXT = " POANG"
                   MOVE TK-NAMN TO SOK-NAMN
                   PERFORM Z4-BYT-NAMN
                   MOVE SOK-NAMN TO TK-NAMN
                END-IF
             WHEN "FORNY"
                MOVE FO-NAMN TO SOK-NAMN
                PERFORM Z4-BYT-NAMN
                MOVE SOK-NAMN TO FO-NAMN
          END-EVALUATE
          .

       I-SKRIV-INTYG SECTION.

          MOVE SPACES TO WS-INTYG-FILENAME
          STRING PLATS-PREFIX DELIMITED BY SPACE
                 "bingoanon_intyg_" DELIMITED BY SIZE
                 RADERING-NR DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
              INTO WS-INTYG-FILENAME

          OPEN OUTPUT INTYG-FIL

          MOVE SPACES TO INTYG-HUVUD-REC
          MOVE "INTYG" TO IH-TYP
          MOVE RADERING-NR TO IH-NR
          MOVE WS-RUN-DATE TO IH-DATUM
          MOVE WS-OPERATOR TO IH-OPERATOR
          MOVE PSEUDONYM TO IH-PSEUDONYM
          WRITE INTYG-HUVUD-REC

          PERFORM VARYING KALLA-POS FROM 1 BY 1
             UNTIL KALLA-POS > AGARE-KALLA-ANTAL
             MOVE SPACES TO INTYG-REC
             MOVE "KALLA" TO IT-TYP
             MOVE AGARE-KALLA(KALLA-POS) TO IT-ANTAL
             WRITE INTYG-REC
          END-PERFORM

          PERFORM VARYING FIL-POS FROM 1 BY 1
             UNTIL FIL-POS > FIL-ANTAL
             IF FT-ANTAL(FIL-POS) > ZERO
                MOVE SPACES TO INTYG-REC
                MOVE "FIL" TO IT-TYP
                MOVE FT-NAMN(FIL-POS) TO IT-FILNAMN
                MOVE FT-ANTAL(FIL-POS) TO IT-ANTAL

                EVALUATE TRUE
                   WHEN FT-BRUTNA(FIL-POS) > ZERO
                      MOVE "BRUTEN SEKT" TO IT-SIGILL
                   WHEN FT-OMSIGILL(FIL-POS) > ZERO
                      MOVE "OMSIGILLERAD" TO IT-SIGILL
                   WHEN OTHER
                      MOVE "EJ SIGILL" TO IT-SIGILL
                END-EVALUATE

                WRITE INTYG-REC
             END-IF
          END-PERFORM

          MOVE SPACES TO INTYG-REC
          MOVE "BEVARA" TO IT-TYP
          MOVE "bingo_ku_" TO IT-FILNAMN
          MOVE "LAGKRAV" TO IT-SIGILL
          WRITE INTYG-REC

          MOVE "bingo_skattebesked_" TO IT-FILNAMN
          WRITE INTYG-REC

          MOVE "bingoku_avvikelser_" TO IT-FILNAMN
          WRITE INTYG-REC

          MOVE SPACES TO INTYG-REC
          MOVE "SUMMA" TO IT-TYP
          MOVE ANTAL-ANDRADE-FILER TO IT-ANTAL
          WRITE INTYG-REC

          CLOSE INTYG-FIL

          MOVE "SKRIV" TO SG-FUNKTION
          MOVE WS-INTYG-FILENAME TO SG-FILNAMN
          CALL "SIGILL" USING SIGILL-PARM

          DISPLAY "Raderingsintyg: " WS-INTYG-FILENAME
          .

       J-BOKFOR-RADERING SECTION.

          OPEN EXTEND RADERING-FIL

          IF IND10-FILESTATUS = "35"
             OPEN OUTPUT RADERING-FIL
          END-IF

          MOVE SPACES TO RADERING-REC
          MOVE RADERING-NR TO RD-NR
          MOVE WS-RUN-DATE TO RD-DATUM
          MOVE KALLA-NR-ARG TO RD-KALLA-NR
          MOVE AGARE-KALLA-ANTAL TO RD-KALLA-ANTAL
          MOVE PSEUDONYM TO RD-PSEUDONYM
          MOVE WS-OPERATOR TO RD-OPERATOR
          MOVE ANTAL-ANDRADE-FILER TO RD-ANTAL-FILER
          MOVE WS-INTYG-FILENAME TO RD-INTYG
          WRITE RADERING-REC

          CLOSE RADERING-FIL

          DISPLAY "Radering " RADERING-NR " bokford i "
             "bingo_raderingar.txt"
          .

       Z1-AR-AGARENS-KALLA SECTION.

          INITIALIZE AGARENS-KALLA-SW

          PERFORM VARYING KALLA-POS FROM 1 BY 1
             UNTIL KALLA-POS > AGARE-KALLA-ANTAL
             IF AGARE-KALLA(KALLA-POS) = SOK-KALLA
                SET AGARENS-KALLA TO TRUE
             END-IF
          END-PERFORM
          .

       Z2-LAGG-TILL-NAMN SECTION.

          IF SOK-NAMN = SPACES OR SOK-NAMN(1:8) = "RADERAD "
             EXIT SECTION
          END-IF

          INITIALIZE NAMN-FINNS-SW

          PERFORM VARYING NAMN-POS FROM 1 BY 1
             UNTIL NAMN-POS > NAMN-ANTAL
             IF NT-NAMN(NAMN-POS) = SOK-NAMN
                SET NAMN-FINNS TO TRUE
             END-IF
          END-PERFORM

          IF NOT NAMN-FINNS AND NAMN-ANTAL < 50
             ADD 1 TO NAMN-ANTAL
             MOVE SOK-NAMN TO NT-NAMN(NAMN-ANTAL)
          END-IF
          .

       Z3-RAKNA-RADHASH SECTION.

          MOVE ZERO TO RAD-HASH

          PERFORM VARYING HASH-POS FROM 1 BY 1
             UNTIL HASH-POS > 250
             COMPUTE RAD-HASH = RAD-HASH
                + FUNCTION ORD(HASH-RAD(HASH-POS:1))
          END-PERFORM
          .

      *> Ett namnfalt som ar lika med nagot av namnen som ska bort
      *> far pseudonymen.
       Z4-BYT-NAMN SECTION.

          PERFORM VARYING NAMN-POS FROM 1 BY 1
             UNTIL NAMN-POS > NAMN-ANTAL
             IF NT-NAMN(NAMN-POS) = SOK-NAMN
                MOVE PSEUDONYM TO SOK-NAMN
             END-IF
          END-PERFORM
          .
